      * author wilian albrecht
      * date: 03/09/2026
      * purporse: cobranca mensal da tarifa de manutencao de conta -
      * debita de cada conta ativa (nao encerrada) de contas.dat a
      * tarifa tipo MAN vigente em tarifas.dat, pulando as contas da
      * lista de isencao (isencoes.dat). cada cobranca sai em
      * transacoes.log em duas pernas marcadas com F (saque na conta
      * do cliente e deposito de receita na conta zeros), com efeito
      * nulo no saldo da casa, para extrato, fechamento e o replay de
      * verifica.cbl enxergarem a tarifa. conta cujo disponivel
      * (saldo mais o limite de cheque especial, ou so o saldo livre
      * de bloqueio judicial - bloqueios.dat) nao cobre a tarifa
      * nao e' debitada: vai para o relatorio de excecoes. conta
      * bloqueada pelo obito do titular nao paga tarifa. cada
      * linha do relatorio traz o titular da conta (titulares.dat),
      * ja que o numero da conta nao e' mais o codigo do cliente.
      * controle de reexecucao diaria via controle_batch.dat, como
      * agendamentos.cbl. checkpoint da conta em andamento em
      * restart_tarifas.dat: se o lote cair no meio, a reexecucao
      * termina a conta pendente e continua da seguinte. cada conta
      * cobrada vai para lotes_mensais.dat e nao paga a tarifa de
      * novo na mesma competencia. no fim, prova do lote: contas
      * elegiveis x fichas de lotes_mensais.dat x pernas F do diario
      ******************************************************************

       identification division.
       organization is line sequential
       file status is ws-rel-status.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       select restart-file assign to './files/restart_tarifas.dat'
       organization is sequential
       file status is ws-restart-status.

       select lotes-file assign to './files/lotes_mensais.dat'
       organization is sequential
       file status is ws-lote-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       data division.
       file section.
       fd contas-file.
       fd movimentos.
       copy "movimento.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd titulares.
       copy "titular.cpy".

       fd restart-file.
       copy "restartmes.cpy".

       fd lotes-file.
       copy "lotemensal.cpy".

       fd rel-tarifas.
       01 rel-linha            pic x(100).

           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof-titular       pic x value "N".
       77 ws-titular-aberto-flag pic x value "N".
           88 ws-titular-aberto    value "S".
       77 ws-titular-conta     pic 9(5) value zeros.

       77 ws-hoje              pic x(8) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
       77 ws-isenta-flag       pic x value "N".
           88 ws-conta-isenta      value "S".

      *    ordens judiciais ativas somadas por conta - o saldo que
      /    cobre a ordem nao paga tarifa
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-max-bloqueios     pic 9(3) value 50.
       77 ws-qtd-bloqueios     pic 9(3) value zeros.
       77 ws-idx-blq           pic 9(3) value zeros.
       01 ws-blq-tab.
           03 ws-blq-item occurs 50 times.
               05 ws-blq-conta pic 9(5).
               05 ws-blq-valor pic 9(7)v99.
       77 ws-blq-achou-flag    pic x value "N".
           88 ws-blq-achou         value "S".
      *    mais contas bloqueadas que a tabela comporta - os
      /    bloqueios passam a ser somados direto de bloqueios.dat a
      /    cada conta
       77 ws-blq-excedido-flag pic x value "N".
           88 ws-blq-excedido      value "S".
       77 ws-eof-bloqueio      pic x value "N".
       77 ws-bloqueado-conta   pic 9(7)v99 value zeros.
       77 ws-capturado-conta   pic 9(7)v99 value zeros.
       77 ws-disponivel-conta  pic s9(8)v99 value zeros.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
       77 ws-total-cobradas    pic 9(5) value zeros.
       77 ws-total-isentas     pic 9(5) value zeros.
       77 ws-total-sem-saldo   pic 9(5) value zeros.
       77 ws-total-obito       pic 9(5) value zeros.
       77 ws-total-receita     pic 9(7)v99 value zeros.
       77 ws-total-ja-cobradas pic 9(5) value zeros.
       77 ws-vlr-ja-cobrado    pic 9(7)v99 value zeros.
       77 ws-total-falhas      pic 9(5) value zeros.
       77 ws-vlr-falhas        pic 9(7)v99 value zeros.

      *    checkpoint da conta em andamento (restart_tarifas.dat) -
      /    o lote e' a data/hora de inicio da execucao original e vai
      /    em trans-estorno-ref das pernas, inclusive na retomada
       77 ws-restart-status    pic x(2) value spaces.
           88 ws-restart-ok            value "00".
           88 ws-restart-nao-existe    value "35".
       77 ws-competencia       pic x(6) value spaces.
       77 ws-lote              pic x(14) value spaces.
       77 ws-fase              pic x(1) value space.
       77 ws-saldo-antes       pic s9(5)v99 value zeros.
       77 ws-vlr-cobranca      pic 9(5)v99 value zeros.
       77 ws-retomada-flag     pic x value "N".
           88 ws-retomada          value "S".
       77 ws-conta-retomada    pic 9(5) value zeros.
       77 ws-fase-retomada     pic x(1) value space.
       77 ws-saldo-retomada    pic s9(5)v99 value zeros.
       77 ws-vlr-retomada      pic 9(5)v99 value zeros.
       77 ws-retoma-na-conta-flag pic x value "N".
           88 ws-retoma-na-conta   value "S".
       77 ws-lote-completo-flag pic x value "N".
           88 ws-lote-completo     value "S".

      *    contas ja cobradas na competencia (lotes_mensais.dat) -
      /    nao pagam a tarifa de novo numa reexecucao
       77 ws-lote-status       pic x(2) value spaces.
           88 ws-lote-ok               value "00".
           88 ws-lote-nao-existe       value "35".
       77 ws-eof-lote          pic x value "N".
       77 ws-max-lancadas      pic 9(3) value 999.
       77 ws-qtd-lancadas      pic 9(3) value zeros.
       77 ws-idx-lan           pic 9(3) value zeros.
       77 ws-pos-lan           pic 9(3) value zeros.
       01 ws-lan-tab.
           03 ws-lan-item occurs 999 times.
               05 ws-lan-conta pic 9(5).
               05 ws-lan-valor pic 9(5)v99.
               05 ws-lan-lote  pic x(14).
       77 ws-lancada-flag      pic x value "N".
           88 ws-conta-lancada     value "S".
       77 ws-lancadas-falhou-flag pic x value "N".
           88 ws-lancadas-falhou   value "S".

      *    prova do lote - fichas de lotes_mensais.dat da competencia
      /    contra as pernas F do diario com os mesmos lotes
       77 ws-max-lotes         pic 9(2) value 20.
       77 ws-qtd-lotes         pic 9(2) value zeros.
       77 ws-idx-lot           pic 9(2) value zeros.
       77 ws-lote-procurado    pic x(14) value spaces.
       01 ws-lot-tab.
           03 ws-lot-id occurs 20 times pic x(14).
       77 ws-lot-achou-flag    pic x value "N".
           88 ws-lot-achou         value "S".
       77 ws-prv-qtd-elegiveis pic 9(5) value zeros.
       77 ws-prv-vlr-elegiveis pic 9(7)v99 value zeros.
       77 ws-prv-qtd-controle  pic 9(5) value zeros.
       77 ws-prv-vlr-controle  pic 9(7)v99 value zeros.
       77 ws-prv-qtd-cliente   pic 9(5) value zeros.
       77 ws-prv-vlr-cliente   pic 9(7)v99 value zeros.
       77 ws-prv-qtd-casa      pic 9(5) value zeros.
       77 ws-prv-vlr-casa      pic 9(7)v99 value zeros.
       77 ws-prv-duplicadas    pic 9(5) value zeros.
       77 ws-prova-flag        pic x value "N".
           88 ws-prova-confere     value "S".

       01 ws-cab-1.
           05 filler          pic x(40) value
           05 filler          pic x(15) value "COBRADA      : ".
           05 ws-cob-conta    pic zzzz9.
           05 filler          pic x(15) value " saldo apos: ".
           05 ws-cob-saldo    pic -zzzz9.99.
           05 filler          pic x(11) value " titular: ".
           05 ws-cob-titular  pic zzzz9.

       01 ws-linha-ja-cobrada.
           05 filler          pic x(15) value "JA COBRADA   : ".
           05 ws-jac-conta    pic zzzz9.
           05 filler          pic x(15) value " no lote: ".
           05 ws-jac-lote     pic x(14).
           05 filler          pic x(11) value " titular: ".
           05 ws-jac-titular  pic zzzz9.

       01 ws-linha-retomada.
           05 filler          pic x(31) value
              "EXECUCAO RETOMADA APOS A CONTA ".
           05 ws-ret-conta    pic zzzz9.
           05 filler          pic x(10) value " - lote: ".
           05 ws-ret-lote     pic x(14).

       01 ws-linha-isenta.
           05 filler          pic x(15) value "ISENTA       : ".
           05 ws-ise-conta-rel pic zzzz9.
           05 filler          pic x(11) value " titular: ".
           05 ws-ise-titular  pic zzzz9.

       01 ws-linha-sem-saldo.
           05 filler          pic x(15) value "SEM SALDO    : ".
           05 ws-sms-conta    pic zzzz9.
           05 filler          pic x(9)  value " saldo: ".
           05 ws-sms-saldo    pic -zzzz9.99.
           05 filler          pic x(11) value " titular: ".
           05 ws-sms-titular  pic zzzz9.

       01 ws-linha-obito.
           05 filler          pic x(15) value "OBITO        : ".
           05 ws-obi-conta-rel pic zzzz9.
           05 filler          pic x(11) value " titular: ".
           05 ws-obi-titular  pic zzzz9.

       01 ws-total-linha.
           05 filler          pic x(9)  value "CONTAS: ".
           05 filler          pic x(11) value "  RECEITA: ".
           05 ws-tot-receita  pic zzzzzz9.99.

       01 ws-total-linha-2.
           05 filler          pic x(30) value
              "BLOQUEADAS POR OBITO: ".
           05 ws-tot-obito    pic zzzz9.
           05 filler          pic x(15) value "  JA COBRADAS: ".
           05 ws-tot-ja       pic zzzz9.
           05 filler          pic x(15) value "  FALHAS: ".
           05 ws-tot-falhas   pic zzzz9.

       01 ws-prova-cab.
           05 filler          pic x(28) value
              "PROVA DO LOTE - COMPETENCIA ".
           05 ws-prv-mes      pic x(2).
           05 filler          pic x(1) value "/".
           05 ws-prv-ano      pic x(4).

       01 ws-prova-linha.
           05 ws-prv-texto    pic x(34).
           05 ws-prv-qtd      pic zzzz9.
           05 filler          pic x(9) value " valor: ".
           05 ws-prv-valor    pic zzzzzz9.99.

       01 ws-prova-resultado.
           05 filler          pic x(11) value "RESULTADO: ".
           05 ws-prv-resultado pic x(40).

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform carrega-isencoes

           perform carrega-bloqueios

           perform le-saldo-atual

           perform monta-data-transacao

           perform verifica-restart

           perform carrega-lancadas-mes

           if ws-lancadas-falhou
               display "ERRO: contas ja cobradas na competencia nao "
                       "carregadas de lotes_mensais.dat - lote nao "
                       "executado."
               move 8 to return-code
               goback
           end-if

           perform abre-relatorio

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_tarifas.txt - "
               goback
           end-if

           perform cobra-contas

           if ws-lote-completo
               perform remove-restart
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-total-contas    to ws-tot-contas
           move ws-total-receita   to ws-tot-receita
           move ws-total-linha     to rel-linha
           write rel-linha
           move ws-total-obito     to ws-tot-obito
           move ws-total-ja-cobradas to ws-tot-ja
           move ws-total-falhas    to ws-tot-falhas
           move ws-total-linha-2   to rel-linha
           write rel-linha

           perform prova-lote

           close rel-tarifas

                   ws-total-contas " conta(s) - receita "
                   ws-total-receita "."

           if not ws-prova-confere
               display "PROVA DO LOTE NAO CONFERE - ver "
                       "relatorio_tarifas.txt."
               move 8 to return-code
           end-if

           goback.

      *    cabecalho so na execucao nova - a retomada continua o
      /    relatorio da execucao que caiu
       abre-relatorio.

           if ws-retomada
               open extend rel-tarifas
               if ws-rel-ok
                   move spaces to rel-linha
                   write rel-linha
                   move ws-conta-retomada to ws-ret-conta
                   move ws-lote           to ws-ret-lote
                   move ws-linha-retomada to rel-linha
                   write rel-linha
                   exit paragraph
               end-if
           end-if

           open output rel-tarifas

           if not ws-rel-ok
               exit paragraph
           end-if

           move ws-cab-1 to rel-linha
           write rel-linha
           move ws-vlr-tarifa to ws-rel-tarifa
           move ws-linha-tarifa to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha.

      *    tarifa MAN em vigor hoje: vale a vigencia mais recente
      /    ate a data, e o ultimo registro gravado em caso de
      /    empate, como as taxas de juros

           close isencoes-file.

       carrega-bloqueios.

           move "N" to ws-eof

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read bloqueios-file
                   at end move "S" to ws-eof
                   not at end
                       if blq-ativo
                           perform acumula-bloqueio
                       end-if
               end-read
           end-perform

           close bloqueios-file.

       acumula-bloqueio.

           move "N" to ws-blq-achou-flag

           perform varying ws-idx-blq from 1 by 1
                   until ws-idx-blq > ws-qtd-bloqueios
                      or ws-blq-achou
               if ws-blq-conta (ws-idx-blq) = blq-conta-id
                   move "S" to ws-blq-achou-flag
                   add blq-valor to ws-blq-valor (ws-idx-blq)
               end-if
           end-perform

           if ws-blq-achou
               exit paragraph
           end-if

           if ws-qtd-bloqueios < ws-max-bloqueios
               add 1 to ws-qtd-bloqueios
               move blq-conta-id to ws-blq-conta (ws-qtd-bloqueios)
               move blq-valor    to ws-blq-valor (ws-qtd-bloqueios)
           else
               if not ws-blq-excedido
                   display "AVISO: bloqueios.dat tem mais de "
                           ws-max-bloqueios " contas bloqueadas - "
                           "bloqueios lidos do arquivo por conta."
               end-if
               move "S" to ws-blq-excedido-flag
           end-if.

      *    soma as ordens ativas da conta direto de bloqueios.dat,
      /    como o caixa - usada quando a tabela nao coube
       soma-bloqueios-conta.

           move zeros to ws-bloqueado-conta
           move "N"   to ws-eof-bloqueio

           open input bloqueios-file

           if not ws-bloqueio-ok
               exit paragraph
           end-if

           perform until ws-eof-bloqueio = "S"
               read bloqueios-file
                   at end move "S" to ws-eof-bloqueio
                   not at end
                       if blq-conta-id = conta-id and blq-ativo
                           add blq-valor to ws-bloqueado-conta
                       end-if
               end-read
           end-perform

           close bloqueios-file.

       le-saldo-atual.

           open input saldo-file
               exit paragraph
           end-if

      *    sem titulares.dat o lote cobra igual, so sem o titular
      /    nas linhas do relatorio
           move "N" to ws-titular-aberto-flag

           open input titulares

           if ws-titular-ok
               move "S" to ws-titular-aberto-flag
           else
               display "AVISO: titulares.dat indisponivel - file "
                       "status " ws-titular-status " - relatorio "
                       "sem o titular das contas."
           end-if

           if ws-retomada
               perform recupera-conta-pendente
               perform posiciona-retomada
           end-if

      *    a conta so entra nos totais do checkpoint depois de
      /    concluida (fase L)
           perform until ws-eof = "S"
               read contas-file next record
                   at end move "S" to ws-eof
                   not at end
                       perform cobra-conta
                       add 1 to ws-total-contas
                       move "L" to ws-fase
                       perform grava-restart
               end-read
           end-perform

           move "S" to ws-lote-completo-flag

           if ws-titular-aberto
               close titulares
           end-if

           close contas-file.

       cobra-conta.

      *    conta que ja pagou a tarifa da competencia numa execucao
      /    anterior nao e' cobrada de novo
           perform busca-lancada

           if ws-conta-lancada
               perform busca-titular-conta
               add 1 to ws-total-ja-cobradas
               add ws-lan-valor (ws-pos-lan) to ws-vlr-ja-cobrado
               perform escreve-ja-cobrada
               exit paragraph
           end-if

      *    conta encerrada nao paga mais tarifa
           if conta-encerrada
               exit paragraph
           end-if

           perform busca-titular-conta

      *    conta do falecido fica parada ate a liberacao do saldo
      /    aos herdeiros
           if conta-bloqueada-obito
               add 1 to ws-total-obito
               move conta-id to ws-obi-conta-rel
               move ws-titular-conta to ws-obi-titular
               move ws-linha-obito to rel-linha
               write rel-linha
               exit paragraph
           end-if

           perform busca-isencao

           if ws-conta-isenta
               add 1 to ws-total-isentas
               move conta-id to ws-ise-conta-rel
               move ws-titular-conta to ws-ise-titular
               move ws-linha-isenta to rel-linha
               write rel-linha
               exit paragraph
           end-if

      *    a tarifa so usa o cheque especial ate o limite
      /    contratado: sem disponivel, a conta sai no relatorio e a
      /    cobranca fica para o mes seguinte
           perform calcula-disponivel

           if ws-disponivel-conta < ws-vlr-tarifa
               add 1 to ws-total-sem-saldo
               move conta-id    to ws-sms-conta
               move conta-saldo to ws-sms-saldo
               move ws-titular-conta to ws-sms-titular
               move ws-linha-sem-saldo to rel-linha
               write rel-linha
               exit paragraph
           end-if

           move conta-saldo   to ws-saldo-antes
           move ws-vlr-tarifa to ws-vlr-cobranca
           move "A" to ws-fase
           perform grava-restart

           subtract ws-vlr-cobranca from conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao debitar a conta " conta-id
                       " - file status " ws-conta-status
               add 1 to ws-total-falhas
               add ws-vlr-cobranca to ws-vlr-falhas
               exit paragraph
           end-if

           move "C" to ws-fase
           perform grava-restart

           perform conclui-cobranca.

      *    pernas no diario e ficha em lotes_mensais.dat - a ficha e'
      /    o que marca a conta como cobrada na competencia
       conclui-cobranca.

           perform grava-log-tarifa

           move "D" to ws-fase
           perform grava-restart

           perform efetiva-cobranca.

       efetiva-cobranca.

           perform grava-lancada-mes

           perform conta-cobranca.

       conta-cobranca.

           add 1               to ws-total-cobradas
           add ws-vlr-cobranca to ws-total-receita

           move conta-id    to ws-cob-conta
           move conta-saldo to ws-cob-saldo
           move ws-titular-conta to ws-cob-titular
           move ws-linha-cobrada to rel-linha
           write rel-linha.

      *    com saldo capturado por ordem judicial o disponivel e' so
      /    o saldo que excede o capturado, sem o limite - mesma regra
      /    do caixa
       calcula-disponivel.

           move zeros to ws-bloqueado-conta
           move zeros to ws-capturado-conta

           if ws-blq-excedido
               perform soma-bloqueios-conta
           else
               perform varying ws-idx-blq from 1 by 1
                       until ws-idx-blq > ws-qtd-bloqueios
                   if ws-blq-conta (ws-idx-blq) = conta-id
                       move ws-blq-valor (ws-idx-blq)
                           to ws-bloqueado-conta
                   end-if
               end-perform
           end-if

           if ws-bloqueado-conta > zeros and conta-saldo > zeros
               if conta-saldo < ws-bloqueado-conta
                   move conta-saldo        to ws-capturado-conta
               else
                   move ws-bloqueado-conta to ws-capturado-conta
               end-if
           end-if

           if ws-capturado-conta > zeros
               compute ws-disponivel-conta =
                       conta-saldo - ws-capturado-conta
           else
               compute ws-disponivel-conta =
                       conta-saldo + conta-limite
           end-if.

      *    titular (T) da conta pela chave conta + pessoa de
      /    titulares.dat - zeros quando a conta nao tem titular ligado
       busca-titular-conta.

           move zeros to ws-titular-conta

           if not ws-titular-aberto
               exit paragraph
           end-if

           move "N"      to ws-eof-titular
           move conta-id to tit-conta-id
           move zeros    to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-conta-id not = conta-id
                           move "S" to ws-eof-titular
                       else
                           if tit-eh-titular
                               move tit-pessoa-id to ws-titular-conta
                               move "S" to ws-eof-titular
                           end-if
                       end-if
               end-read
           end-perform.

       busca-isencao.

           move "N" to ws-isenta-flag
           end-if

           move "2"              to trans-opcao
           move ws-vlr-cobranca  to trans-valor
           compute trans-saldo-result =
                   ws-saldo-total - ws-vlr-cobranca
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-cobranca  to trans-valor-original
           move conta-id         to trans-conta-id
           move "F"              to trans-estorno
           move ws-lote          to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg
           perform grava-movimento

           move "1"              to trans-opcao
           move ws-vlr-cobranca  to trans-valor
           move ws-saldo-total   to trans-saldo-result
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-cobranca  to trans-valor-original
           move zeros            to trans-conta-id
           move "F"              to trans-estorno
           move ws-lote          to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg
           move ws-data-corrente (11:2) to ws-minuto-transacao
           move ws-data-corrente (13:2) to ws-segundo-transacao.

      *    checkpoint de uma execucao que caiu: a retomada segue com
      /    a competencia, o lote e os totais dela - sem checkpoint o
      /    lote e' a data/hora desta execucao
       verifica-restart.

           move "N"                     to ws-retomada-flag
           move ws-data-trasacao        to ws-lote
           move ws-data-corrente (1:6)  to ws-competencia

           open input restart-file

           if ws-restart-nao-existe
               exit paragraph
           end-if

           if not ws-restart-ok
               display "ERRO ao abrir restart_tarifas.dat - file "
                       "status " ws-restart-status
               exit paragraph
           end-if

           read restart-file
               at end
                   close restart-file
                   exit paragraph
           end-read

           close restart-file

           move "S"                 to ws-retomada-flag
           move rst-competencia     to ws-competencia
           move rst-lote            to ws-lote
           move rst-conta-id        to ws-conta-retomada
           move rst-fase            to ws-fase-retomada
           move rst-saldo-antes     to ws-saldo-retomada
           move rst-valor           to ws-vlr-retomada
           move rst-contas-lidas    to ws-total-contas
           move rst-qtd-lancadas    to ws-total-cobradas
           move rst-vlr-lancado     to ws-total-receita
           move rst-qtd-ja-lancadas to ws-total-ja-cobradas
           move rst-vlr-ja-lancado  to ws-vlr-ja-cobrado
           move rst-qtd-falhas      to ws-total-falhas
           move rst-vlr-falhas      to ws-vlr-falhas
           move rst-qtd-isentas     to ws-total-isentas
           move rst-qtd-sem-saldo   to ws-total-sem-saldo
           move rst-qtd-obito       to ws-total-obito

           display "Checkpoint encontrado em restart_tarifas.dat - "
                   "lote " ws-lote " retomado apos a conta "
                   ws-conta-retomada " (fase " ws-fase-retomada ").".

      *    contas que ja pagaram a tarifa da competencia em execucao
      /    anterior - sem a lista completa o lote nao roda, para nao
      /    cobrar duas vezes
       carrega-lancadas-mes.

           move zeros to ws-qtd-lancadas
           move "N"   to ws-lancadas-falhou-flag
           move "N"   to ws-eof-lote

           open input lotes-file

           if ws-lote-nao-existe
               exit paragraph
           end-if

           if not ws-lote-ok
               display "ERRO ao abrir lotes_mensais.dat - file status "
                       ws-lote-status
               move "S" to ws-lancadas-falhou-flag
               exit paragraph
           end-if

           perform until ws-eof-lote = "S"
               read lotes-file
                   at end move "S" to ws-eof-lote
                   not at end
                       if lme-programa = "TARIFAMENSAL" and
                          lme-competencia = ws-competencia
                           if ws-qtd-lancadas < ws-max-lancadas
                               add 1 to ws-qtd-lancadas
                               move lme-conta-id to
                                   ws-lan-conta (ws-qtd-lancadas)
                               move lme-valor to
                                   ws-lan-valor (ws-qtd-lancadas)
                               move lme-lote to
                                   ws-lan-lote (ws-qtd-lancadas)
                           else
                               display "ERRO: lotes_mensais.dat tem "
                                       "mais de " ws-max-lancadas
                                       " contas na competencia."
                               move "S" to ws-lancadas-falhou-flag
                               move "S" to ws-eof-lote
                           end-if
                       end-if
               end-read
           end-perform

           close lotes-file.

       busca-lancada.

           move "N"   to ws-lancada-flag
           move zeros to ws-pos-lan

           perform varying ws-idx-lan from 1 by 1
                   until ws-idx-lan > ws-qtd-lancadas
                      or ws-conta-lancada
               if ws-lan-conta (ws-idx-lan) = conta-id
                   move "S"        to ws-lancada-flag
                   move ws-idx-lan to ws-pos-lan
               end-if
           end-perform.

       escreve-ja-cobrada.

           move conta-id                 to ws-jac-conta
           move ws-lan-lote (ws-pos-lan) to ws-jac-lote
           move ws-titular-conta         to ws-jac-titular
           move ws-linha-ja-cobrada      to rel-linha
           write rel-linha.

      *    termina a conta que estava em andamento quando o lote
      /    caiu, pela fase do checkpoint: A - o saldo diz se o debito
      /    chegou a ser regravado; C - faltam as pernas do diario;
      /    D - falta a ficha de lotes_mensais.dat. conta que ja tem
      /    a ficha so precisa entrar nos totais
       recupera-conta-pendente.

           if ws-fase-retomada = "L"
               exit paragraph
           end-if

           move ws-conta-retomada to conta-id

           read contas-file
               invalid key
                   display "AVISO: conta " ws-conta-retomada
                           " do checkpoint nao existe em contas.dat."
           end-read

           if not ws-conta-ok
               exit paragraph
           end-if

           move ws-saldo-retomada to ws-saldo-antes
           move ws-vlr-retomada   to ws-vlr-cobranca

           perform busca-titular-conta

           perform busca-lancada

           if ws-conta-lancada
               perform conta-cobranca
           else
               evaluate ws-fase-retomada
                   when "A"
                       evaluate true
                           when conta-saldo = ws-saldo-antes
                               move "S" to ws-retoma-na-conta-flag
                               exit paragraph
                           when conta-saldo =
                                ws-saldo-antes - ws-vlr-cobranca
                               move "C" to ws-fase
                               perform grava-restart
                               perform conclui-cobranca
                           when other
                               display "AVISO: saldo da conta "
                                       conta-id " mudou desde o "
                                       "checkpoint - tarifa nao "
                                       "cobrada, conferir."
                               add 1 to ws-total-falhas
                               add ws-vlr-cobranca to ws-vlr-falhas
                       end-evaluate
                   when "C"
                       perform conclui-cobranca
                   when "D"
                       perform efetiva-cobranca
               end-evaluate
           end-if

           add 1 to ws-total-contas
           move "L" to ws-fase
           perform grava-restart.

      *    debito nao regravado recomeca na propria conta, senao na
      /    seguinte
       posiciona-retomada.

           move ws-conta-retomada to conta-id

           if ws-retoma-na-conta
               start contas-file key is not less than conta-id
                   invalid key
                       move "S" to ws-eof
               end-start
           else
               start contas-file key is greater than conta-id
                   invalid key
                       move "S" to ws-eof
               end-start
           end-if.

       grava-restart.

           open output restart-file

           if not ws-restart-ok
               display "ERRO ao abrir restart_tarifas.dat - "
                       "file status " ws-restart-status
               exit paragraph
           end-if

           move ws-competencia       to rst-competencia
           move ws-lote              to rst-lote
           move conta-id             to rst-conta-id
           move ws-fase              to rst-fase
           move ws-saldo-antes       to rst-saldo-antes
           move ws-vlr-cobranca      to rst-valor
           move zeros                to rst-valor-ir
           move ws-total-contas      to rst-contas-lidas
           move ws-total-cobradas    to rst-qtd-lancadas
           move ws-total-receita     to rst-vlr-lancado
           move zeros                to rst-vlr-ir
           move ws-total-ja-cobradas to rst-qtd-ja-lancadas
           move ws-vlr-ja-cobrado    to rst-vlr-ja-lancado
           move ws-total-falhas      to rst-qtd-falhas
           move ws-vlr-falhas        to rst-vlr-falhas
           move ws-total-isentas     to rst-qtd-isentas
           move ws-total-sem-saldo   to rst-qtd-sem-saldo
           move ws-total-obito       to rst-qtd-obito
           write restart-mes-reg

           if not ws-restart-ok
               display "ERRO ao gravar restart_tarifas.dat - "
                       "file status " ws-restart-status
           end-if

           close restart-file.

       remove-restart.

           call "CBL_DELETE_FILE" using
                './files/restart_tarifas.dat'.

       grava-lancada-mes.

           open extend lotes-file

           if ws-lote-nao-existe
               open output lotes-file
           end-if

           if not ws-lote-ok
               display "ERRO ao gravar lotes_mensais.dat - file status "
                       ws-lote-status
               exit paragraph
           end-if

           move "TARIFAMENSAL"  to lme-programa
           move ws-competencia  to lme-competencia
           move conta-id        to lme-conta-id
           move ws-vlr-cobranca to lme-valor
           move zeros           to lme-valor-ir
           move ws-lote         to lme-lote
           move ws-hoje         to lme-data

           write lote-mensal-reg

           if not ws-lote-ok
               display "ERRO ao gravar lotes_mensais.dat - file status "
                       ws-lote-status
           end-if

           close lotes-file.

      *    prova do lote: as contas elegiveis da competencia (cobradas
      /    agora, ja cobradas antes e as que deram erro) tem que bater
      /    com as fichas de lotes_mensais.dat, sem conta repetida, e
      /    com as duas pernas F dos mesmos lotes no diario
       prova-lote.

           compute ws-prv-qtd-elegiveis = ws-total-cobradas +
                   ws-total-ja-cobradas + ws-total-falhas
           compute ws-prv-vlr-elegiveis = ws-total-receita +
                   ws-vlr-ja-cobrado + ws-vlr-falhas

           perform prova-le-lancadas

           perform prova-le-diario

           if ws-prv-qtd-controle = ws-prv-qtd-elegiveis and
              ws-prv-vlr-controle = ws-prv-vlr-elegiveis and
              ws-prv-qtd-cliente  = ws-prv-qtd-controle  and
              ws-prv-vlr-cliente  = ws-prv-vlr-controle  and
              ws-prv-qtd-casa     = ws-prv-qtd-controle  and
              ws-prv-vlr-casa     = ws-prv-vlr-controle  and
              ws-prv-duplicadas   = zeros
               move "S" to ws-prova-flag
           else
               move "N" to ws-prova-flag
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-competencia (5:2) to ws-prv-mes
           move ws-competencia (1:4) to ws-prv-ano
           move ws-prova-cab to rel-linha
           write rel-linha

           move "CONTAS ELEGIVEIS NO MES" to ws-prv-texto
           move ws-prv-qtd-elegiveis to ws-prv-qtd
           move ws-prv-vlr-elegiveis to ws-prv-valor
           move ws-prova-linha to rel-linha
           write rel-linha

           move "LANCADAS EM LOTES_MENSAIS.DAT" to ws-prv-texto
           move ws-prv-qtd-controle to ws-prv-qtd
           move ws-prv-vlr-controle to ws-prv-valor
           move ws-prova-linha to rel-linha
           write rel-linha

           move "DIARIO - PERNA DO CLIENTE" to ws-prv-texto
           move ws-prv-qtd-cliente to ws-prv-qtd
           move ws-prv-vlr-cliente to ws-prv-valor
           move ws-prova-linha to rel-linha
           write rel-linha

           move "DIARIO - PERNA DA CASA" to ws-prv-texto
           move ws-prv-qtd-casa to ws-prv-qtd
           move ws-prv-vlr-casa to ws-prv-valor
           move ws-prova-linha to rel-linha
           write rel-linha

           move "LANCADAS EM DUPLICIDADE" to ws-prv-texto
           move ws-prv-duplicadas to ws-prv-qtd
           move zeros to ws-prv-valor
           move ws-prova-linha to rel-linha
           write rel-linha

           if ws-prova-confere
               move "CONFERE" to ws-prv-resultado
           else
               move "NAO CONFERE" to ws-prv-resultado
           end-if
           move ws-prova-resultado to rel-linha
           write rel-linha.

      *    fichas da competencia, contas repetidas e os lotes que
      /    cobraram nela
       prova-le-lancadas.

           move zeros to ws-prv-qtd-controle
           move zeros to ws-prv-vlr-controle
           move zeros to ws-prv-duplicadas
           move zeros to ws-qtd-lancadas
           move zeros to ws-qtd-lotes
           move "N"   to ws-eof-lote

           open input lotes-file

           if ws-lote-nao-existe
               exit paragraph
           end-if

           if not ws-lote-ok
               display "ERRO ao abrir lotes_mensais.dat - file status "
                       ws-lote-status
               exit paragraph
           end-if

           perform until ws-eof-lote = "S"
               read lotes-file
                   at end move "S" to ws-eof-lote
                   not at end
                       if lme-programa = "TARIFAMENSAL" and
                          lme-competencia = ws-competencia
                           perform prova-acumula-lancada
                       end-if
               end-read
           end-perform

           close lotes-file.

       prova-acumula-lancada.

           add 1         to ws-prv-qtd-controle
           add lme-valor to ws-prv-vlr-controle

           move "N" to ws-lancada-flag

           perform varying ws-idx-lan from 1 by 1
                   until ws-idx-lan > ws-qtd-lancadas
                      or ws-conta-lancada
               if ws-lan-conta (ws-idx-lan) = lme-conta-id
                   move "S" to ws-lancada-flag
               end-if
           end-perform

           if ws-conta-lancada
               add 1 to ws-prv-duplicadas
           else
               if ws-qtd-lancadas < ws-max-lancadas
                   add 1 to ws-qtd-lancadas
                   move lme-conta-id to ws-lan-conta (ws-qtd-lancadas)
               end-if
           end-if

           move lme-lote to ws-lote-procurado
           perform busca-lote-prova

           if not ws-lot-achou
               if ws-qtd-lotes < ws-max-lotes
                   add 1 to ws-qtd-lotes
                   move lme-lote to ws-lot-id (ws-qtd-lotes)
               else
                   display "AVISO: mais de " ws-max-lotes " lotes "
                           "na competencia - excedente ignorado."
               end-if
           end-if.

       busca-lote-prova.

           move "N" to ws-lot-achou-flag

           perform varying ws-idx-lot from 1 by 1
                   until ws-idx-lot > ws-qtd-lotes
                      or ws-lot-achou
               if ws-lot-id (ws-idx-lot) = ws-lote-procurado
                   move "S" to ws-lot-achou-flag
               end-if
           end-perform.

      *    pernas F dos lotes da competencia: saque na conta do
      /    cliente e deposito na conta zeros. o diario do mes ainda
      /    nao foi arquivado quando o lote roda
       prova-le-diario.

           move zeros to ws-prv-qtd-cliente
           move zeros to ws-prv-vlr-cliente
           move zeros to ws-prv-qtd-casa
           move zeros to ws-prv-vlr-casa
           move "N"   to ws-eof

           open input transacoes-file

           if ws-transacao-nao-existe
               exit paragraph
           end-if

           if not ws-transacao-ok
               display "ERRO ao abrir transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read transacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if trans-estorno = "F"
                           move trans-estorno-ref to ws-lote-procurado
                           perform busca-lote-prova
                           if ws-lot-achou
                               perform prova-acumula-perna
                           end-if
                       end-if
               end-read
           end-perform

           close transacoes-file.

       prova-acumula-perna.

           if trans-conta-id not = zeros and trans-opcao = "2"
               add 1           to ws-prv-qtd-cliente
               add trans-valor to ws-prv-vlr-cliente
           end-if

           if trans-conta-id = zeros and trans-opcao = "1"
               add 1           to ws-prv-qtd-casa
               add trans-valor to ws-prv-vlr-casa
           end-if.

       verifica-execucao-dia.

           move "N" to ws-ja-rodou-flag

           move "F"               to ws-ctb-tipo-grava
           move ws-total-cobradas to ws-ctb-registros-grava
           if ws-prova-confere
               move "OK"          to ws-ctb-resultado-grava
           else
               move "NC"          to ws-ctb-resultado-grava
           end-if
           perform grava-controle.

       grava-controle.
