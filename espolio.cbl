      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: espolio do cliente falecido - consulta das contas
      * bloqueadas pelo obito (manutencao.cbl) e das dividas
      * habilitadas no espolio, e liberacao do saldo aos herdeiros.
      * a liberacao exige o alvara ou formal de partilha e a
      * matricula de um supervisor ativo: o valor sai da conta
      * bloqueada do falecido (ate o saldo livre de bloqueio
      * judicial - bloqueios.dat) para uma conta em que o herdeiro
      * e' titular ou co-titular, em duas pernas marcadas com T em
      * transacoes.log como a transferencia do caixa, e fica na
      * trilha do cadastro do falecido (cadastro_aud.log, acao H).
      * a conta do falecido continua bloqueada depois da liberacao.
      * mesmo estilo de menu de bloqueios.cbl
      ******************************************************************

       identification division.
       program-id. espolio.
       environment division.
       input-output section.
       file-control.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select saldo-file assign to './files/saldo.dat'
       organization is sequential
       file status is ws-saldo-status.

       select transacoes-file assign to './files/transacoes.log'
       organization is sequential
       file status is ws-transacao-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select cadastro-aud assign to './files/cadastro_aud.log'
       organization is sequential
       file status is ws-cadaudit-status.

       select sistema-file assign to './files/sistema_status.dat'
       organization is sequential
       file status is ws-sistema-status.

       data division.
       file section.
       fd pessoa.
       copy "registro-pessoa.cpy".

       fd titulares.
       copy "titular.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd devedores.
       copy "devedor.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd operadores.
       copy "operador.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd cadastro-aud.
       copy "cadaudit.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       working-storage section.
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-cadaudit-status   pic x(2) value spaces.
           88 ws-cadaudit-ok           value "00".
           88 ws-cadaudit-nao-existe   value "35".
       77 ws-sistema-status    pic x(2) value spaces.
           88 ws-sistema-ok            value "00".
           88 ws-sistema-nao-existe    value "35".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".
       77 ws-eof-bloqueio      pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-consultar       value "1".
           88 ws-opcao-liberar         value "2".
           88 ws-opcao-sair            value "0".

       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".
       77 ws-supervisor-id     pic x(10) value spaces.
       77 ws-autorizado-flag   pic x value "N".
           88 ws-autorizado        value "S".
       77 ws-confirma          pic x(1) value space.
           88 ws-confirmado        value "S" "s".

      *    falecido e herdeiro lidos de registros.txt
       77 ws-falecido-id       pic 9(5) value zeros.
       77 ws-falecido-ok-flag  pic x value "N".
           88 ws-falecido-ok       value "S".
       77 ws-herdeiro-id       pic 9(5) value zeros.
       77 ws-herdeiro-ok-flag  pic x value "N".
           88 ws-herdeiro-ok       value "S".
       77 ws-pessoa-busca      pic 9(5) value zeros.
       77 ws-pessoa-achou-flag pic x value "N".
           88 ws-pessoa-achou      value "S".
       77 ws-pessoa-obito-flag pic x value "N".
           88 ws-pessoa-falecida   value "S".
       77 ws-pessoa-inativa-flag pic x value "N".
           88 ws-pessoa-inativa    value "S".
       77 ws-pessoa-nome-lido  pic x(10) value spaces.
       77 ws-data-obito-lida   pic x(8) value spaces.
       77 ws-doc-obito-lido    pic x(20) value spaces.

      *    conta lida de contas.dat e vinculo em titulares.dat
       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-conta-destino     pic 9(5) value zeros.
       77 ws-conta-busca       pic 9(5) value zeros.
       77 ws-conta-achou-flag  pic x value "N".
           88 ws-conta-achou       value "S".
       77 ws-saldo-conta       pic s9(5)v99 value zeros.
       77 ws-agencia-conta     pic 9(3) value zeros.
       77 ws-situacao-conta    pic x(1) value space.
           88 ws-situacao-encerrada    value "E".
           88 ws-situacao-obito        value "O".
       77 ws-vinculo-flag      pic x value "N".
           88 ws-vinculo-achou     value "S".
       77 ws-tipo-vinculo      pic x(1) value space.
       77 ws-agencia-origem    pic 9(3) value zeros.

      *    saldo que pode sair: o capturado por ordem judicial ativa
      /    fica na conta ate a baixa em bloqueios.cbl
       77 ws-total-bloqueado   pic 9(7)v99 value zeros.
       77 ws-disponivel        pic 9(7)v99 value zeros.
       77 ws-valor-x           pic x(9) value spaces.
       77 ws-vlr-liberado      pic 9(7)v99 value zeros.
       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-doc-liberacao     pic x(20) value spaces.
       77 ws-liberou-flag      pic x value "N".
           88 ws-liberou           value "S".

      *    consulta: contas e dividas do falecido
       77 ws-qtd-contas        pic 9(3) value zeros.
       77 ws-total-saldos      pic s9(7)v99 value zeros.
       77 ws-qtd-dividas       pic 9(3) value zeros.
       77 ws-vlr-divida        pic 9(8)v99 value zeros.
       77 ws-total-dividas     pic 9(8)v99 value zeros.
       77 ws-ed-valor          pic -zzzzzz9.99.
       77 ws-ed-liberado       pic zzzzzz9.99.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
           05 ws-dia-transacao         pic x(2).
           05 ws-mes-transacao         pic x(2).
           05 ws-ano-transacao         pic x(4).
           05 ws-hora-transacao        pic x(2).
           05 ws-minuto-transacao      pic x(2).
           05 ws-segundo-transacao     pic x(2).

      *    espelho indexado do movimento (movimentos.dat) - cada
      /    lancamento do diario tambem entra la para as consultas
      /    por conta/dia nao varrerem o log inteiro
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-mov-gravado-flag  pic x value "N".
           88 ws-mov-gravado       value "S".

       procedure division.

           perform verifica-sistema-aberto

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Consultar espolio de cliente falecido"
               display "2 - Liberar saldo a herdeiro"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-consultar
                       perform consultar-espolio
                   when ws-opcao-liberar
                       perform liberar-saldo
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate

           end-perform

           goback.

       verifica-sistema-aberto.

           open input sistema-file

           if ws-sistema-nao-existe
               exit paragraph
           end-if

           if not ws-sistema-ok
               display "ERRO ao ler sistema_status.dat - file "
                       "status " ws-sistema-status
               exit paragraph
           end-if

           read sistema-file

           if sistema-reg = "F"
               display "SISTEMA FECHADO - o lote noturno esta em "
                       "execucao (sistema_status.dat)."
               close sistema-file
               goback
           end-if

           close sistema-file.

       identifica-operador.

           move "N" to ws-operador-ok-flag

           open input operadores

           if ws-operador-nao-existe
               display "Nao ha operadores.dat - cadastre os "
                       "operadores (mantoper) antes."
               goback
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               goback
           end-if

           perform until ws-operador-valido
               display "Matricula do operador: "
               accept ws-operador-id

               move ws-operador-id to ope-matricula

               read operadores
                   invalid key
                       display "Matricula desconhecida - informe "
                               "uma matricula cadastrada."
                   not invalid key
                       if ope-esta-ativo
                           move "S" to ws-operador-ok-flag
                           display "Operador: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

       consultar-espolio.

           display "Codigo do cliente falecido: "
           accept ws-falecido-id

           perform le-falecido

           if not ws-falecido-ok
               exit paragraph
           end-if

           perform lista-contas-falecido

           perform lista-dividas-falecido.

      *    so entra no espolio quem tem obito registrado
       le-falecido.

           move "N"            to ws-falecido-ok-flag
           move ws-falecido-id to ws-pessoa-busca

           perform le-pessoa

           if not ws-pessoa-achou
               display "Cliente " ws-falecido-id " nao encontrado "
                       "em registros.txt."
               exit paragraph
           end-if

           if not ws-pessoa-falecida
               display "Cliente " ws-falecido-id " sem obito "
                       "registrado - registre em manutencao."
               exit paragraph
           end-if

           move "S" to ws-falecido-ok-flag

           display "Cliente: " ws-pessoa-nome-lido
                   " obito em " ws-data-obito-lida
                   " certidao " ws-doc-obito-lido.

       le-pessoa.

           move "N"    to ws-pessoa-achou-flag
           move "N"    to ws-pessoa-obito-flag
           move "N"    to ws-pessoa-inativa-flag
           move spaces to ws-pessoa-nome-lido
           move spaces to ws-data-obito-lida
           move spaces to ws-doc-obito-lido

           open input pessoa

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               exit paragraph
           end-if

           move ws-pessoa-busca to pessoa-id

           read pessoa
               invalid key
                   continue
               not invalid key
                   move "S" to ws-pessoa-achou-flag
                   move pessoa-nome       to ws-pessoa-nome-lido
                   move pessoa-data-obito to ws-data-obito-lida
                   move pessoa-doc-obito  to ws-doc-obito-lido
                   if not pessoa-sem-obito
                       move "S" to ws-pessoa-obito-flag
                   end-if
                   if pessoa-reg-inativa
                       move "S" to ws-pessoa-inativa-flag
                   end-if
           end-read

           close pessoa.

      *    todas as contas em que o falecido aparece, com a situacao
      /    e o saldo de cada uma
       lista-contas-falecido.

           move zeros to ws-qtd-contas
           move zeros to ws-total-saldos
           move "N"   to ws-eof-titular

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           open input contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               close titulares
               exit paragraph
           end-if

           move ws-falecido-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end
                       move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-falecido-id
                           move "S" to ws-eof-titular
                       else
                           perform mostra-conta-falecido
                       end-if
               end-read
           end-perform

           close titulares contas-file

           move ws-total-saldos to ws-ed-valor
           display ws-qtd-contas " conta(s) - saldo total "
                   ws-ed-valor.

       mostra-conta-falecido.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   display "AVISO: conta " tit-conta-id " nao "
                           "encontrada em contas.dat."
                   exit paragraph
           end-read

           add 1           to ws-qtd-contas
           add conta-saldo to ws-total-saldos
           move conta-saldo to ws-ed-valor

           evaluate true
               when conta-encerrada
                   display "conta " conta-id " " tit-tipo
                           " ENCERRADA  saldo " ws-ed-valor
               when conta-bloqueada-obito
                   display "conta " conta-id " " tit-tipo
                           " BLOQUEADA  saldo " ws-ed-valor
               when other
                   display "conta " conta-id " " tit-tipo
                           " ATIVA      saldo " ws-ed-valor
           end-evaluate.

      *    dividas do falecido ainda com parcela em aberto
       lista-dividas-falecido.

           move zeros to ws-qtd-dividas
           move zeros to ws-total-dividas
           move "N"   to ws-eof

           open input devedores

           if ws-devedor-nao-existe
               display "Nenhuma divida em aberto."
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores
                   at end move "S" to ws-eof
                   not at end
                       if dev-id = ws-falecido-id and
                          dev-parc-pgs < dev-qrd-parc
                           perform mostra-divida-falecido
                       end-if
               end-read
           end-perform

           close devedores

           move ws-total-dividas to ws-ed-valor
           display ws-qtd-dividas " divida(s) em aberto - total "
                   ws-ed-valor.

       mostra-divida-falecido.

           add 1 to ws-qtd-dividas

           compute ws-vlr-divida =
                   (dev-qrd-parc - dev-parc-pgs) * dev-vlr-parc

           add ws-vlr-divida to ws-total-dividas
           move ws-vlr-divida to ws-ed-valor

           if dev-divida-espolio
               display "divida: parcelas em aberto "
                       dev-parc-pgs "/" dev-qrd-parc
                       " valor " ws-ed-valor " ESPOLIO"
           else
               display "divida: parcelas em aberto "
                       dev-parc-pgs "/" dev-qrd-parc
                       " valor " ws-ed-valor " EM COBRANCA"
           end-if.

       liberar-saldo.

           display "Codigo do cliente falecido: "
           accept ws-falecido-id

           perform le-falecido

           if not ws-falecido-ok
               exit paragraph
           end-if

           display "Conta do falecido: "
           accept ws-conta-id

           move ws-falecido-id to tit-pessoa-id
           move ws-conta-id    to ws-conta-busca
           perform le-vinculo

           if not ws-vinculo-achou or ws-tipo-vinculo not = "T"
               display "O falecido nao e' o titular da conta "
                       ws-conta-id " - nada a liberar."
               exit paragraph
           end-if

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           if not ws-situacao-obito
               display "Conta " ws-conta-id " nao esta bloqueada "
                       "por obito."
               exit paragraph
           end-if

           move ws-agencia-conta to ws-agencia-origem

           perform soma-bloqueios-conta

           move zeros to ws-disponivel

           if ws-saldo-conta > ws-total-bloqueado
               compute ws-disponivel =
                       ws-saldo-conta - ws-total-bloqueado
           end-if

           move ws-saldo-conta to ws-ed-valor
           display "Saldo da conta: " ws-ed-valor

           if ws-total-bloqueado > zeros
               move ws-total-bloqueado to ws-ed-liberado
               display "Bloqueio judicial ativo: " ws-ed-liberado
           end-if

           if ws-disponivel = zeros
               display "Nenhum saldo livre a liberar."
               exit paragraph
           end-if

           move ws-disponivel to ws-ed-liberado
           display "Disponivel para os herdeiros: " ws-ed-liberado

           perform informa-herdeiro

           if not ws-herdeiro-ok
               exit paragraph
           end-if

           perform informa-valor

           move spaces to ws-doc-liberacao

           perform until ws-doc-liberacao not = spaces
               display "Alvara ou formal de partilha (referencia): "
               accept ws-doc-liberacao
           end-perform

           move ws-vlr-liberado to ws-ed-liberado
           display "Liberar " ws-ed-liberado " da conta "
                   ws-conta-id " para a conta " ws-conta-destino
                   " do herdeiro " ws-herdeiro-id "? (S/N)"
           accept ws-confirma

           if not ws-confirmado
               display "Liberacao cancelada."
               exit paragraph
           end-if

           perform autoriza-supervisor

           if not ws-autorizado
               display "Liberacao nao autorizada - saldo mantido "
                       "bloqueado."
               exit paragraph
           end-if

           perform transfere-saldo

           if not ws-liberou
               exit paragraph
           end-if

           perform le-saldo-atual
           perform monta-data-transacao
           perform grava-log-liberacao
           perform grava-cadastro-aud

           display "Liberado ao herdeiro " ws-herdeiro-id ": "
                   ws-ed-liberado.

      *    herdeiro ativo e vivo, titular ou co-titular da conta que
      /    recebe o valor
       informa-herdeiro.

           move "N" to ws-herdeiro-ok-flag

           display "Codigo do herdeiro: "
           accept ws-herdeiro-id

           if ws-herdeiro-id = ws-falecido-id
               display "O herdeiro nao pode ser o proprio falecido."
               exit paragraph
           end-if

           move ws-herdeiro-id to ws-pessoa-busca

           perform le-pessoa

           if not ws-pessoa-achou
               display "Herdeiro " ws-herdeiro-id " nao encontrado "
                       "em registros.txt - cadastre-o antes."
               exit paragraph
           end-if

           if ws-pessoa-inativa or ws-pessoa-falecida
               display "Cadastro do herdeiro inativo ou com obito "
                       "registrado."
               exit paragraph
           end-if

           display "Herdeiro: " ws-pessoa-nome-lido

           display "Conta do herdeiro que recebe o valor: "
           accept ws-conta-destino

           if ws-conta-destino = ws-conta-id
               display "A conta de destino nao pode ser a do "
                       "falecido."
               exit paragraph
           end-if

           move ws-herdeiro-id   to tit-pessoa-id
           move ws-conta-destino to ws-conta-busca

           perform le-vinculo

           if not ws-vinculo-achou
               display "O herdeiro nao e' titular da conta "
                       ws-conta-destino "."
               exit paragraph
           end-if

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-destino " nao encontrada."
               exit paragraph
           end-if

           if ws-situacao-encerrada or ws-situacao-obito
               display "Conta " ws-conta-destino " encerrada ou "
                       "bloqueada - informe outra conta."
               exit paragraph
           end-if

           move "S" to ws-herdeiro-ok-flag.

      *    valor vazio libera todo o disponivel
       informa-valor.

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Valor a liberar (9 digitos, 2 decimais - "
                       "vazio = todo o disponivel): "
               accept ws-valor-x

               if ws-valor-x = spaces
                   move ws-disponivel to ws-vlr-liberado
                   move "S" to ws-entrada-ok
               else
                   if ws-valor-x is numeric
                       compute ws-vlr-liberado =
                               function numval (ws-valor-x) / 100
                       if ws-vlr-liberado > zeros and
                          ws-vlr-liberado not > ws-disponivel
                           move "S" to ws-entrada-ok
                       else
                           display "Valor deve ser maior que zero "
                                   "e ate o disponivel."
                       end-if
                   else
                       display "Valor invalido. Informe somente "
                               "numeros."
                   end-if
               end-if
           end-perform.

      *    vinculo da pessoa de tit-pessoa-id com a conta
      /    ws-conta-busca
       le-vinculo.

           move "N"   to ws-vinculo-flag
           move space to ws-tipo-vinculo

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           move ws-conta-busca to tit-conta-id

           read titulares
               invalid key
                   continue
               not invalid key
                   move "S"      to ws-vinculo-flag
                   move tit-tipo to ws-tipo-vinculo
           end-read

           close titulares.

      *    le a conta ws-conta-busca
       le-conta.

           move "N"   to ws-conta-achou-flag
           move space to ws-situacao-conta

           open input contas-file

           if ws-conta-nao-existe
               exit paragraph
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-busca to conta-id

           read contas-file
               invalid key
                   continue
               not invalid key
                   move "S"           to ws-conta-achou-flag
                   move conta-saldo   to ws-saldo-conta
                   move conta-agencia to ws-agencia-conta
                   move conta-status  to ws-situacao-conta
           end-read

           close contas-file.

      *    ordens judiciais ativas da conta do falecido
       soma-bloqueios-conta.

           move zeros to ws-total-bloqueado
           move "N"   to ws-eof-bloqueio

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           perform until ws-eof-bloqueio = "S"
               read bloqueios-file
                   at end move "S" to ws-eof-bloqueio
                   not at end
                       if blq-conta-id = ws-conta-id and blq-ativo
                           add blq-valor to ws-total-bloqueado
                       end-if
               end-read
           end-perform

           close bloqueios-file.

      *    debita a conta do falecido e credita a do herdeiro - a
      /    conta do falecido e' relida para o saldo nao ter mudado
      /    desde a consulta
       transfere-saldo.

           move "N" to ws-liberou-flag

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-id to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-id " nao encontrada."
                   close contas-file
                   exit paragraph
           end-read

           if conta-saldo - ws-total-bloqueado < ws-vlr-liberado
               display "Saldo da conta mudou - liberacao recusada."
               close contas-file
               exit paragraph
           end-if

           subtract ws-vlr-liberado from conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao debitar a conta " conta-id
                       " - file status " ws-conta-status
               close contas-file
               exit paragraph
           end-if

           move ws-conta-destino to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-destino " nao "
                           "encontrada."
           end-read

           if ws-conta-ok
               add ws-vlr-liberado to conta-saldo
               move conta-agencia  to ws-agencia-conta
               rewrite conta-reg
               if not ws-conta-ok
                   display "ERRO ao creditar a conta " conta-id
                           " - file status " ws-conta-status
               end-if
           end-if

      *    o debito ja foi gravado: as pernas vao para o diario
      /    mesmo com erro no credito, para a conta ser acertada
           move "S" to ws-liberou-flag

           close contas-file.

       autoriza-supervisor.

           move "N"    to ws-autorizado-flag
           move spaces to ws-supervisor-id

           open input operadores

           if ws-operador-nao-existe
               display "Nao ha operadores.dat - cadastre os "
                       "operadores (mantoper) antes."
               exit paragraph
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               exit paragraph
           end-if

           perform until ws-autorizado or ws-supervisor-id = "0"
               display "Matricula do supervisor (0 cancela): "
               accept ws-supervisor-id

               if ws-supervisor-id not = "0"
                   move ws-supervisor-id to ope-matricula

                   read operadores
                       invalid key
                           display "Matricula desconhecida - informe "
                                   "uma matricula cadastrada."
                       not invalid key
                           if ope-esta-ativo and
                              ope-nivel-supervisor
                               move "S" to ws-autorizado-flag
                               display "Autorizado por: " ope-nome
                           else
                               display "Matricula inativa ou sem "
                                       "nivel de supervisor - "
                                       "autorizacao negada."
                           end-if
                   end-read
               end-if
           end-perform

           close operadores.

       le-saldo-atual.

           move zeros to ws-saldo-total

           open input saldo-file

           if ws-saldo-ok
               read saldo-file
               move saldo-reg to ws-saldo-total
               close saldo-file
           else
               if not ws-saldo-nao-existe
                   display "ERRO ao ler saldo.dat - file status "
                           ws-saldo-status
               end-if
           end-if.

      *    duas pernas ligadas pela mesma referencia, como a
      /    transferencia do caixa: saque na conta do falecido e
      /    deposito na conta do herdeiro, com efeito nulo no saldo
      /    da casa
       grava-log-liberacao.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           move "2"              to trans-opcao
           move ws-vlr-liberado  to trans-valor
           compute trans-saldo-result =
                   ws-saldo-total - ws-vlr-liberado
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-liberado  to trans-valor-original
           move ws-conta-id      to trans-conta-id
           move "T"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move ws-agencia-origem to trans-agencia

           write transacao-reg

           perform grava-movimento

           move "1"              to trans-opcao
           move ws-vlr-liberado  to trans-valor
           move ws-saldo-total   to trans-saldo-result
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-liberado  to trans-valor-original
           move ws-conta-destino to trans-conta-id
           move "T"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move ws-agencia-conta to trans-agencia

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           perform grava-movimento

           close transacoes-file.

      *    espelha a transacao recem montada no arquivo indexado de
      /    movimento - mov-seq desempata gravacoes no mesmo segundo
      /    e a data vai na ordem AAAAMMDD ordenavel da chave
       grava-movimento.

           open i-o movimentos

           if ws-movimento-nao-existe
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if

           if not ws-movimento-ok
               display "ERRO ao abrir movimentos.dat - file status "
                       ws-movimento-status
               display "O movimento indexado nao foi gravado - "
                       "reconstrua com carregamov."
               exit paragraph
           end-if

           move trans-conta-id to mov-conta-id
           move trans-ano      to mov-data (1:4)
           move trans-mes      to mov-data (5:2)
           move trans-dia      to mov-data (7:2)
           move trans-hora     to mov-data (9:2)
           move trans-minuto   to mov-data (11:2)
           move trans-segundo  to mov-data (13:2)
           move zeros          to mov-seq
           move mov-data       to mov-data-mov
           move trans-opcao    to mov-opcao
           move trans-valor    to mov-valor
           move trans-saldo-result   to mov-saldo-result
           move trans-moeda          to mov-moeda
           move trans-valor-original to mov-valor-original
           move trans-estorno        to mov-marca
           move trans-estorno-ref    to mov-ref
           move trans-agencia        to mov-agencia

           move "N" to ws-mov-gravado-flag

           perform until ws-mov-gravado or mov-seq > 998
               write movimento-reg
                   invalid key
                       add 1 to mov-seq
                   not invalid key
                       move "S" to ws-mov-gravado-flag
               end-write
           end-perform

           if not ws-mov-gravado
               display "ERRO ao gravar movimentos.dat - file status "
                       ws-movimento-status
           end-if

           close movimentos.

      *    a liberacao fica na trilha do cadastro do falecido: conta
      /    e alvara na imagem antes, conta, herdeiro e valor na
      /    imagem depois, com a matricula do supervisor
       grava-cadastro-aud.

           open extend cadastro-aud

           if ws-cadaudit-nao-existe
               open output cadastro-aud
           end-if

           if not ws-cadaudit-ok
               display "ERRO ao abrir cadastro_aud.log - file "
                       "status " ws-cadaudit-status
               display "A trilha de auditoria nao foi gravada."
               exit paragraph
           end-if

           move ws-falecido-id   to cda-pessoa-id
           move ws-supervisor-id to cda-operador
           move ws-dia-transacao     to cda-dia
           move ws-mes-transacao     to cda-mes
           move ws-ano-transacao     to cda-ano
           move ws-hora-transacao    to cda-hora
           move ws-minuto-transacao  to cda-minuto
           move ws-segundo-transacao to cda-segundo
           move "H"              to cda-acao
           move "LIBERACAO"      to cda-campo
           move spaces           to cda-antes
           move spaces           to cda-depois
           string ws-conta-id " " ws-doc-liberacao
                  delimited by size into cda-antes
           string ws-conta-destino " " ws-herdeiro-id " "
                  ws-ed-liberado
                  delimited by size into cda-depois

           write cadaudit-reg

           if not ws-cadaudit-ok
               display "ERRO ao gravar cadastro_aud.log - file "
                       "status " ws-cadaudit-status
           end-if

           close cadastro-aud.

       monta-data-transacao.

      *    function current-date devolve AAAAMMDDhhmmss - os campos
      /    da data da transacao sao distribuidos na ordem
      /    dia/mes/ano usada em transacao.cpy
           move function current-date to ws-data-corrente

           move ws-data-corrente (7:2)  to ws-dia-transacao
           move ws-data-corrente (5:2)  to ws-mes-transacao
           move ws-data-corrente (1:4)  to ws-ano-transacao
           move ws-data-corrente (9:2)  to ws-hora-transacao
           move ws-data-corrente (11:2) to ws-minuto-transacao
           move ws-data-corrente (13:2) to ws-segundo-transacao.

       end program espolio.
