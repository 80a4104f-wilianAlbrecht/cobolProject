      * author wilian albrecht
      * date: 03/09/2026
      * purporse: credito mensal de rendimento nas contas de cliente
      * - aplica sobre cada conta-saldo positivo de contas.dat (conta
      * no cheque especial, encerrada ou bloqueada pelo obito do
      * titular nao rende) a taxa mensal vigente de rendimento.dat,
      * credita o juro na conta e lanca cada credito em
      * transacoes.log em duas pernas marcadas com J
      * (deposito na conta do cliente e saque de despesa na conta
      * zeros), com efeito nulo no saldo da casa, para o replay de
      * verifica.cbl, o fechamento e o extrato continuarem batendo
      * com o dinheiro novo. quando ha aliquota vigente em
      * aliquota_ir.dat, o imposto de renda na fonte sobre o juro e'
      * retido na hora em pernas marcadas com I (saque na conta do
      * cliente e deposito do imposto a recolher na conta zeros) e
      * o credito entra em retencoes_ir.dat para o informe anual de
      * rendimentos. controle de reexecucao diaria via
      * controle_batch.dat, como tarifamensal.cbl, e como ele com
      * checkpoint da conta em andamento (restart_rendimentos.dat),
      * uma ficha por conta creditada em lotes_mensais.dat - conta
      * ja creditada na competencia nao recebe de novo - e a prova
      * do lote no fim do relatorio
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-rendimento-status.

       select aliquota-ir-file assign to './files/aliquota_ir.dat'
       organization is sequential
       file status is ws-aliquota-status.

       select retencoes-file assign to './files/retencoes_ir.dat'
       organization is sequential
       file status is ws-retencao-status.

       select saldo-file assign to './files/saldo.dat'
       organization is sequential
       file status is ws-saldo-status.
       access mode is dynamic
       file status is ws-movimento-status.

       select restart-file
              assign to './files/restart_rendimentos.dat'
       organization is sequential
       file status is ws-restart-status.

       select lotes-file assign to './files/lotes_mensais.dat'
       organization is sequential
       file status is ws-lote-status.

       select rel-rendimentos
              assign to './files/relatorio_rendimentos.txt'
       organization is line sequential
       fd rendimento-file.
       copy "rendimento.cpy".

       fd aliquota-ir-file.
       copy "aliquotair.cpy".

       fd retencoes-file.
       copy "retencaoir.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd movimentos.
       copy "movimento.cpy".

       fd restart-file.
       copy "restartmes.cpy".

       fd lotes-file.
       copy "lotemensal.cpy".

       fd rel-rendimentos.
       01 rel-linha            pic x(100).

       77 ws-taxa-rendimento   pic v9(4) value zeros.
       77 ws-vlr-juros         pic 9(5)v99 value zeros.

      *    imposto de renda na fonte sobre o juro - sem aliquota
      /    vigente em aliquota_ir.dat nada e' retido
       77 ws-aliquota-status   pic x(2) value spaces.
           88 ws-aliquota-ok           value "00".
           88 ws-aliquota-nao-existe   value "35".
       77 ws-retencao-status   pic x(2) value spaces.
           88 ws-retencao-ok           value "00".
           88 ws-retencao-nao-existe   value "35".
       77 ws-aliquota-vigente  pic x(8) value spaces.
       77 ws-aliquota-ir       pic v9(4) value zeros.
       77 ws-vlr-ir            pic 9(5)v99 value zeros.
       77 ws-total-ir          pic 9(7)v99 value zeros.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.

       77 ws-total-contas      pic 9(5) value zeros.
       77 ws-total-creditadas  pic 9(5) value zeros.
       77 ws-total-obito       pic 9(5) value zeros.
       77 ws-total-juros       pic 9(7)v99 value zeros.
       77 ws-total-ja-creditadas pic 9(5) value zeros.
       77 ws-vlr-ja-creditado  pic 9(7)v99 value zeros.
       77 ws-total-falhas      pic 9(5) value zeros.
       77 ws-vlr-falhas        pic 9(7)v99 value zeros.

      *    checkpoint da conta em andamento (restart_rendimentos.dat)
      /    - o lote e' a data/hora de inicio da execucao original e
      /    vai em trans-estorno-ref das pernas, inclusive na retomada
       77 ws-restart-status    pic x(2) value spaces.
           88 ws-restart-ok            value "00".
           88 ws-restart-nao-existe    value "35".
       77 ws-competencia       pic x(6) value spaces.
       77 ws-lote              pic x(14) value spaces.
       77 ws-fase              pic x(1) value space.
       77 ws-saldo-antes       pic s9(5)v99 value zeros.
       77 ws-retomada-flag     pic x value "N".
           88 ws-retomada          value "S".
       77 ws-conta-retomada    pic 9(5) value zeros.
       77 ws-fase-retomada     pic x(1) value space.
       77 ws-saldo-retomada    pic s9(5)v99 value zeros.
       77 ws-juros-retomada    pic 9(5)v99 value zeros.
       77 ws-ir-retomada       pic 9(5)v99 value zeros.
       77 ws-retoma-na-conta-flag pic x value "N".
           88 ws-retoma-na-conta   value "S".
       77 ws-lote-completo-flag pic x value "N".
           88 ws-lote-completo     value "S".

      *    contas ja creditadas na competencia (lotes_mensais.dat) -
      /    nao recebem o juro de novo numa reexecucao
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
      /    contra as pernas J e I do diario com os mesmos lotes
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
       77 ws-prv-ir-controle   pic 9(7)v99 value zeros.
       77 ws-prv-qtd-cliente   pic 9(5) value zeros.
       77 ws-prv-vlr-cliente   pic 9(7)v99 value zeros.
       77 ws-prv-qtd-casa      pic 9(5) value zeros.
       77 ws-prv-vlr-casa      pic 9(7)v99 value zeros.
       77 ws-prv-ir-cliente    pic 9(7)v99 value zeros.
       77 ws-prv-ir-casa       pic 9(7)v99 value zeros.
       77 ws-prv-duplicadas    pic 9(5) value zeros.
       77 ws-prova-flag        pic x value "N".
           88 ws-prova-confere     value "S".

       01 ws-cab-1.
           05 filler          pic x(40) value
       01 ws-linha-taxa.
           05 filler          pic x(16) value "TAXA MENSAL: ".
           05 ws-rel-taxa     pic 9v9999.
           05 filler          pic x(16) value "  ALIQUOTA IR: ".
           05 ws-rel-aliquota pic 9v9999.

       01 ws-linha-credito.
           05 filler          pic x(9)  value "CONTA ".
           05 ws-cre-conta    pic zzzz9.
           05 filler          pic x(9)  value " juros: ".
           05 ws-cre-juros    pic zzzz9.99.
           05 filler          pic x(6)  value " ir: ".
           05 ws-cre-ir       pic zzzz9.99.
           05 filler          pic x(15) value " saldo apos: ".
           05 ws-cre-saldo    pic zzzz9.99.

       01 ws-linha-ja-creditada.
           05 filler          pic x(15) value "JA CREDITADA : ".
           05 ws-jac-conta    pic zzzz9.
           05 filler          pic x(10) value " no lote: ".
           05 ws-jac-lote     pic x(14).

       01 ws-linha-retomada.
           05 filler          pic x(31) value
              "EXECUCAO RETOMADA APOS A CONTA ".
           05 ws-ret-conta    pic zzzz9.
           05 filler          pic x(10) value " - lote: ".
           05 ws-ret-lote     pic x(14).

       01 ws-total-linha.
           05 filler          pic x(9)  value "CONTAS: ".
           05 ws-tot-contas   pic zzzz9.
           05 ws-tot-cred     pic zzzz9.
           05 filler          pic x(16) value "  JUROS PAGOS: ".
           05 ws-tot-juros    pic zzzzzz9.99.
           05 filler          pic x(14) value "  IR RETIDO: ".
           05 ws-tot-ir       pic zzzzzz9.99.

       01 ws-total-linha-2.
           05 filler          pic x(30) value
              "BLOQUEADAS POR OBITO: ".
           05 ws-tot-obito    pic zzzz9.
           05 filler          pic x(17) value "  JA CREDITADAS: ".
           05 ws-tot-ja       pic zzzz9.
           05 filler          pic x(10) value "  FALHAS: ".
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
           05 filler          pic x(6) value " ir: ".
           05 ws-prv-ir       pic zzzzzz9.99.

       01 ws-prova-resultado.
           05 filler          pic x(11) value "RESULTADO: ".
           05 ws-prv-resultado pic x(40).

       procedure division.

               goback
           end-if

           perform carrega-aliquota-vigente

           perform grava-controle-inicio

           perform le-saldo-atual

           perform monta-data-transacao

           perform verifica-restart

           perform carrega-lancadas-mes

           if ws-lancadas-falhou
               display "ERRO: contas ja creditadas na competencia nao "
                       "carregadas de lotes_mensais.dat - lote nao "
                       "executado."
               move 8 to return-code
               goback
           end-if

           perform abre-relatorio

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_rendimentos.txt - "
               goback
           end-if

           perform credita-contas

           if ws-lote-completo
               perform remove-restart
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-total-contas     to ws-tot-contas
           move ws-total-creditadas to ws-tot-cred
           move ws-total-juros      to ws-tot-juros
           move ws-total-ir         to ws-tot-ir
           move ws-total-linha      to rel-linha
           write rel-linha
           move ws-total-obito      to ws-tot-obito
           move ws-total-ja-creditadas to ws-tot-ja
           move ws-total-falhas     to ws-tot-falhas
           move ws-total-linha-2    to rel-linha
           write rel-linha

           perform prova-lote

           close rel-rendimentos


           display "Rendimento creditado em " ws-total-creditadas
                   " de " ws-total-contas " conta(s) - juros pagos "
                   ws-total-juros " - IR retido " ws-total-ir "."

           if not ws-prova-confere
               display "PROVA DO LOTE NAO CONFERE - ver "
                       "relatorio_rendimentos.txt."
               move 8 to return-code
           end-if

           goback.

      *    cabecalho so na execucao nova - a retomada continua o
      /    relatorio da execucao que caiu
       abre-relatorio.

           if ws-retomada
               open extend rel-rendimentos
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

           open output rel-rendimentos

           if not ws-rel-ok
               exit paragraph
           end-if

           move ws-cab-1 to rel-linha
           write rel-linha
           move ws-taxa-rendimento to ws-rel-taxa
           move ws-aliquota-ir     to ws-rel-aliquota
           move ws-linha-taxa to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha.

      *    taxa de rendimento em vigor hoje: vale a vigencia mais
      /    recente ate a data, e o ultimo registro gravado em caso
      /    de empate, como as taxas de juros

           close rendimento-file.

      *    aliquota de imposto de renda em vigor hoje, pelo mesmo
      /    criterio de vigencia da taxa
       carrega-aliquota-vigente.

           move "N"    to ws-eof
           move spaces to ws-aliquota-vigente
           move zeros  to ws-aliquota-ir

           open input aliquota-ir-file

           if ws-aliquota-nao-existe
               exit paragraph
           end-if

           if not ws-aliquota-ok
               display "ERRO ao abrir aliquota_ir.dat - file status "
                       ws-aliquota-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aliquota-ir-file
                   at end move "S" to ws-eof
                   not at end
                       if air-data-vigencia not > ws-hoje and
                          air-data-vigencia not < ws-aliquota-vigente
                           move air-data-vigencia
                               to ws-aliquota-vigente
                           move air-aliquota to ws-aliquota-ir
                       end-if
               end-read
           end-perform

           close aliquota-ir-file.

       le-saldo-atual.

           open input saldo-file
               exit paragraph
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
                       perform credita-conta
                       add 1 to ws-total-contas
                       move "L" to ws-fase
                       perform grava-restart
               end-read
           end-perform

           move "S" to ws-lote-completo-flag

           close contas-file.

       credita-conta.

      *    conta que ja recebeu o juro da competencia numa execucao
      /    anterior nao e' creditada de novo
           perform busca-lancada

           if ws-conta-lancada
               add 1 to ws-total-ja-creditadas
               add ws-lan-valor (ws-pos-lan) to ws-vlr-ja-creditado
               move conta-id                 to ws-jac-conta
               move ws-lan-lote (ws-pos-lan) to ws-jac-lote
               move ws-linha-ja-creditada    to rel-linha
               write rel-linha
               exit paragraph
           end-if

      *    saldo negativo (cheque especial) paga juros em
      /    jurocheque.cbl, nao recebe rendimento; conta encerrada
      /    nao recebe lancamento nenhum
           if conta-saldo not > zeros or conta-encerrada
               exit paragraph
           end-if

      *    conta do falecido fica parada ate a liberacao do saldo
      /    aos herdeiros
           if conta-bloqueada-obito
               add 1 to ws-total-obito
               exit paragraph
           end-if

           compute ws-vlr-juros rounded =
                   conta-saldo * ws-taxa-rendimento

               exit paragraph
           end-if

           compute ws-vlr-ir rounded = ws-vlr-juros * ws-aliquota-ir

           move conta-saldo to ws-saldo-antes
           move "A" to ws-fase
           perform grava-restart

           add ws-vlr-juros to conta-saldo
           subtract ws-vlr-ir from conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao creditar a conta " conta-id
                       " - file status " ws-conta-status
               add 1 to ws-total-falhas
               add ws-vlr-juros to ws-vlr-falhas
               exit paragraph
           end-if

           move "C" to ws-fase
           perform grava-restart

           perform conclui-credito.

      *    cada passo gravado no checkpoint: pernas J (fase D),
      /    pernas I (fase I), ficha de retencao (fase R) e por fim a
      /    ficha de lotes_mensais.dat, que marca a conta como
      /    creditada na competencia
       conclui-credito.

           perform grava-log-rendimento

           move "D" to ws-fase
           perform grava-restart

           perform conclui-imposto.

       conclui-imposto.

           if ws-vlr-ir > zeros
               perform grava-log-imposto
           end-if

           move "I" to ws-fase
           perform grava-restart

           perform conclui-retencao.

       conclui-retencao.

           perform grava-retencao

           move "R" to ws-fase
           perform grava-restart

           perform efetiva-credito.

       efetiva-credito.

           perform grava-lancada-mes

           perform conta-credito.

       conta-credito.

           add 1            to ws-total-creditadas
           add ws-vlr-juros to ws-total-juros
           add ws-vlr-ir    to ws-total-ir

           move conta-id     to ws-cre-conta
           move ws-vlr-juros to ws-cre-juros
           move ws-vlr-ir    to ws-cre-ir
           move conta-saldo  to ws-cre-saldo
           move ws-linha-credito to rel-linha
           write rel-linha.
           move ws-vlr-juros     to trans-valor-original
           move conta-id         to trans-conta-id
           move "J"              to trans-estorno
           move ws-lote          to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg
           move ws-vlr-juros     to trans-valor-original
           move zeros            to trans-conta-id
           move "J"              to trans-estorno
           move ws-lote          to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           perform grava-movimento

           close transacoes-file.

      *    duas pernas marcadas com I: saque do imposto na conta do
      /    cliente e deposito do imposto a recolher na conta zeros
       grava-log-imposto.

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
           move ws-vlr-ir        to trans-valor
           compute trans-saldo-result =
                   ws-saldo-total - ws-vlr-ir
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-ir        to trans-valor-original
           move conta-id         to trans-conta-id
           move "I"              to trans-estorno
           move ws-lote          to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg

           perform grava-movimento

           move "1"              to trans-opcao
           move ws-vlr-ir        to trans-valor
           move ws-saldo-total   to trans-saldo-result
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-ir        to trans-valor-original
           move zeros            to trans-conta-id
           move "I"              to trans-estorno
           move ws-lote          to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg

           close transacoes-file.

      *    ficha do credito para o informe anual de rendimentos
       grava-retencao.

           open extend retencoes-file

           if ws-retencao-nao-existe
               open output retencoes-file
           end-if

           if not ws-retencao-ok
               display "ERRO ao gravar retencoes_ir.dat - file "
                       "status " ws-retencao-status
               exit paragraph
           end-if

           move conta-id       to ret-conta-id
           move ws-hoje        to ret-data
           move "J"            to ret-origem
           move zeros          to ret-aplicacao
           move ws-vlr-juros   to ret-bruto
           move ws-aliquota-ir to ret-aliquota
           move ws-vlr-ir      to ret-valor-ir

           write retencao-ir-reg

           if not ws-retencao-ok
               display "ERRO ao gravar retencoes_ir.dat - file "
                       "status " ws-retencao-status
           end-if

           close retencoes-file.

      *    espelha a transacao recem montada no arquivo indexado de
      /    movimento - mov-seq desempata gravacoes no mesmo segundo
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
               display "ERRO ao abrir restart_rendimentos.dat - file "
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
           move rst-valor           to ws-juros-retomada
           move rst-valor-ir        to ws-ir-retomada
           move rst-contas-lidas    to ws-total-contas
           move rst-qtd-lancadas    to ws-total-creditadas
           move rst-vlr-lancado     to ws-total-juros
           move rst-vlr-ir          to ws-total-ir
           move rst-qtd-ja-lancadas to ws-total-ja-creditadas
           move rst-vlr-ja-lancado  to ws-vlr-ja-creditado
           move rst-qtd-falhas      to ws-total-falhas
           move rst-vlr-falhas      to ws-vlr-falhas
           move rst-qtd-obito       to ws-total-obito

           display "Checkpoint encontrado em restart_rendimentos.dat "
                   "- lote " ws-lote " retomado apos a conta "
                   ws-conta-retomada " (fase " ws-fase-retomada ").".

      *    contas que ja receberam o juro da competencia em execucao
      /    anterior - sem a lista completa o lote nao roda, para nao
      /    creditar duas vezes
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
                       if lme-programa = "RENDIMENTOS" and
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

      *    termina a conta que estava em andamento quando o lote
      /    caiu, pela fase do checkpoint: A - o saldo diz se o
      /    credito chegou a ser regravado; C - faltam as pernas J;
      /    D - faltam as pernas I; I - falta a ficha de retencao;
      /    R - falta a ficha de lotes_mensais.dat. conta que ja tem a
      /    ficha so precisa entrar nos totais
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
           move ws-juros-retomada to ws-vlr-juros
           move ws-ir-retomada    to ws-vlr-ir

           perform busca-lancada

           if ws-conta-lancada
               perform conta-credito
           else
               evaluate ws-fase-retomada
                   when "A"
                       evaluate true
                           when conta-saldo = ws-saldo-antes
                               move "S" to ws-retoma-na-conta-flag
                               exit paragraph
                           when conta-saldo = ws-saldo-antes +
                                ws-vlr-juros - ws-vlr-ir
                               move "C" to ws-fase
                               perform grava-restart
                               perform conclui-credito
                           when other
                               display "AVISO: saldo da conta "
                                       conta-id " mudou desde o "
                                       "checkpoint - juro nao "
                                       "creditado, conferir."
                               add 1 to ws-total-falhas
                               add ws-vlr-juros to ws-vlr-falhas
                       end-evaluate
                   when "C"
                       perform conclui-credito
                   when "D"
                       perform conclui-imposto
                   when "I"
                       perform conclui-retencao
                   when "R"
                       perform efetiva-credito
               end-evaluate
           end-if

           add 1 to ws-total-contas
           move "L" to ws-fase
           perform grava-restart.

      *    credito nao regravado recomeca na propria conta, senao na
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
               display "ERRO ao abrir restart_rendimentos.dat - "
                       "file status " ws-restart-status
               exit paragraph
           end-if

           move ws-competencia      to rst-competencia
           move ws-lote             to rst-lote
           move conta-id            to rst-conta-id
           move ws-fase             to rst-fase
           move ws-saldo-antes      to rst-saldo-antes
           move ws-vlr-juros        to rst-valor
           move ws-vlr-ir           to rst-valor-ir
           move ws-total-contas     to rst-contas-lidas
           move ws-total-creditadas to rst-qtd-lancadas
           move ws-total-juros      to rst-vlr-lancado
           move ws-total-ir         to rst-vlr-ir
           move ws-total-ja-creditadas to rst-qtd-ja-lancadas
           move ws-vlr-ja-creditado to rst-vlr-ja-lancado
           move ws-total-falhas     to rst-qtd-falhas
           move ws-vlr-falhas       to rst-vlr-falhas
           move zeros               to rst-qtd-isentas
           move zeros               to rst-qtd-sem-saldo
           move ws-total-obito      to rst-qtd-obito
           write restart-mes-reg

           if not ws-restart-ok
               display "ERRO ao gravar restart_rendimentos.dat - "
                       "file status " ws-restart-status
           end-if

           close restart-file.

       remove-restart.

           call "CBL_DELETE_FILE" using
                './files/restart_rendimentos.dat'.

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

           move "RENDIMENTOS"   to lme-programa
           move ws-competencia  to lme-competencia
           move conta-id        to lme-conta-id
           move ws-vlr-juros    to lme-valor
           move ws-vlr-ir       to lme-valor-ir
           move ws-lote         to lme-lote
           move ws-hoje         to lme-data

           write lote-mensal-reg

           if not ws-lote-ok
               display "ERRO ao gravar lotes_mensais.dat - file status "
                       ws-lote-status
           end-if

           close lotes-file.

      *    prova do lote: as contas elegiveis da competencia
      /    (creditadas agora, ja creditadas antes e as que deram erro)
      /    tem que bater com as fichas de lotes_mensais.dat, sem conta
      /    repetida, e com as duas pernas J dos mesmos lotes no
      /    diario; o IR das fichas com as duas pernas I
       prova-lote.

           compute ws-prv-qtd-elegiveis = ws-total-creditadas +
                   ws-total-ja-creditadas + ws-total-falhas
           compute ws-prv-vlr-elegiveis = ws-total-juros +
                   ws-vlr-ja-creditado + ws-vlr-falhas

           perform prova-le-lancadas

           perform prova-le-diario

           if ws-prv-qtd-controle = ws-prv-qtd-elegiveis and
              ws-prv-vlr-controle = ws-prv-vlr-elegiveis and
              ws-prv-qtd-cliente  = ws-prv-qtd-controle  and
              ws-prv-vlr-cliente  = ws-prv-vlr-controle  and
              ws-prv-qtd-casa     = ws-prv-qtd-controle  and
              ws-prv-vlr-casa     = ws-prv-vlr-controle  and
              ws-prv-ir-cliente   = ws-prv-ir-controle   and
              ws-prv-ir-casa      = ws-prv-ir-controle   and
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
           move zeros                to ws-prv-ir
           move ws-prova-linha to rel-linha
           write rel-linha

           move "LANCADAS EM LOTES_MENSAIS.DAT" to ws-prv-texto
           move ws-prv-qtd-controle to ws-prv-qtd
           move ws-prv-vlr-controle to ws-prv-valor
           move ws-prv-ir-controle  to ws-prv-ir
           move ws-prova-linha to rel-linha
           write rel-linha

           move "DIARIO - PERNA DO CLIENTE" to ws-prv-texto
           move ws-prv-qtd-cliente to ws-prv-qtd
           move ws-prv-vlr-cliente to ws-prv-valor
           move ws-prv-ir-cliente  to ws-prv-ir
           move ws-prova-linha to rel-linha
           write rel-linha

           move "DIARIO - PERNA DA CASA" to ws-prv-texto
           move ws-prv-qtd-casa to ws-prv-qtd
           move ws-prv-vlr-casa to ws-prv-valor
           move ws-prv-ir-casa  to ws-prv-ir
           move ws-prova-linha to rel-linha
           write rel-linha

           move "LANCADAS EM DUPLICIDADE" to ws-prv-texto
           move ws-prv-duplicadas to ws-prv-qtd
           move zeros to ws-prv-valor
           move zeros to ws-prv-ir
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
      /    creditaram nela
       prova-le-lancadas.

           move zeros to ws-prv-qtd-controle
           move zeros to ws-prv-vlr-controle
           move zeros to ws-prv-ir-controle
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
                       if lme-programa = "RENDIMENTOS" and
                          lme-competencia = ws-competencia
                           perform prova-acumula-lancada
                       end-if
               end-read
           end-perform

           close lotes-file.

       prova-acumula-lancada.

           add 1            to ws-prv-qtd-controle
           add lme-valor    to ws-prv-vlr-controle
           add lme-valor-ir to ws-prv-ir-controle

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

      *    pernas J e I dos lotes da competencia. o diario do mes
      /    ainda nao foi arquivado quando o lote roda
       prova-le-diario.

           move zeros to ws-prv-qtd-cliente
           move zeros to ws-prv-vlr-cliente
           move zeros to ws-prv-qtd-casa
           move zeros to ws-prv-vlr-casa
           move zeros to ws-prv-ir-cliente
           move zeros to ws-prv-ir-casa
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
                       if trans-estorno = "J" or trans-estorno = "I"
                           move trans-estorno-ref to ws-lote-procurado
                           perform busca-lote-prova
                           if ws-lot-achou
                               perform prova-acumula-perna
                           end-if
                       end-if
               end-read
           end-perform

           close transacoes-file.

      *    J: deposito do juro na conta do cliente e saque na conta
      /    zeros; I: saque do imposto na conta do cliente e deposito
      /    na conta zeros
       prova-acumula-perna.

           if trans-estorno = "J"
               if trans-conta-id not = zeros and trans-opcao = "1"
                   add 1           to ws-prv-qtd-cliente
                   add trans-valor to ws-prv-vlr-cliente
               end-if
               if trans-conta-id = zeros and trans-opcao = "2"
                   add 1           to ws-prv-qtd-casa
                   add trans-valor to ws-prv-vlr-casa
               end-if
           else
               if trans-conta-id not = zeros and trans-opcao = "2"
                   add trans-valor to ws-prv-ir-cliente
               end-if
               if trans-conta-id = zeros and trans-opcao = "1"
                   add trans-valor to ws-prv-ir-casa
               end-if
           end-if.

       verifica-execucao-dia.

           move "N" to ws-ja-rodou-flag

           move "F"                 to ws-ctb-tipo-grava
           move ws-total-creditadas to ws-ctb-registros-grava
           if ws-prova-confere
               move "OK"            to ws-ctb-resultado-grava
           else
               move "NC"            to ws-ctb-resultado-grava
           end-if
           perform grava-controle.

       grava-controle.
