      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: compensacao de cheques - le os cheques apresentados
      * pela camara de compensacao (compensacao.txt: banco
      * apresentante, conta, numero e valor por linha) e paga ou
      * devolve cada um. o cheque pago e' debitado da conta em
      * transacoes.log e movimentos.dat com a marca Q, saindo do
      * saldo da casa. a devolucao usa os motivos padrao da camara
      * (cheque.cpy): 35 numero fora dos taloes emitidos para a
      * conta, 49 cheque ja pago ou ja devolvido em definitivo, 13
      * conta encerrada, 14 conta bloqueada pelo obito do titular,
      * 21 sustacao e 11/12 insuficiencia de fundos
      * na primeira/segunda apresentacao - o disponivel e' o saldo
      * mais o limite, ou so o saldo livre de bloqueio judicial, como
      * no caixa. nos motivos de responsabilidade do emitente (11, 12
      * e 21) e' cobrada a tarifa DEV vigente em tarifas.dat, em duas
      * pernas F como a tarifa mensal, quando o disponivel da conta
      * a cobre - senao a tarifa nao e' cobrada e sai marcada no
      * relatorio. cada cheque pago ou devolvido entra no
      * historico de cheques.dat, as devolucoes saem no arquivo de
      * volta para a camara (devolucao_cheques.txt) e tudo no
      * relatorio diario da compensacao. cheque que o saldo da casa
      * nao cobre fica pendente, fora do retorno, para a camara
      * reapresentar. controle de reexecucao diaria via
      * controle_batch.dat, como tarifamensal.cbl
      ******************************************************************

       identification division.
       program-id. compensa.
       environment division.
       input-output section.
       file-control.

       select compensacao-file assign to './files/compensacao.txt'
       organization is line sequential
       file status is ws-compensacao-status.

       select taloes-file assign to './files/taloes.dat'
       organization is sequential
       file status is ws-talao-status.

       select cheques-file assign to './files/cheques.dat'
       organization is sequential
       file status is ws-cheque-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select tarifas-file assign to './files/tarifas.dat'
       organization is sequential
       file status is ws-tarifa-status.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

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

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select devolucao-file
              assign to './files/devolucao_cheques.txt'
       organization is line sequential
       file status is ws-devolucao-status.

       select rel-compensacao
              assign to './files/relatorio_compensacao.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd compensacao-file.
       01 compensacao-reg.
           03 cmp-banco            pic 9(3).
           03 cmp-conta-id         pic 9(5).
           03 cmp-numero           pic 9(6).
           03 cmp-valor            pic 9(5)v99.

       fd taloes-file.
       copy "talao.cpy".

       fd cheques-file.
       copy "cheque.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd tarifas-file.
       copy "tarifa.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd devolucao-file.
       01 devolucao-reg.
           03 dev-banco            pic 9(3).
           03 dev-conta-id         pic 9(5).
           03 dev-numero           pic 9(6).
           03 dev-valor            pic 9(5)v99.
           03 dev-motivo           pic 9(2).
           03 dev-data             pic x(8).

       fd rel-compensacao.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-compensacao-status pic x(2) value spaces.
           88 ws-compensacao-ok        value "00".
           88 ws-compensacao-nao-existe value "35".
       77 ws-talao-status      pic x(2) value spaces.
           88 ws-talao-ok              value "00".
           88 ws-talao-nao-existe      value "35".
       77 ws-cheque-status     pic x(2) value spaces.
           88 ws-cheque-ok             value "00".
           88 ws-cheque-nao-existe     value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-tarifa-status     pic x(2) value spaces.
           88 ws-tarifa-ok             value "00".
           88 ws-tarifa-nao-existe     value "35".
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-devolucao-status  pic x(2) value spaces.
           88 ws-devolucao-ok          value "00".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".
       77 ws-mov-gravado-flag  pic x value "N".
           88 ws-mov-gravado       value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    tarifa DEV vigente hoje - sem tarifa carregada a devolucao
      /    nao cobra nada
       77 ws-tarifa-vigente    pic x(8) value spaces.
       77 ws-vlr-tarifa        pic 9(5)v99 value zeros.

      *    faixas de numeracao emitidas por conta (taloes.dat)
       77 ws-max-taloes        pic 9(3) value 500.
       77 ws-qtd-taloes        pic 9(3) value zeros.
       77 ws-idx-tal           pic 9(3) value zeros.
       01 ws-tal-tab.
           03 ws-tal-item occurs 500 times.
               05 ws-tal-conta     pic 9(5).
               05 ws-tal-inicial   pic 9(6).
               05 ws-tal-final     pic 9(6).
       77 ws-emitido-flag      pic x value "N".
           88 ws-emitido           value "S".

      *    situacao vigente de cada folha com historico em
      /    cheques.dat, atualizada a cada cheque do dia para pegar a
      /    mesma folha apresentada duas vezes no arquivo. a marca de
      /    devolucao por fundos define o motivo 12 na reapresentacao
       77 ws-max-historico     pic 9(4) value 2000.
       77 ws-qtd-historico     pic 9(4) value zeros.
       77 ws-idx-his           pic 9(4) value zeros.
       77 ws-pos-his           pic 9(4) value zeros.
       77 ws-busca-conta       pic 9(5) value zeros.
       77 ws-busca-numero      pic 9(6) value zeros.
       01 ws-his-tab.
           03 ws-his-item occurs 2000 times.
               05 ws-his-conta     pic 9(5).
               05 ws-his-numero    pic 9(6).
               05 ws-his-situacao  pic x(1).
               05 ws-his-motivo    pic 9(2).
               05 ws-his-sem-fundos pic x(1).
       77 ws-situacao-atual    pic x(1) value space.
           88 ws-atual-sustado     value "S".
           88 ws-atual-pago        value "P".
           88 ws-atual-devolvido   value "D".
       77 ws-motivo-atual      pic 9(2) value zeros.
           88 ws-atual-definitivo  value 12 13 35.
       77 ws-ja-sem-fundos-flag pic x value "N".
           88 ws-ja-sem-fundos     value "S".

      *    ordens judiciais ativas somadas por conta - o saldo que
      /    cobre a ordem nao paga cheque
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

       77 ws-motivo            pic 9(2) value zeros.
           88 ws-cobra-tarifa      value 11 12 21.
       77 ws-motivo-texto      pic x(30) value spaces.
       77 ws-resultado         pic x(1) value space.
           88 ws-cheque-pago       value "P".
           88 ws-cheque-devolvido  value "D".
           88 ws-cheque-pendente   value "N".
       77 ws-tarifa-cobrada    pic 9(5)v99 value zeros.
       77 ws-tarifa-sem-disp-flag pic x value "N".
           88 ws-tarifa-sem-disp   value "S".
       77 ws-novo-saldo        pic s9(7)v99 value zeros.
       77 ws-saldo-minimo      pic s9(5)v99 value -99999.99.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
           05 ws-dia-transacao         pic x(2).
           05 ws-mes-transacao         pic x(2).
           05 ws-ano-transacao         pic x(4).
           05 ws-hora-transacao        pic x(2).
           05 ws-minuto-transacao      pic x(2).
           05 ws-segundo-transacao     pic x(2).
       01 ws-ref-cheque.
           05 ws-ref-numero            pic 9(6).
           05 ws-ref-data              pic x(8).

       77 ws-total-apresentados pic 9(5) value zeros.
       77 ws-total-invalidos   pic 9(5) value zeros.
       77 ws-total-pagos       pic 9(5) value zeros.
       77 ws-vlr-pagos         pic 9(9)v99 value zeros.
       77 ws-total-devolvidos  pic 9(5) value zeros.
       77 ws-vlr-devolvidos    pic 9(9)v99 value zeros.
       77 ws-total-pendentes   pic 9(5) value zeros.
       77 ws-vlr-pendentes     pic 9(9)v99 value zeros.
       77 ws-total-tarifas     pic 9(5) value zeros.
       77 ws-vlr-tarifas       pic 9(7)v99 value zeros.
       77 ws-total-tarifas-sem-disp pic 9(5) value zeros.
       77 ws-vlr-tarifas-sem-disp pic 9(7)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "COMPENSACAO DE CHEQUES - DATA: ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(18) value "TARIFA DEVOLUCAO: ".
           05 ws-cab-tarifa   pic zzzz9.99.

       01 ws-cab-3.
           05 filler          pic x(7)  value "BANCO".
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(9)  value "CHEQUE".
           05 filler          pic x(12) value "VALOR".
           05 filler          pic x(12) value "SITUACAO".
           05 filler          pic x(33) value "MOTIVO".
           05 filler          pic x(8)  value "TARIFA".

       01 ws-det-linha.
           05 ws-dtl-banco    pic 9(3).
           05 filler          pic x(4)  value spaces.
           05 ws-dtl-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-dtl-numero   pic 9(6).
           05 filler          pic x(3)  value spaces.
           05 ws-dtl-valor    pic zzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-dtl-situacao pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-dtl-motivo   pic 9(2).
           05 filler          pic x(1)  value space.
           05 ws-dtl-motivo-texto pic x(30).
           05 ws-dtl-tarifa   pic zzzz9.99.
           05 ws-dtl-obs-tarifa pic x(11).

       01 ws-invalido-linha.
           05 filler          pic x(30) value
              "REGISTRO INVALIDO IGNORADO: ".
           05 ws-inv-registro pic x(21).

       01 ws-total-linha-1.
           05 filler          pic x(14) value "APRESENTADOS: ".
           05 ws-tot-apresentados pic zzzz9.
           05 filler          pic x(14) value "  INVALIDOS: ".
           05 ws-tot-invalidos pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(14) value "PAGOS: ".
           05 ws-tot-pagos    pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-pagos pic zzzzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(14) value "DEVOLVIDOS: ".
           05 ws-tot-devolvidos pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-devolvidos pic zzzzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(14) value "PENDENTES: ".
           05 ws-tot-pendentes pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-pendentes pic zzzzzzzz9.99.

       01 ws-total-linha-5.
           05 filler          pic x(14) value "TARIFAS: ".
           05 ws-tot-tarifas  pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-tarifas pic zzzzzz9.99.

       01 ws-total-linha-6.
           05 filler          pic x(34) value
              "TARIFAS NAO COBRADAS (SEM DISP.): ".
           05 ws-tot-tarifas-sem-disp pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-tarifas-sem-disp pic zzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "COMPENSA ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           open input compensacao-file

           if ws-compensacao-nao-existe
               display "Nao ha compensacao.txt - nada a compensar."
               goback
           end-if

           if not ws-compensacao-ok
               display "ERRO ao abrir compensacao.txt - file status "
                       ws-compensacao-status
               goback
           end-if

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               display "Compensacao nao processada - sem contas."
               close compensacao-file
               move 8 to return-code
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-taloes

           perform carrega-historico

           perform carrega-bloqueios

           perform carrega-tarifa-vigente

           perform le-saldo-atual

           perform monta-data-transacao

           open output devolucao-file

           if not ws-devolucao-ok
               display "ERRO ao abrir devolucao_cheques.txt - file "
                       "status " ws-devolucao-status
               close compensacao-file contas-file
               move 8 to return-code
               goback
           end-if

           open output rel-compensacao

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_compensacao.txt - "
                       "file status " ws-rel-status
               close compensacao-file contas-file devolucao-file
               move 8 to return-code
               goback
           end-if

           open extend cheques-file

           if ws-cheque-nao-existe
               open output cheques-file
           end-if

           if not ws-cheque-ok
               display "ERRO ao abrir cheques.dat - file status "
                       ws-cheque-status
               close compensacao-file contas-file devolucao-file
                     rel-compensacao
               move 8 to return-code
               goback
           end-if

           perform imprime-cabecalho

           move "N" to ws-eof

           perform until ws-eof = "S"
               read compensacao-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-apresentados
                       perform compensa-cheque
               end-read
           end-perform

           close compensacao-file contas-file cheques-file
                 devolucao-file

           if ws-total-pagos > zeros
               perform grava-saldo
           end-if

           perform imprime-totais

           close rel-compensacao

           perform grava-controle-fim

           if ws-total-pendentes > zeros
               display "AVISO: " ws-total-pendentes " cheque(s) "
                       "pendente(s) - saldo da casa insuficiente."
               move 4 to return-code
           end-if

           display "Compensacao: " ws-total-apresentados
                   " apresentado(s), " ws-total-pagos " pago(s) "
                   ws-vlr-pagos ", " ws-total-devolvidos
                   " devolvido(s) " ws-vlr-devolvidos "."

           goback.

      *    tarifa DEV em vigor hoje: vale a vigencia mais recente
      /    ate a data, e o ultimo registro gravado em caso de
      /    empate, como em tarifamensal.cbl
       carrega-tarifa-vigente.

           move "N"    to ws-eof
           move spaces to ws-tarifa-vigente
           move zeros  to ws-vlr-tarifa

           open input tarifas-file

           if ws-tarifa-nao-existe
               exit paragraph
           end-if

           if not ws-tarifa-ok
               display "ERRO ao abrir tarifas.dat - file status "
                       ws-tarifa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read tarifas-file
                   at end move "S" to ws-eof
                   not at end
                       if tar-tipo = "DEV" and
                          tar-data-vigencia not > ws-hoje and
                          tar-data-vigencia not < ws-tarifa-vigente
                           move tar-data-vigencia
                               to ws-tarifa-vigente
                           move tar-valor to ws-vlr-tarifa
                       end-if
               end-read
           end-perform

           close tarifas-file.

       carrega-taloes.

           move "N" to ws-eof

           open input taloes-file

           if ws-talao-nao-existe
               exit paragraph
           end-if

           if not ws-talao-ok
               display "ERRO ao abrir taloes.dat - file status "
                       ws-talao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read taloes-file
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-taloes < ws-max-taloes
                           add 1 to ws-qtd-taloes
                           move tal-conta-id
                               to ws-tal-conta (ws-qtd-taloes)
                           move tal-cheque-inicial
                               to ws-tal-inicial (ws-qtd-taloes)
                           move tal-cheque-final
                               to ws-tal-final (ws-qtd-taloes)
                       else
                           display "AVISO: taloes.dat tem mais de "
                                   ws-max-taloes " taloes - "
                                   "excedente ignorado."
                       end-if
               end-read
           end-perform

           close taloes-file.

       carrega-historico.

           move "N" to ws-eof

           open input cheques-file

           if ws-cheque-nao-existe
               exit paragraph
           end-if

           if not ws-cheque-ok
               display "ERRO ao abrir cheques.dat - file status "
                       ws-cheque-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read cheques-file
                   at end move "S" to ws-eof
                   not at end
                       perform atualiza-historico
               end-read
           end-perform

           close cheques-file.

      *    aplica o registro de cheque-reg na tabela de situacao
       atualiza-historico.

           move chq-conta-id to ws-busca-conta
           move chq-numero   to ws-busca-numero
           perform localiza-historico

           if ws-pos-his = zeros
               if ws-qtd-historico < ws-max-historico
                   add 1 to ws-qtd-historico
                   move ws-qtd-historico to ws-pos-his
                   move chq-conta-id to ws-his-conta (ws-pos-his)
                   move chq-numero   to ws-his-numero (ws-pos-his)
                   move "N"          to ws-his-sem-fundos (ws-pos-his)
               else
                   display "AVISO: cheques.dat tem mais de "
                           ws-max-historico " folhas - excedente "
                           "ignorado."
                   exit paragraph
               end-if
           end-if

           move chq-situacao to ws-his-situacao (ws-pos-his)
           move chq-motivo   to ws-his-motivo (ws-pos-his)

           if chq-devolvido and chq-motivo-sem-fundos
               move "S" to ws-his-sem-fundos (ws-pos-his)
           end-if.

       localiza-historico.

           move zeros to ws-pos-his

           perform varying ws-idx-his from 1 by 1
                   until ws-idx-his > ws-qtd-historico
                      or ws-pos-his > zeros
               if ws-his-conta (ws-idx-his) = ws-busca-conta and
                  ws-his-numero (ws-idx-his) = ws-busca-numero
                   move ws-idx-his to ws-pos-his
               end-if
           end-perform.

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

       grava-saldo.

           open output saldo-file

           if not ws-saldo-ok
               display "ERRO ao gravar saldo.dat - file status "
                       ws-saldo-status
               move 8 to return-code
               exit paragraph
           end-if

           write saldo-reg from ws-saldo-total

           close saldo-file.

      *    a ordem das verificacoes segue a camara: folha nao
      /    emitida, reapresentacao indevida, conta encerrada,
      /    sustacao e so entao os fundos
       compensa-cheque.

           move zeros to ws-motivo
           move zeros to ws-tarifa-cobrada
           move "N"   to ws-tarifa-sem-disp-flag
           move space to ws-resultado

           if cmp-banco    is not numeric or
              cmp-conta-id is not numeric or
              cmp-numero   is not numeric or
              cmp-valor    is not numeric or
              cmp-valor = zeros
               add 1 to ws-total-invalidos
               move compensacao-reg   to ws-inv-registro
               move ws-invalido-linha to rel-linha
               write rel-linha
               exit paragraph
           end-if

           perform verifica-emissao

           if not ws-emitido
               move 35 to ws-motivo
               perform devolve-cheque
               exit paragraph
           end-if

           move cmp-conta-id to ws-busca-conta
           move cmp-numero   to ws-busca-numero
           perform localiza-historico

           move space to ws-situacao-atual
           move zeros to ws-motivo-atual
           move "N"   to ws-ja-sem-fundos-flag

           if ws-pos-his > zeros
               move ws-his-situacao (ws-pos-his) to ws-situacao-atual
               move ws-his-motivo (ws-pos-his)   to ws-motivo-atual
               move ws-his-sem-fundos (ws-pos-his)
                   to ws-ja-sem-fundos-flag
           end-if

           if ws-atual-pago or
              (ws-atual-devolvido and ws-atual-definitivo)
               move 49 to ws-motivo
               perform devolve-cheque
               exit paragraph
           end-if

           move cmp-conta-id to conta-id

           read contas-file
               invalid key
                   move 13 to ws-motivo
                   perform devolve-cheque
                   exit paragraph
           end-read

           if conta-encerrada
               move 13 to ws-motivo
               perform devolve-cheque
               exit paragraph
           end-if

           if conta-bloqueada-obito
               move 14 to ws-motivo
               perform devolve-cheque
               exit paragraph
           end-if

           if ws-atual-sustado
               move 21 to ws-motivo
               perform devolve-cheque
               exit paragraph
           end-if

           perform calcula-disponivel

           if ws-disponivel-conta < cmp-valor
               if ws-ja-sem-fundos
                   move 12 to ws-motivo
               else
                   move 11 to ws-motivo
               end-if
               perform devolve-cheque
               exit paragraph
           end-if

           if cmp-valor > ws-saldo-total
               perform deixa-pendente
               exit paragraph
           end-if

           perform paga-cheque.

       verifica-emissao.

           move "N" to ws-emitido-flag

           perform varying ws-idx-tal from 1 by 1
                   until ws-idx-tal > ws-qtd-taloes or ws-emitido
               if ws-tal-conta (ws-idx-tal) = cmp-conta-id and
                  cmp-numero >= ws-tal-inicial (ws-idx-tal) and
                  cmp-numero <= ws-tal-final (ws-idx-tal)
                   move "S" to ws-emitido-flag
               end-if
           end-perform.

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

       paga-cheque.

           subtract cmp-valor from conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao debitar a conta " conta-id
                       " - file status " ws-conta-status
               display "Cheque " cmp-numero " fica pendente."
               perform deixa-pendente
               exit paragraph
           end-if

           subtract cmp-valor from ws-saldo-total

           move cmp-numero to ws-ref-numero
           move ws-hoje    to ws-ref-data

           move "2"            to trans-opcao
           move cmp-valor      to trans-valor
           move ws-saldo-total to trans-saldo-result
           move cmp-conta-id   to trans-conta-id
           move "Q"            to trans-estorno
           move ws-ref-cheque  to trans-estorno-ref
           move conta-agencia  to trans-agencia
           perform grava-log

           move "P" to ws-resultado
           perform grava-historico

           add 1         to ws-total-pagos
           add cmp-valor to ws-vlr-pagos

           perform imprime-cheque.

       devolve-cheque.

           move "D" to ws-resultado

           if ws-cobra-tarifa and ws-vlr-tarifa > zeros
               perform cobra-tarifa-devolucao
           end-if

           perform grava-historico

           move cmp-banco    to dev-banco
           move cmp-conta-id to dev-conta-id
           move cmp-numero   to dev-numero
           move cmp-valor    to dev-valor
           move ws-motivo    to dev-motivo
           move ws-hoje      to dev-data

           write devolucao-reg

           if not ws-devolucao-ok
               display "ERRO ao gravar devolucao_cheques.txt - file "
                       "status " ws-devolucao-status
           end-if

           add 1         to ws-total-devolvidos
           add cmp-valor to ws-vlr-devolvidos

           perform imprime-cheque.

       deixa-pendente.

           move "N" to ws-resultado

           add 1         to ws-total-pendentes
           add cmp-valor to ws-vlr-pendentes

           perform imprime-cheque.

      *    a tarifa de devolucao so entra se o disponivel da conta
      /    (saldo mais limite, ou so o saldo livre de bloqueio
      /    judicial) a cobre; senao fica sem cobrar e sai marcada no
      /    relatorio, como em tarifamensal.cbl. duas pernas F
       cobra-tarifa-devolucao.

           perform calcula-disponivel

           if ws-disponivel-conta < ws-vlr-tarifa
               move "S" to ws-tarifa-sem-disp-flag
               add 1              to ws-total-tarifas-sem-disp
               add ws-vlr-tarifa  to ws-vlr-tarifas-sem-disp
               exit paragraph
           end-if

           compute ws-novo-saldo = conta-saldo - ws-vlr-tarifa

           if ws-novo-saldo < ws-saldo-minimo
               display "AVISO: conta " conta-id " sem espaco para a "
                       "tarifa de devolucao - nao cobrada."
               exit paragraph
           end-if

           move ws-novo-saldo to conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao cobrar tarifa da conta " conta-id
                       " - file status " ws-conta-status
               exit paragraph
           end-if

           move "2"              to trans-opcao
           move ws-vlr-tarifa    to trans-valor
           compute trans-saldo-result =
                   ws-saldo-total - ws-vlr-tarifa
           move conta-id         to trans-conta-id
           move "F"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move conta-agencia    to trans-agencia
           perform grava-log

           move "1"              to trans-opcao
           move ws-vlr-tarifa    to trans-valor
           move ws-saldo-total   to trans-saldo-result
           move zeros            to trans-conta-id
           move "F"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move conta-agencia    to trans-agencia
           perform grava-log

           move ws-vlr-tarifa to ws-tarifa-cobrada
           add 1              to ws-total-tarifas
           add ws-vlr-tarifa  to ws-vlr-tarifas.

      *    historico da folha em cheques.dat e na tabela do dia
       grava-historico.

           move cmp-conta-id to chq-conta-id
           move cmp-numero   to chq-numero
           move ws-resultado to chq-situacao
           move ws-hoje      to chq-data
           move cmp-valor    to chq-valor
           move ws-motivo    to chq-motivo
           move "COMPENSA"   to chq-operador
           move spaces       to chq-observacao

           write cheque-reg

           if not ws-cheque-ok
               display "ERRO ao gravar cheques.dat - file status "
                       ws-cheque-status
           end-if

           perform atualiza-historico.

       grava-log.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move trans-valor      to trans-valor-original

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           close transacoes-file

           perform grava-movimento.

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

       imprime-cabecalho.

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move ws-vlr-tarifa to ws-cab-tarifa
           move ws-cab-2 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-3 to rel-linha
           write rel-linha.

       imprime-cheque.

           move cmp-banco    to ws-dtl-banco
           move cmp-conta-id to ws-dtl-conta
           move cmp-numero   to ws-dtl-numero
           move cmp-valor    to ws-dtl-valor
           move ws-motivo    to ws-dtl-motivo

           evaluate true
               when ws-cheque-pago
                   move "PAGO"      to ws-dtl-situacao
               when ws-cheque-devolvido
                   move "DEVOLVIDO" to ws-dtl-situacao
               when other
                   move "PENDENTE"  to ws-dtl-situacao
           end-evaluate

           perform descreve-motivo
           move ws-motivo-texto   to ws-dtl-motivo-texto
           move ws-tarifa-cobrada to ws-dtl-tarifa

           if ws-tarifa-sem-disp
               move " SEM DISP." to ws-dtl-obs-tarifa
           else
               move spaces       to ws-dtl-obs-tarifa
           end-if

           move ws-det-linha to rel-linha
           write rel-linha.

       descreve-motivo.

           evaluate ws-motivo
               when 11
                   move "SEM FUNDOS - 1A APRESENTACAO"
                       to ws-motivo-texto
               when 12
                   move "SEM FUNDOS - 2A APRESENTACAO"
                       to ws-motivo-texto
               when 13
                   move "CONTA ENCERRADA" to ws-motivo-texto
               when 14
                   move "BLOQUEADA POR OBITO DO TITULAR"
                       to ws-motivo-texto
               when 21
                   move "SUSTACAO / CONTRA-ORDEM" to ws-motivo-texto
               when 35
                   move "CHEQUE NAO EMITIDO PARA A CONTA"
                       to ws-motivo-texto
               when 49
                   move "JA PAGO OU DEVOLVIDO EM DEFINITIVO"
                       to ws-motivo-texto
               when other
                   move spaces to ws-motivo-texto
           end-evaluate.

       imprime-totais.

           move spaces to rel-linha
           write rel-linha

           move ws-total-apresentados to ws-tot-apresentados
           move ws-total-invalidos    to ws-tot-invalidos
           move ws-total-linha-1      to rel-linha
           write rel-linha

           move ws-total-pagos   to ws-tot-pagos
           move ws-vlr-pagos     to ws-tot-vlr-pagos
           move ws-total-linha-2 to rel-linha
           write rel-linha

           move ws-total-devolvidos to ws-tot-devolvidos
           move ws-vlr-devolvidos   to ws-tot-vlr-devolvidos
           move ws-total-linha-3    to rel-linha
           write rel-linha

           move ws-total-pendentes to ws-tot-pendentes
           move ws-vlr-pendentes   to ws-tot-vlr-pendentes
           move ws-total-linha-4   to rel-linha
           write rel-linha

           move ws-total-tarifas to ws-tot-tarifas
           move ws-vlr-tarifas   to ws-tot-vlr-tarifas
           move ws-total-linha-5 to rel-linha
           write rel-linha

           move ws-total-tarifas-sem-disp to ws-tot-tarifas-sem-disp
           move ws-vlr-tarifas-sem-disp
               to ws-tot-vlr-tarifas-sem-disp
           move ws-total-linha-6 to rel-linha
           write rel-linha.

       verifica-execucao-dia.

           move "N" to ws-ja-rodou-flag
           move "N" to ws-eof-controle

           open input controle-file

           if ws-controle-nao-existe
               exit paragraph
           end-if

           if not ws-controle-ok
               display "ERRO ao abrir controle_batch.dat - file "
                       "status " ws-controle-status
               exit paragraph
           end-if

           perform until ws-eof-controle = "S"
               read controle-file
                   at end move "S" to ws-eof-controle
                   not at end
                       if ctb-programa = "COMPENSA" and
                          ctb-eh-fim and ctb-terminou-ok and
                          ctb-data = ws-hoje
                           move "S" to ws-ja-rodou-flag
                       end-if
               end-read
           end-perform

           close controle-file.

       grava-controle-inicio.

           move "I"    to ws-ctb-tipo-grava
           move zeros  to ws-ctb-registros-grava
           move spaces to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle-fim.

           move "F"                   to ws-ctb-tipo-grava
           move ws-total-apresentados to ws-ctb-registros-grava
           move "OK"                  to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle.

           open extend controle-file

           if ws-controle-nao-existe
               open output controle-file
           end-if

           if not ws-controle-ok
               display "ERRO ao gravar controle_batch.dat - file "
                       "status " ws-controle-status
               exit paragraph
           end-if

           move "COMPENSA"              to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program compensa.
