      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: cobranca mensal dos juros de cheque especial -
      * aplica a taxa mensal vigente de taxa_cheque.dat, pro rata
      * dia, sobre o saldo devedor acumulado de cada conta
      * (conta-devedor-acum, somado a cada noite por chequeesp.cbl):
      * juros = acumulado x taxa / 30. debita os juros na conta,
      * zera o acumulado e lanca cada cobranca em transacoes.log em
      * duas pernas marcadas com L (saque na conta do cliente e
      * deposito de receita na conta zeros), com efeito nulo no
      * saldo da casa, para extrato, fechamento, contabiliza e o
      * replay de verifica.cbl enxergarem os juros. os juros sao
      * devidos mesmo quando levam a conta alem do limite - a conta
      * aparece como acima do limite no relatorio diario. controle
      * de reexecucao diaria via controle_batch.dat, como
      * tarifamensal.cbl
      ******************************************************************

       identification division.
       program-id. jurocheque.
       environment division.
       input-output section.
       file-control.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select taxa-cheque-file assign to './files/taxa_cheque.dat'
       organization is sequential
       file status is ws-taxa-status.

       select saldo-file assign to './files/saldo.dat'
       organization is sequential
       file status is ws-saldo-status.

       select transacoes-file assign to './files/transacoes.log'
       organization is sequential
       file status is ws-transacao-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select rel-juros assign to './files/relatorio_juros_cheque.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd contas-file.
       copy "conta.cpy".

       fd taxa-cheque-file.
       copy "taxacheque.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd rel-juros.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-taxa-status       pic x(2) value spaces.
           88 ws-taxa-ok               value "00".
           88 ws-taxa-nao-existe       value "35".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    taxa mensal vigente hoje - sem taxa carregada o lote nao
      /    cobra nada e o acumulado fica para a proxima cobranca
       77 ws-taxa-vigente      pic x(8) value spaces.
       77 ws-taxa-cheque       pic v9(4) value zeros.
       77 ws-dias-mes-base     pic 9(2) value 30.
       77 ws-vlr-juros         pic 9(5)v99 value zeros.

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

       77 ws-total-contas      pic 9(5) value zeros.
       77 ws-total-cobradas    pic 9(5) value zeros.
       77 ws-total-receita     pic 9(7)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "COBRANCA MENSAL DE JUROS CHEQUE ESPECIAL".

       01 ws-linha-taxa.
           05 filler          pic x(22) value "TAXA MENSAL VIGENTE: ".
           05 ws-rel-taxa     pic .9999.

       01 ws-linha-cobrada.
           05 filler          pic x(8)  value "CONTA: ".
           05 ws-cob-conta    pic zzzz9.
           05 filler          pic x(13) value " acumulado: ".
           05 ws-cob-acum     pic zzzzzz9.99.
           05 filler          pic x(9)  value " juros: ".
           05 ws-cob-juros    pic zzzz9.99.
           05 filler          pic x(13) value " saldo apos: ".
           05 ws-cob-saldo    pic -zzzz9.99.

       01 ws-total-linha.
           05 filler          pic x(9)  value "CONTAS: ".
           05 ws-tot-contas   pic zzzz9.
           05 filler          pic x(12) value "  COBRADAS: ".
           05 ws-tot-cobradas pic zzzz9.
           05 filler          pic x(11) value "  RECEITA: ".
           05 ws-tot-receita  pic zzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "JUROCHEQUE ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform carrega-taxa-vigente

           if ws-taxa-cheque = zeros
               display "Nenhuma taxa de cheque especial vigente em "
                       "taxa_cheque.dat - nada a cobrar."
               goback
           end-if

           perform grava-controle-inicio

           perform le-saldo-atual

           perform monta-data-transacao

           open output rel-juros

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_juros_cheque.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           move ws-cab-1 to rel-linha
           write rel-linha
           move ws-taxa-cheque to ws-rel-taxa
           move ws-linha-taxa  to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha

           perform cobra-contas

           move spaces to rel-linha
           write rel-linha
           move ws-total-contas    to ws-tot-contas
           move ws-total-cobradas  to ws-tot-cobradas
           move ws-total-receita   to ws-tot-receita
           move ws-total-linha     to rel-linha
           write rel-linha

           close rel-juros

           perform grava-controle-fim

           display "Juros de cheque especial cobrados: "
                   ws-total-cobradas " conta(s) - receita "
                   ws-total-receita "."

           goback.

      *    taxa em vigor hoje: vale a vigencia mais recente ate a
      /    data, e o ultimo registro gravado em caso de empate
       carrega-taxa-vigente.

           move "N"    to ws-eof
           move spaces to ws-taxa-vigente
           move zeros  to ws-taxa-cheque

           open input taxa-cheque-file

           if ws-taxa-nao-existe
               exit paragraph
           end-if

           if not ws-taxa-ok
               display "ERRO ao abrir taxa_cheque.dat - file status "
                       ws-taxa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read taxa-cheque-file
                   at end move "S" to ws-eof
                   not at end
                       if tch-data-vigencia not > ws-hoje and
                          tch-data-vigencia not < ws-taxa-vigente
                           move tch-data-vigencia
                               to ws-taxa-vigente
                           move tch-taxa to ws-taxa-cheque
                       end-if
               end-read
           end-perform

           close taxa-cheque-file.

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

       cobra-contas.

           move "N" to ws-eof

           open i-o contas-file

           if ws-conta-nao-existe
               display "Nao ha contas.dat - nada a cobrar."
               exit paragraph
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contas-file next record
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-contas
                       if conta-devedor-acum > zeros
                           perform cobra-conta
                       end-if
               end-read
           end-perform

           close contas-file.

       cobra-conta.

           compute ws-vlr-juros rounded =
                   conta-devedor-acum * ws-taxa-cheque
                   / ws-dias-mes-base

           move conta-devedor-acum to ws-cob-acum

           move zeros to conta-devedor-acum

           if ws-vlr-juros > zeros
               subtract ws-vlr-juros from conta-saldo
           end-if

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao debitar a conta " conta-id
                       " - file status " ws-conta-status
               exit paragraph
           end-if

           if ws-vlr-juros = zeros
               exit paragraph
           end-if

           perform grava-log-juros

           add 1            to ws-total-cobradas
           add ws-vlr-juros to ws-total-receita

           move conta-id     to ws-cob-conta
           move ws-vlr-juros to ws-cob-juros
           move conta-saldo  to ws-cob-saldo
           move ws-linha-cobrada to rel-linha
           write rel-linha.

      *    duas pernas marcadas com L: saque na conta do cliente e
      /    deposito de receita na conta zeros - os saldos resultantes
      /    se compensam para o replay da casa fechar em zero
       grava-log-juros.

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
           move ws-vlr-juros     to trans-valor
           compute trans-saldo-result =
                   ws-saldo-total - ws-vlr-juros
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-juros     to trans-valor-original
           move conta-id         to trans-conta-id
           move "L"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move conta-agencia    to trans-agencia

           write transacao-reg

           perform grava-movimento

           move "1"              to trans-opcao
           move ws-vlr-juros     to trans-valor
           move ws-saldo-total   to trans-saldo-result
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-juros     to trans-valor-original
           move zeros            to trans-conta-id
           move "L"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move conta-agencia    to trans-agencia

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
                       if ctb-programa = "JUROCHEQUE" and
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

           move "F"               to ws-ctb-tipo-grava
           move ws-total-cobradas to ws-ctb-registros-grava
           move "OK"              to ws-ctb-resultado-grava
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

           move "JUROCHEQUE"            to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program jurocheque.
