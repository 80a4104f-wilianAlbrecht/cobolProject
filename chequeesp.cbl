      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: apuracao diaria do cheque especial - varre
      * contas.dat e, para cada conta com saldo negativo, soma o
      * saldo devedor do dia em conta-devedor-acum (base dos juros
      * pro rata dia que jurocheque.cbl cobra no fim do mes) e lista
      * a conta no relatorio diario de contas no cheque especial,
      * destacando as que passaram do limite contratado (tarifa ou
      * juros debitados alem do limite, ou limite reduzido depois
      * do uso). roda uma vez por dia, depois dos agendamentos, com
      * controle de reexecucao em controle_batch.dat - rodar duas
      * vezes no mesmo dia dobraria o acumulado
      ******************************************************************

       identification division.
       program-id. chequeesp.
       environment division.
       input-output section.
       file-control.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-cheque assign to
              './files/relatorio_cheque_especial.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd contas-file.
       copy "conta.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-cheque.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
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

       77 ws-vlr-devedor       pic 9(5)v99 value zeros.
       77 ws-vlr-excedente     pic 9(5)v99 value zeros.

       77 ws-total-contas      pic 9(5) value zeros.
       77 ws-total-em-uso      pic 9(5) value zeros.
       77 ws-total-acima       pic 9(5) value zeros.
       77 ws-total-utilizado   pic 9(7)v99 value zeros.
       77 ws-total-excedente   pic 9(7)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "CONTAS NO CHEQUE ESPECIAL - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(6)  value "AGENC".
           05 filler          pic x(13) value "SALDO".
           05 filler          pic x(11) value "LIMITE".
           05 filler          pic x(11) value "EXCEDENTE".
           05 filler          pic x(14) value "ACUMULADO MES".
           05 filler          pic x(16) value "SITUACAO".

       01 ws-det-linha.
           05 ws-det-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-agencia  pic 9(3).
           05 filler          pic x(2)  value spaces.
           05 ws-det-saldo    pic -zzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-limite   pic zzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-excede   pic zzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-acum     pic zzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-situacao pic x(16).

       01 ws-total-linha-1.
           05 filler          pic x(30) value
              "CONTAS LIDAS: ".
           05 ws-tot-contas   pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(30) value
              "CONTAS NO CHEQUE ESPECIAL: ".
           05 ws-tot-em-uso   pic zzzz9.
           05 filler          pic x(14) value " utilizado: ".
           05 ws-tot-utilizado pic zzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(30) value
              "CONTAS ACIMA DO LIMITE: ".
           05 ws-tot-acima    pic zzzz9.
           05 filler          pic x(14) value " excedente: ".
           05 ws-tot-excedente pic zzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "CHEQUEESP ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           open output rel-cheque

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_cheque_especial.txt "
                       "- file status " ws-rel-status
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           perform apura-contas

           move spaces to rel-linha
           write rel-linha
           move ws-total-contas    to ws-tot-contas
           move ws-total-linha-1   to rel-linha
           write rel-linha
           move ws-total-em-uso    to ws-tot-em-uso
           move ws-total-utilizado to ws-tot-utilizado
           move ws-total-linha-2   to rel-linha
           write rel-linha
           move ws-total-acima     to ws-tot-acima
           move ws-total-excedente to ws-tot-excedente
           move ws-total-linha-3   to rel-linha
           write rel-linha

           close rel-cheque

           perform grava-controle-fim

           display "Cheque especial apurado: " ws-total-em-uso
                   " conta(s) em uso, " ws-total-acima
                   " acima do limite."

           goback.

       apura-contas.

           move "N" to ws-eof

           open i-o contas-file

           if ws-conta-nao-existe
               display "Nao ha contas.dat - nada a apurar."
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
                       if conta-saldo < zeros
                           perform apura-conta
                       end-if
               end-read
           end-perform

           close contas-file.

      *    o saldo devedor do dia entra no acumulado do mes - os
      /    juros sao cobrados sobre a soma, pro rata dia
       apura-conta.

           compute ws-vlr-devedor = zeros - conta-saldo

           add ws-vlr-devedor to conta-devedor-acum

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao atualizar a conta " conta-id
                       " - file status " ws-conta-status
               exit paragraph
           end-if

           add 1              to ws-total-em-uso
           add ws-vlr-devedor to ws-total-utilizado

           move zeros to ws-vlr-excedente

           if ws-vlr-devedor > conta-limite
               compute ws-vlr-excedente =
                       ws-vlr-devedor - conta-limite
               add 1                to ws-total-acima
               add ws-vlr-excedente to ws-total-excedente
               move "ACIMA DO LIMITE" to ws-det-situacao
           else
               move "NO LIMITE"       to ws-det-situacao
           end-if

           move conta-id           to ws-det-conta
           move conta-agencia      to ws-det-agencia
           move conta-saldo        to ws-det-saldo
           move conta-limite       to ws-det-limite
           move ws-vlr-excedente   to ws-det-excede
           move conta-devedor-acum to ws-det-acum
           move ws-det-linha to rel-linha
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
                       if ctb-programa = "CHEQUEESP" and
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

           move "F"             to ws-ctb-tipo-grava
           move ws-total-em-uso to ws-ctb-registros-grava
           move "OK"            to ws-ctb-resultado-grava
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

           move "CHEQUEESP"             to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program chequeesp.
