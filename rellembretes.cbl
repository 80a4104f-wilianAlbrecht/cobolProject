      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: medir o efeito dos lembretes de vencimento por SMS
      * (lembretes.cbl) no pagamento em dia. as parcelas de
      * parcelas.dat ja vencidas desde o primeiro lembrete enviado
      * (lembretes.dat) sao separadas em lembrete entregue, enviado
      * sem retorno do provedor, falha na entrega e sem lembrete; em
      * cada grupo conta as pagas no prazo - a data do ultimo
      * pagamento da parcela em pagamentos.log ate o primeiro dia
      * util a partir do vencimento (feriados.dat), como o atraso e'
      * contado em atrasos.cbl. parcela renegociada fica de fora e a
      * parcela paga sem registro em pagamentos.log sai numa linha
      * propria. so leitura
      ******************************************************************

       identification division.
       program-id. rellembretes.
       environment division.
       input-output section.
       file-control.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select lembretes-file assign to './files/lembretes.dat'
       organization is sequential
       file status is ws-lembrete-status.

       select pagamentos assign to './files/pagamentos.log'
       organization is sequential
       file status is ws-pagamento-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select rel-eficacia
              assign to './files/relatorio_efic_lembretes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd parcelas.
       copy "parcela.cpy".

       fd lembretes-file.
       copy "lembrete.cpy".

       fd pagamentos.
       copy "pagamento.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd rel-eficacia.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-lembrete-status   pic x(2) value spaces.
           88 ws-lembrete-ok           value "00".
           88 ws-lembrete-nao-existe   value "35".
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
      *    data do primeiro lembrete enviado - inicio da medicao
       77 ws-inicio            pic x(8) value spaces.

      *    melhor situacao de lembrete de cada parcela/vencimento:
      /    R entregue, E enviado sem retorno, F so falhas
       77 ws-max-lembretes     pic 9(4) value 1000.
       77 ws-qtd-lembretes     pic 9(4) value zeros.
       77 ws-idx-lmb           pic 9(4) value zeros.
       77 ws-pos-lmb           pic 9(4) value zeros.
       01 ws-lmb-tab.
           03 ws-lmb-item occurs 1000 times.
               05 ws-lmb-dev-id    pic 9(5).
               05 ws-lmb-parcela   pic 9(3).
               05 ws-lmb-venc      pic x(8).
               05 ws-lmb-status    pic x(1).

      *    data (AAAAMMDD) do ultimo pagamento de cada parcela
       77 ws-max-pagamentos    pic 9(4) value 2000.
       77 ws-qtd-pagamentos    pic 9(4) value zeros.
       77 ws-idx-pag           pic 9(4) value zeros.
       77 ws-pos-pag           pic 9(4) value zeros.
       01 ws-pag-tab.
           03 ws-pag-item occurs 2000 times.
               05 ws-pag-dev-id    pic 9(5).
               05 ws-pag-parcela   pic 9(3).
               05 ws-pag-data      pic x(8).
       77 ws-data-pagamento    pic x(8) value spaces.

      *    calendario de dias uteis (feriados.dat), como em
      /    negativa.cbl
       77 ws-feriados-status   pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
       77 ws-eof-feriado       pic x value "N".
       77 ws-max-feriados      pic 9(3) value 50.
       77 ws-total-feriados    pic 9(3) value zeros.
       01 ws-fer-tab.
           03 ws-fer-data occurs 50 times indexed by ws-idx-fer
                                       pic x(8).
       77 ws-data-util-int     pic 9(7) value zeros.
       01 ws-data-util         pic 9(8) value zeros.
       01 ws-data-util-x redefines ws-data-util pic x(8).
       77 ws-dia-semana        pic 9(1) value zeros.
       77 ws-dia-util-flag     pic x value "N".
           88 ws-eh-dia-util         value "S".
       77 ws-feriado-achou-flag pic x value "N".
           88 ws-eh-feriado          value "S".

      *    grupos da medicao: 1 entregue, 2 sem retorno, 3 falha na
      /    entrega, 4 sem lembrete
       77 ws-grupo             pic 9(1) value zeros.
       01 ws-grp-tab.
           03 ws-grp-item occurs 4 times.
               05 ws-grp-vencidas  pic 9(5).
               05 ws-grp-no-prazo  pic 9(5).
       01 ws-grp-nomes-init.
           05 filler pic x(30) value "LEMBRETE ENTREGUE".
           05 filler pic x(30) value "LEMBRETE SEM RETORNO".
           05 filler pic x(30) value "FALHA NA ENTREGA".
           05 filler pic x(30) value "SEM LEMBRETE".
       01 ws-grp-nomes redefines ws-grp-nomes-init.
           05 ws-grp-nome occurs 4 times pic x(30).
       77 ws-total-sem-data    pic 9(5) value zeros.
       77 ws-percentual        pic 9(3)v9 value zeros.

       01 ws-cab-1.
           05 filler          pic x(42) value
              "EFICACIA DOS LEMBRETES DE VENCIMENTO - ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(42) value
              "PARCELAS VENCIDAS A PARTIR DE ".
           05 ws-cab-inicio   pic x(10).

       01 ws-cab-3.
           05 filler          pic x(32) value "GRUPO".
           05 filler          pic x(12) value "VENCIDAS".
           05 filler          pic x(12) value "NO PRAZO".
           05 filler          pic x(12) value "% NO PRAZO".

       01 ws-det-linha.
           05 ws-det-grupo    pic x(30).
           05 filler          pic x(2)  value spaces.
           05 ws-det-vencidas pic zzzz9.
           05 filler          pic x(7)  value spaces.
           05 ws-det-no-prazo pic zzzz9.
           05 filler          pic x(7)  value spaces.
           05 ws-det-pct      pic zz9.9.

       01 ws-total-linha-1.
           05 filler          pic x(42) value
              "PAGAS SEM REGISTRO EM PAGAMENTOS.LOG: ".
           05 ws-tot-sem-data pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform carrega-lembretes

           if ws-qtd-lembretes = zeros
               display "Nenhum lembrete em lembretes.dat - nada a "
                       "medir."
               goback
           end-if

           perform carrega-pagamentos

           perform carrega-feriados

           initialize ws-grp-tab

           perform mede-parcelas

           open output rel-eficacia

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_efic_lembretes.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           move ws-hoje (7:2)   to ws-cab-data (1:2)
           move "/"             to ws-cab-data (3:1)
           move ws-hoje (5:2)   to ws-cab-data (4:2)
           move "/"             to ws-cab-data (6:1)
           move ws-hoje (1:4)   to ws-cab-data (7:4)
           move ws-inicio (7:2) to ws-cab-inicio (1:2)
           move "/"             to ws-cab-inicio (3:1)
           move ws-inicio (5:2) to ws-cab-inicio (4:2)
           move "/"             to ws-cab-inicio (6:1)
           move ws-inicio (1:4) to ws-cab-inicio (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-3 to rel-linha
           write rel-linha

           perform varying ws-grupo from 1 by 1 until ws-grupo > 4
               move ws-grp-nome (ws-grupo)     to ws-det-grupo
               move ws-grp-vencidas (ws-grupo) to ws-det-vencidas
               move ws-grp-no-prazo (ws-grupo) to ws-det-no-prazo
               move zeros to ws-percentual
               if ws-grp-vencidas (ws-grupo) > zeros
                   compute ws-percentual rounded =
                           ws-grp-no-prazo (ws-grupo) * 100 /
                           ws-grp-vencidas (ws-grupo)
               end-if
               move ws-percentual to ws-det-pct
               move ws-det-linha to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-sem-data to ws-tot-sem-data
           move ws-total-linha-1  to rel-linha
           write rel-linha

           close rel-eficacia

           display "Eficacia dos lembretes: " ws-grp-no-prazo (1)
                   " de " ws-grp-vencidas (1)
                   " parcela(s) lembrada(s) paga(s) no prazo, "
                   ws-grp-no-prazo (4) " de " ws-grp-vencidas (4)
                   " sem lembrete."

           goback.

       carrega-lembretes.

           move "N" to ws-eof

           open input lembretes-file

           if ws-lembrete-nao-existe
               exit paragraph
           end-if

           if not ws-lembrete-ok
               display "ERRO ao abrir lembretes.dat - file status "
                       ws-lembrete-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read lembretes-file
                   at end move "S" to ws-eof
                   not at end
                       if ws-inicio = spaces or
                          lem-data-envio < ws-inicio
                           move lem-data-envio to ws-inicio
                       end-if
                       perform inclui-lembrete
               end-read
           end-perform

           close lembretes-file.

      *    a parcela reenviada depois de uma falha tem mais de um
      /    registro - fica a melhor situacao (R, depois E, depois F)
       inclui-lembrete.

           perform busca-lembrete-lem

           if ws-pos-lmb = zeros
               if ws-qtd-lembretes not < ws-max-lembretes
                   display "AVISO: lembretes.dat tem mais de "
                           ws-max-lembretes
                           " parcelas lembradas - excedente ignorado."
                   exit paragraph
               end-if
               add 1 to ws-qtd-lembretes
               move ws-qtd-lembretes to ws-pos-lmb
               move lem-dev-id     to ws-lmb-dev-id (ws-pos-lmb)
               move lem-parcela    to ws-lmb-parcela (ws-pos-lmb)
               move lem-vencimento to ws-lmb-venc (ws-pos-lmb)
               move lem-status     to ws-lmb-status (ws-pos-lmb)
               exit paragraph
           end-if

           evaluate true
               when lem-entregue
                   move "R" to ws-lmb-status (ws-pos-lmb)
               when lem-enviado and
                    ws-lmb-status (ws-pos-lmb) = "F"
                   move "E" to ws-lmb-status (ws-pos-lmb)
               when other
                   continue
           end-evaluate.

       busca-lembrete-lem.

           move zeros to ws-pos-lmb

           perform varying ws-idx-lmb from 1 by 1
                   until ws-idx-lmb > ws-qtd-lembretes or
                         ws-pos-lmb > zeros
               if ws-lmb-dev-id (ws-idx-lmb) = lem-dev-id and
                  ws-lmb-parcela (ws-idx-lmb) = lem-parcela and
                  ws-lmb-venc (ws-idx-lmb) = lem-vencimento
                   move ws-idx-lmb to ws-pos-lmb
               end-if
           end-perform.

       busca-lembrete-par.

           move zeros to ws-pos-lmb

           perform varying ws-idx-lmb from 1 by 1
                   until ws-idx-lmb > ws-qtd-lembretes or
                         ws-pos-lmb > zeros
               if ws-lmb-dev-id (ws-idx-lmb) = par-dev-id and
                  ws-lmb-parcela (ws-idx-lmb) = par-numero and
                  ws-lmb-venc (ws-idx-lmb) = par-vencimento
                   move ws-idx-lmb to ws-pos-lmb
               end-if
           end-perform.

       carrega-pagamentos.

           move "N" to ws-eof

           open input pagamentos

           if ws-pagamento-nao-existe
               exit paragraph
           end-if

           if not ws-pagamento-ok
               display "ERRO ao abrir pagamentos.log - file status "
                       ws-pagamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pagamentos
                   at end move "S" to ws-eof
                   not at end
                       perform inclui-pagamento
               end-read
           end-perform

           close pagamentos.

       inclui-pagamento.

           move pag-ano to ws-data-pagamento (1:4)
           move pag-mes to ws-data-pagamento (5:2)
           move pag-dia to ws-data-pagamento (7:2)

           perform busca-pagamento

           if ws-pos-pag = zeros
               if ws-qtd-pagamentos not < ws-max-pagamentos
                   display "AVISO: pagamentos.log tem mais de "
                           ws-max-pagamentos
                           " parcelas pagas - excedente ignorado."
                   exit paragraph
               end-if
               add 1 to ws-qtd-pagamentos
               move ws-qtd-pagamentos to ws-pos-pag
               move pag-dev-id  to ws-pag-dev-id (ws-pos-pag)
               move pag-parcela to ws-pag-parcela (ws-pos-pag)
               move ws-data-pagamento to ws-pag-data (ws-pos-pag)
               exit paragraph
           end-if

           if ws-data-pagamento > ws-pag-data (ws-pos-pag)
               move ws-data-pagamento to ws-pag-data (ws-pos-pag)
           end-if.

       busca-pagamento.

           move zeros to ws-pos-pag

           perform varying ws-idx-pag from 1 by 1
                   until ws-idx-pag > ws-qtd-pagamentos or
                         ws-pos-pag > zeros
               if ws-pag-dev-id (ws-idx-pag) = pag-dev-id and
                  ws-pag-parcela (ws-idx-pag) = pag-parcela
                   move ws-idx-pag to ws-pos-pag
               end-if
           end-perform.

       busca-pagamento-par.

           move zeros to ws-pos-pag

           perform varying ws-idx-pag from 1 by 1
                   until ws-idx-pag > ws-qtd-pagamentos or
                         ws-pos-pag > zeros
               if ws-pag-dev-id (ws-idx-pag) = par-dev-id and
                  ws-pag-parcela (ws-idx-pag) = par-numero
                   move ws-idx-pag to ws-pos-pag
               end-if
           end-perform.

      *    parcelas vencidas desde o inicio dos lembretes cujo prazo
      /    (primeiro dia util a partir do vencimento) ja passou
       mede-parcelas.

           move "N" to ws-eof

           open input parcelas

           if ws-parcela-nao-existe
               exit paragraph
           end-if

           if not ws-parcela-ok
               display "ERRO ao abrir parcelas.dat - file status "
                       ws-parcela-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read parcelas
                   at end move "S" to ws-eof
                   not at end
                       if not par-renegociada and
                          par-vencimento not < ws-inicio and
                          par-vencimento < ws-hoje
                           perform mede-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

       mede-parcela.

           compute ws-data-util-int =
                   function integer-of-date
                       (function numval (par-vencimento))
           perform proximo-dia-util

           if ws-data-util-x not < ws-hoje
               exit paragraph
           end-if

           perform busca-lembrete-par

           if ws-pos-lmb = zeros
               move 4 to ws-grupo
           else
               evaluate ws-lmb-status (ws-pos-lmb)
                   when "R"
                       move 1 to ws-grupo
                   when "E"
                       move 2 to ws-grupo
                   when other
                       move 3 to ws-grupo
               end-evaluate
           end-if

           if par-paga
               perform busca-pagamento-par
               if ws-pos-pag = zeros
                   add 1 to ws-total-sem-data
                   exit paragraph
               end-if
           end-if

           add 1 to ws-grp-vencidas (ws-grupo)

           if par-paga
               if ws-pag-data (ws-pos-pag) not > ws-data-util-x
                   add 1 to ws-grp-no-prazo (ws-grupo)
               end-if
           end-if.

       carrega-feriados.

           move "N" to ws-eof-feriado

           open input feriados-file

           if ws-feriados-nao-existe
               exit paragraph
           end-if

           if not ws-feriados-ok
               display "ERRO ao abrir feriados.dat - file status "
                       ws-feriados-status
               exit paragraph
           end-if

           perform until ws-eof-feriado = "S"
               read feriados-file
                   at end move "S" to ws-eof-feriado
                   not at end
                       if ws-total-feriados < ws-max-feriados
                           add 1 to ws-total-feriados
                           move fer-data to
                               ws-fer-data (ws-total-feriados)
                       else
                           display "AVISO: feriados.dat tem mais de "
                                   ws-max-feriados
                                   " registros - excedente ignorado."
                       end-if
               end-read
           end-perform

           close feriados-file.

      *    avanca ws-data-util-int ate o primeiro dia util (nem
      /    sabado, nem domingo, nem feriado) e deixa a data AAAAMMDD
      /    correspondente em ws-data-util-x - integer-of-date conta
      /    a partir de 01/01/1601, uma segunda-feira, entao
      /    mod 7 = 6 e' sabado e mod 7 = 0 e' domingo
       proximo-dia-util.

           move "N" to ws-dia-util-flag

           perform until ws-eh-dia-util
               compute ws-dia-semana =
                       function mod (ws-data-util-int 7)
               compute ws-data-util =
                       function date-of-integer (ws-data-util-int)

               perform busca-feriado

               if ws-dia-semana = 6 or ws-dia-semana = 0 or
                  ws-eh-feriado
                   add 1 to ws-data-util-int
               else
                   move "S" to ws-dia-util-flag
               end-if
           end-perform.

       busca-feriado.

           move "N" to ws-feriado-achou-flag

           perform varying ws-idx-fer from 1 by 1
                   until ws-idx-fer > ws-total-feriados
               if ws-fer-data (ws-idx-fer) = ws-data-util-x
                   move "S" to ws-feriado-achou-flag
               end-if
           end-perform.

       end program rellembretes.
