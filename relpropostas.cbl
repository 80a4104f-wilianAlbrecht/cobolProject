      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: relatorio das propostas de emprestimo - lista cada
      * proposta de propostas.dat com cliente, principal, alcada
      * exigida, restricoes encontradas, situacao e quem decidiu, e
      * totaliza quantidade e principal por situacao (em analise,
      * aprovada, recusada, contratada) e por aprovador. so leitura
      * - pode ser reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. relpropostas.
       environment division.
       input-output section.
       file-control.

       select propostas-file assign to './files/propostas.dat'
       organization is sequential
       file status is ws-proposta-status.

       select rel-propostas assign to
              './files/relatorio_propostas.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd propostas-file.
       copy "proposta.cpy".

       fd rel-propostas.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-proposta-status   pic x(2) value spaces.
           88 ws-proposta-ok           value "00".
           88 ws-proposta-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.

      *    totais por situacao, na ordem P A R C
       01 ws-sit-tab.
           03 ws-sit-item occurs 4 times.
               05 ws-sit-qtd       pic 9(5).
               05 ws-sit-valor     pic 9(9)v99.
       77 ws-idx-sit           pic 9(1) value zeros.
       01 ws-sit-nomes.
           05 filler           pic x(12) value "EM ANALISE".
           05 filler           pic x(12) value "APROVADA".
           05 filler           pic x(12) value "RECUSADA".
           05 filler           pic x(12) value "CONTRATADA".
       01 ws-sit-nomes-r redefines ws-sit-nomes.
           05 ws-sit-nome occurs 4 times pic x(12).

      *    totais por aprovador - so propostas ja decididas
       77 ws-max-aprovadores   pic 9(3) value 50.
       77 ws-qtd-aprovadores   pic 9(3) value zeros.
       77 ws-idx-apr           pic 9(3) value zeros.
       77 ws-pos-apr           pic 9(3) value zeros.
       01 ws-apr-tab.
           03 ws-apr-item occurs 50 times.
               05 ws-apr-matricula pic x(10).
               05 ws-apr-aprovadas pic 9(5).
               05 ws-apr-vlr-aprov pic 9(9)v99.
               05 ws-apr-recusadas pic 9(5).
               05 ws-apr-vlr-recus pic 9(9)v99.

       77 ws-total-propostas   pic 9(5) value zeros.
       77 ws-total-principal   pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "PROPOSTAS DE EMPRESTIMO - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(9)  value "PROPOSTA".
           05 filler          pic x(7)  value "CLIENTE".
           05 filler          pic x(22) value " NOME".
           05 filler          pic x(12) value "PRINCIPAL".
           05 filler          pic x(4)  value "NIV".
           05 filler          pic x(5)  value "REST".
           05 filler          pic x(12) value "SITUACAO".
           05 filler          pic x(11) value "APROVADOR".
           05 filler          pic x(8)  value "DECISAO".

       01 ws-det-linha.
           05 ws-det-numero   pic 9(7).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dev-id   pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-det-nome     pic x(20).
           05 filler          pic x(1)  value space.
           05 ws-det-principal pic zzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-nivel    pic 9.
           05 filler          pic x(2)  value spaces.
           05 ws-det-restricoes pic x(4).
           05 filler          pic x(1)  value space.
           05 ws-det-situacao pic x(12).
           05 ws-det-aprovador pic x(10).
           05 filler          pic x(1)  value space.
           05 ws-det-decisao  pic x(8).

       01 ws-sit-linha.
           05 filler          pic x(4)  value spaces.
           05 ws-sti-nome     pic x(12).
           05 ws-sti-qtd      pic zzzz9.
           05 filler          pic x(14) value " principal: ".
           05 ws-sti-valor    pic zzzzzzzz9.99.

       01 ws-cab-aprovador.
           05 filler          pic x(14) value "APROVADOR".
           05 filler          pic x(11) value "APROVADAS".
           05 filler          pic x(15) value "PRINCIPAL".
           05 filler          pic x(11) value "RECUSADAS".
           05 filler          pic x(15) value "PRINCIPAL".

       01 ws-apr-linha.
           05 ws-apl-matricula pic x(10).
           05 filler          pic x(4)  value spaces.
           05 ws-apl-aprovadas pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-apl-vlr-aprov pic zzzzzzzz9.99.
           05 filler          pic x(6)  value spaces.
           05 ws-apl-recusadas pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-apl-vlr-recus pic zzzzzzzz9.99.

       01 ws-total-linha.
           05 filler          pic x(20) value "TOTAL DE PROPOSTAS: ".
           05 ws-tot-propostas pic zzzz9.
           05 filler          pic x(14) value " principal: ".
           05 ws-tot-principal pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           initialize ws-sit-tab
           initialize ws-apr-tab

           open output rel-propostas

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_propostas.txt - "
                       "file status " ws-rel-status
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

           perform lista-propostas

           move spaces to rel-linha
           write rel-linha
           move "TOTAIS POR SITUACAO" to rel-linha
           write rel-linha

           perform varying ws-idx-sit from 1 by 1 until ws-idx-sit > 4
               move ws-sit-nome (ws-idx-sit)  to ws-sti-nome
               move ws-sit-qtd (ws-idx-sit)   to ws-sti-qtd
               move ws-sit-valor (ws-idx-sit) to ws-sti-valor
               move ws-sit-linha to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move "TOTAIS POR APROVADOR" to rel-linha
           write rel-linha
           move ws-cab-aprovador to rel-linha
           write rel-linha

           perform varying ws-idx-apr from 1 by 1
                   until ws-idx-apr > ws-qtd-aprovadores
               move ws-apr-matricula (ws-idx-apr) to ws-apl-matricula
               move ws-apr-aprovadas (ws-idx-apr) to ws-apl-aprovadas
               move ws-apr-vlr-aprov (ws-idx-apr) to ws-apl-vlr-aprov
               move ws-apr-recusadas (ws-idx-apr) to ws-apl-recusadas
               move ws-apr-vlr-recus (ws-idx-apr) to ws-apl-vlr-recus
               move ws-apr-linha to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-propostas to ws-tot-propostas
           move ws-total-principal to ws-tot-principal
           move ws-total-linha to rel-linha
           write rel-linha

           close rel-propostas

           display "Propostas listadas: " ws-total-propostas

           goback.

       lista-propostas.

           move "N" to ws-eof

           open input propostas-file

           if ws-proposta-nao-existe
               display "Nao ha propostas.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-proposta-ok
               display "ERRO ao abrir propostas.dat - file status "
                       ws-proposta-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read propostas-file
                   at end move "S" to ws-eof
                   not at end
                       perform lista-proposta
               end-read
           end-perform

           close propostas-file.

       lista-proposta.

           evaluate true
               when prp-em-analise  move 1 to ws-idx-sit
               when prp-aprovada    move 2 to ws-idx-sit
               when prp-recusada    move 3 to ws-idx-sit
               when prp-contratada  move 4 to ws-idx-sit
               when other
                   display "AVISO: proposta " prp-numero
                           " com situacao invalida " prp-status
                           " - ignorada."
                   exit paragraph
           end-evaluate

           add 1             to ws-total-propostas
           add prp-principal to ws-total-principal
           add 1             to ws-sit-qtd (ws-idx-sit)
           add prp-principal to ws-sit-valor (ws-idx-sit)

           if not prp-em-analise
               perform soma-aprovador
           end-if

           move prp-numero        to ws-det-numero
           move prp-dev-id        to ws-det-dev-id
           move prp-nome          to ws-det-nome
           move prp-principal     to ws-det-principal
           move prp-nivel-exigido to ws-det-nivel
      *    uma posicao por verificacao (divida, prejuizo, promessa,
      /    renda): S = restricao, ponto = nada encontrado
           move prp-verificacoes  to ws-det-restricoes
           inspect ws-det-restricoes replacing all "N" by "."
           move ws-sit-nome (ws-idx-sit) to ws-det-situacao
           move prp-aprovador     to ws-det-aprovador
           move prp-data-decisao  to ws-det-decisao
           move ws-det-linha to rel-linha
           write rel-linha.

      *    proposta contratada conta como aprovada para quem decidiu
       soma-aprovador.

           move zeros to ws-pos-apr

           perform varying ws-idx-apr from 1 by 1
                   until ws-idx-apr > ws-qtd-aprovadores
                      or ws-pos-apr > zeros
               if ws-apr-matricula (ws-idx-apr) = prp-aprovador
                   move ws-idx-apr to ws-pos-apr
               end-if
           end-perform

           if ws-pos-apr = zeros
               if ws-qtd-aprovadores >= ws-max-aprovadores
                   display "AVISO: mais de " ws-max-aprovadores
                           " aprovadores - excedente fora dos "
                           "totais por aprovador."
                   exit paragraph
               end-if
               add 1 to ws-qtd-aprovadores
               move ws-qtd-aprovadores to ws-pos-apr
               move prp-aprovador to ws-apr-matricula (ws-pos-apr)
           end-if

           if prp-recusada
               add 1             to ws-apr-recusadas (ws-pos-apr)
               add prp-principal to ws-apr-vlr-recus (ws-pos-apr)
           else
               add 1             to ws-apr-aprovadas (ws-pos-apr)
               add prp-principal to ws-apr-vlr-aprov (ws-pos-apr)
           end-if.

       end program relpropostas.
