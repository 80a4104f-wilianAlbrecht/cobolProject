      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: relatorio das alteracoes de parametros e cadastros
      * mestres (alteracoes_pend.dat) - lista as alteracoes ainda
      * pendentes de aprovacao e as aprovadas ou rejeitadas nos
      * ultimos PARM dias (3 digitos, padrao 7), com proponente,
      * aprovador, motivo e as imagens antes/depois. so leitura -
      * pode ser reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. relalteracoes.
       environment division.
       input-output section.
       file-control.

       select pendentes assign to './files/alteracoes_pend.dat'
       organization is sequential
       file status is ws-pendente-status.

       select rel-alteracoes assign to
              './files/relatorio_alteracoes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd pendentes.
       copy "altpend.cpy".

       fd rel-alteracoes.
       01 rel-linha            pic x(110).

       working-storage section.
       77 ws-pendente-status   pic x(2) value spaces.
           88 ws-pendente-ok           value "00".
           88 ws-pendente-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(8) value zeros.
       77 ws-decisao-int       pic 9(8) value zeros.
       77 ws-parm-dias         pic x(3) value spaces.
       77 ws-dias-limite       pic 9(3) value 7.

      *    P = lista as pendentes, D = lista as decididas no periodo
       77 ws-secao             pic x(1) value space.
           88 ws-secao-pendentes       value "P".
           88 ws-secao-decididas       value "D".

       77 ws-total-pendentes   pic 9(5) value zeros.
       77 ws-total-aprovadas   pic 9(5) value zeros.
       77 ws-total-rejeitadas  pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "ALTERACOES DE PARAMETROS - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-decididas.
           05 filler          pic x(35) value
              "APROVADAS E REJEITADAS NOS ULTIMOS ".
           05 ws-cab-dias     pic zz9.
           05 filler          pic x(5)  value " DIAS".

       01 ws-cab-2.
           05 filler          pic x(9)  value "NUMERO".
           05 filler          pic x(5)  value "TIPO".
           05 filler          pic x(14) value "PROGRAMA".
           05 filler          pic x(22) value "CHAVE".
           05 filler          pic x(12) value "PROPONENTE".
           05 filler          pic x(10) value "PROPOSTA".
           05 filler          pic x(11) value "SITUACAO".
           05 filler          pic x(12) value "APROVADOR".
           05 filler          pic x(8)  value "DECISAO".

       01 ws-det-linha.
           05 ws-det-numero   pic 9(7).
           05 filler          pic x(2)  value spaces.
           05 ws-det-tipo     pic x(3).
           05 filler          pic x(2)  value spaces.
           05 ws-det-programa pic x(12).
           05 filler          pic x(2)  value spaces.
           05 ws-det-chave    pic x(20).
           05 filler          pic x(2)  value spaces.
           05 ws-det-proponente pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-det-proposta pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-det-situacao pic x(9).
           05 filler          pic x(2)  value spaces.
           05 ws-det-aprovador pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-det-decisao  pic x(8).

       01 ws-img-linha.
           05 filler          pic x(9)  value spaces.
           05 ws-img-rotulo   pic x(9).
           05 ws-img-conteudo pic x(60).

       01 ws-total-linha.
           05 ws-tot-rotulo   pic x(30).
           05 ws-tot-qtd      pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           accept ws-parm-dias from command-line

           if ws-parm-dias not = spaces and
              ws-parm-dias is numeric
               move function numval (ws-parm-dias) to ws-dias-limite
           end-if

           open output rel-alteracoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_alteracoes.txt - "
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
           move "PENDENTES DE APROVACAO" to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           move "P" to ws-secao
           perform lista-alteracoes

           move spaces to rel-linha
           write rel-linha
           move ws-dias-limite to ws-cab-dias
           move ws-cab-decididas to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           move "D" to ws-secao
           perform lista-alteracoes

           move spaces to rel-linha
           write rel-linha
           move "PENDENTES:"          to ws-tot-rotulo
           move ws-total-pendentes    to ws-tot-qtd
           move ws-total-linha        to rel-linha
           write rel-linha
           move "APROVADAS NO PERIODO:" to ws-tot-rotulo
           move ws-total-aprovadas    to ws-tot-qtd
           move ws-total-linha        to rel-linha
           write rel-linha
           move "REJEITADAS NO PERIODO:" to ws-tot-rotulo
           move ws-total-rejeitadas   to ws-tot-qtd
           move ws-total-linha        to rel-linha
           write rel-linha

           close rel-alteracoes

           display "Alteracoes pendentes: " ws-total-pendentes
                   " aprovadas: " ws-total-aprovadas
                   " rejeitadas: " ws-total-rejeitadas

           goback.

       lista-alteracoes.

           move "N" to ws-eof

           open input pendentes

           if ws-pendente-nao-existe
               if ws-secao-pendentes
                   display "Nao ha alteracoes_pend.dat - nada a "
                           "listar."
               end-if
               exit paragraph
           end-if

           if not ws-pendente-ok
               display "ERRO ao abrir alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pendentes
                   at end move "S" to ws-eof
                   not at end
                       perform lista-alteracao
               end-read
           end-perform

           close pendentes.

       lista-alteracao.

           if ws-secao-pendentes
               if not alp-pendente
                   exit paragraph
               end-if
               add 1 to ws-total-pendentes
               move "PENDENTE" to ws-det-situacao
           else
               if alp-pendente or alp-data-decisao is not numeric
                   exit paragraph
               end-if
               compute ws-decisao-int = function integer-of-date
                       (function numval (alp-data-decisao))
               if ws-hoje-int - ws-decisao-int > ws-dias-limite
                   exit paragraph
               end-if
               if alp-aplicada
                   add 1 to ws-total-aprovadas
                   move "APLICADA" to ws-det-situacao
               else
                   add 1 to ws-total-rejeitadas
                   move "REJEITADA" to ws-det-situacao
               end-if
           end-if

           move alp-numero        to ws-det-numero
           move alp-tipo          to ws-det-tipo
           move alp-programa      to ws-det-programa
           move alp-chave         to ws-det-chave
           move alp-proponente    to ws-det-proponente
           move alp-data-proposta to ws-det-proposta
           move alp-aprovador     to ws-det-aprovador
           move alp-data-decisao  to ws-det-decisao
           move ws-det-linha to rel-linha
           write rel-linha

           move "antes:"   to ws-img-rotulo
           move alp-antes  to ws-img-conteudo
           move ws-img-linha to rel-linha
           write rel-linha

           move "depois:"  to ws-img-rotulo
           move alp-depois to ws-img-conteudo
           move ws-img-linha to rel-linha
           write rel-linha

           if alp-motivo not = spaces
               move "motivo:"  to ws-img-rotulo
               move alp-motivo to ws-img-conteudo
               move ws-img-linha to rel-linha
               write rel-linha
           end-if.

       end program relalteracoes.
