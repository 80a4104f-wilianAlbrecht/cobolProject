      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: posicao diaria das aplicacoes a prazo - lista as
      * aplicacoes ativas de aplicacoes.dat com principal, taxa,
      * inicio, vencimento, os juros ja apropriados ate hoje (juros
      * simples pela taxa contratada, principal x taxa x dias / 30)
      * e o valor bruto previsto no vencimento. o total apropriado e'
      * o passivo de juros que a casa ja deve aos aplicadores. so
      * leitura - pode ser reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. posaplicacoes.
       environment division.
       input-output section.
       file-control.

       select aplicacoes-file assign to './files/aplicacoes.dat'
       organization is sequential
       file status is ws-aplicacao-status.

       select rel-aplicacoes assign to
              './files/relatorio_aplicacoes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd aplicacoes-file.
       copy "aplicacao.cpy".

       fd rel-aplicacoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-aplicacao-status  pic x(2) value spaces.
           88 ws-aplicacao-ok          value "00".
           88 ws-aplicacao-nao-existe  value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.

       77 ws-dias-mes-base     pic 9(2) value 30.
       77 ws-dias              pic 9(5) value zeros.
       77 ws-dias-prazo        pic 9(5) value zeros.
       77 ws-data-inicio-int   pic 9(7) value zeros.
       77 ws-data-venc-int     pic 9(7) value zeros.
       77 ws-data-hoje-int     pic 9(7) value zeros.
       77 ws-vlr-apropriado    pic 9(5)v99 value zeros.
       77 ws-vlr-juros-venc    pic 9(5)v99 value zeros.
       77 ws-vlr-bruto         pic 9(6)v99 value zeros.

       77 ws-total-ativas      pic 9(5) value zeros.
       77 ws-total-principal   pic 9(9)v99 value zeros.
       77 ws-total-apropriado  pic 9(9)v99 value zeros.
       77 ws-total-bruto       pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "APLICACOES A PRAZO ATIVAS - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(10) value "APLICACAO".
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(12) value "PRINCIPAL".
           05 filler          pic x(8)  value "TAXA".
           05 filler          pic x(10) value "INICIO".
           05 filler          pic x(10) value "VENCTO".
           05 filler          pic x(7)  value "DIAS".
           05 filler          pic x(13) value "APROPRIADO".
           05 filler          pic x(12) value "NO VENCTO".

       01 ws-det-linha.
           05 ws-det-numero   pic 9(7).
           05 filler          pic x(3)  value spaces.
           05 ws-det-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-principal pic zzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-det-taxa     pic .9999.
           05 filler          pic x(3)  value spaces.
           05 ws-det-inicio   pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-det-venc     pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dias     pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-det-apropr   pic zzzz9.99.
           05 filler          pic x(5)  value spaces.
           05 ws-det-bruto    pic zzzzz9.99.

       01 ws-total-linha-1.
           05 filler          pic x(24) value "APLICACOES ATIVAS: ".
           05 ws-tot-ativas   pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(24) value "TOTAL PRINCIPAL: ".
           05 ws-tot-principal pic zzzzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(24) value
              "JUROS APROPRIADOS: ".
           05 ws-tot-apropr   pic zzzzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(24) value
              "TOTAL NO VENCIMENTO: ".
           05 ws-tot-bruto    pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           compute ws-data-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           open output rel-aplicacoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_aplicacoes.txt - "
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

           perform lista-aplicacoes

           move spaces to rel-linha
           write rel-linha
           move ws-total-ativas     to ws-tot-ativas
           move ws-total-linha-1    to rel-linha
           write rel-linha
           move ws-total-principal  to ws-tot-principal
           move ws-total-linha-2    to rel-linha
           write rel-linha
           move ws-total-apropriado to ws-tot-apropr
           move ws-total-linha-3    to rel-linha
           write rel-linha
           move ws-total-bruto      to ws-tot-bruto
           move ws-total-linha-4    to rel-linha
           write rel-linha

           close rel-aplicacoes

           display "Aplicacoes ativas: " ws-total-ativas
                   " - principal " ws-total-principal
                   " juros apropriados " ws-total-apropriado "."

           goback.

       lista-aplicacoes.

           move "N" to ws-eof

           open input aplicacoes-file

           if ws-aplicacao-nao-existe
               display "Nao ha aplicacoes.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if apl-ativa
                           perform lista-aplicacao
                       end-if
               end-read
           end-perform

           close aplicacoes-file.

      *    apropriado: dias corridos do inicio ate hoje, limitado ao
      /    vencimento - aplicacao vencida e ainda nao resgatada pelo
      /    lote aparece com os juros cheios
       lista-aplicacao.

           compute ws-data-inicio-int =
                   function integer-of-date
                       (function numval (apl-data-inicio))
           compute ws-data-venc-int =
                   function integer-of-date
                       (function numval (apl-data-vencimento))

           move zeros to ws-dias
           move zeros to ws-dias-prazo

           if ws-data-venc-int > ws-data-inicio-int
               compute ws-dias-prazo =
                       ws-data-venc-int - ws-data-inicio-int
           end-if

           if ws-data-hoje-int > ws-data-inicio-int
               compute ws-dias = ws-data-hoje-int - ws-data-inicio-int
           end-if

           if ws-dias > ws-dias-prazo
               move ws-dias-prazo to ws-dias
           end-if

           compute ws-vlr-apropriado rounded =
                   apl-principal * apl-taxa * ws-dias
                   / ws-dias-mes-base

           compute ws-vlr-juros-venc rounded =
                   apl-principal * apl-taxa * ws-dias-prazo
                   / ws-dias-mes-base

           compute ws-vlr-bruto = apl-principal + ws-vlr-juros-venc

           add 1                 to ws-total-ativas
           add apl-principal     to ws-total-principal
           add ws-vlr-apropriado to ws-total-apropriado
           add ws-vlr-bruto      to ws-total-bruto

           move apl-numero          to ws-det-numero
           move apl-conta-id        to ws-det-conta
           move apl-principal       to ws-det-principal
           move apl-taxa            to ws-det-taxa
           move apl-data-inicio     to ws-det-inicio
           move apl-data-vencimento to ws-det-venc
           move ws-dias             to ws-det-dias
           move ws-vlr-apropriado   to ws-det-apropr
           move ws-vlr-bruto        to ws-det-bruto
           move ws-det-linha        to rel-linha
           write rel-linha.

       end program posaplicacoes.
