      * entre as cargas de importa.cbl e as consolidacoes de
      * absorve.cbl a mesma pessoa acaba com dois codigos. o lote
      * cruza todos os pares com mesmo nome e mesmo telefone, ou
      * mesmo nome e mesmo CEP, e grava o relatorio de revisao com
      * quantas contas cada codigo tem em titulares.dat e a conta em
      * comum, quando os dois ja sao titulares da mesma conta; a
      * fusao confirmada e' feita pelo utilitario unifica.cbl
      ******************************************************************

       access mode is dynamic
       file status is ws-pessoa-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select rel-duplicados
              assign to './files/relatorio_duplicados.txt'
       organization is line sequential
       fd pessoa.
       copy "registro-pessoa.cpy".

       fd titulares.
       copy "titular.cpy".

       fd rel-duplicados.
       01 rel-linha            pic x(100).

           88 ws-pessoa-nao-existe     value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".
       77 ws-titular-aberto-flag pic x value "N".
           88 ws-titular-aberto    value "S".

      *    contas do primeiro codigo do par, para achar a conta em
      /    comum com o segundo
       77 ws-max-contas-a      pic 9(2) value 10.
       77 ws-qtd-contas-a      pic 9(2) value zeros.
       77 ws-qtd-contas-b      pic 9(2) value zeros.
       77 ws-idx-conta         pic 9(2) value zeros.
       01 ws-contas-a-tab.
           03 ws-conta-a occurs 10 times pic 9(5).
       77 ws-conta-comum       pic 9(5) value zeros.

       77 ws-max-pessoas       pic 9(3) value 100.
       77 ws-total-pessoas     pic 9(3) value zeros.
           05 filler          pic x(10) value " mesmo(a) ".
           05 ws-det-motivo   pic x(8).

       01 ws-contas-linha.
           05 filler          pic x(9)  value spaces.
           05 filler          pic x(8)  value "contas: ".
           05 ws-det-qtd-a    pic z9.
           05 filler          pic x(3)  value " e ".
           05 ws-det-qtd-b    pic z9.
           05 filler          pic x(17) value " conta em comum: ".
           05 ws-det-comum    pic x(7).

       01 ws-total-linha.
           05 filler          pic x(10) value "PESSOAS: ".
           05 ws-tot-pessoas  pic zzzz9.
           move spaces  to rel-linha
           write rel-linha

      *    sem titulares.dat o relatorio sai so com os pares
           open input titulares

           if ws-titular-ok
               move "S" to ws-titular-aberto-flag
           else
               display "AVISO: titulares.dat indisponivel - file "
                       "status " ws-titular-status " - relatorio "
                       "sem as contas dos pares."
           end-if

           perform cruza-pares

           if ws-titular-aberto
               close titulares
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-total-pessoas to ws-tot-pessoas
           move ws-motivo              to ws-det-motivo

           move ws-det-linha to rel-linha
           write rel-linha

           if ws-titular-aberto
               perform confere-contas-par
           end-if.

      *    contas de cada codigo do par pelo indice de pessoa de
      /    titulares.dat - conta em comum indica casal com conta
      /    conjunta ou cadastro duplicado ja ligado a mesma conta
       confere-contas-par.

           move zeros to ws-qtd-contas-a
           move zeros to ws-qtd-contas-b
           move zeros to ws-conta-comum

           move "N"                  to ws-eof-titular
           move ws-pes-id (ws-idx-a) to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-pes-id (ws-idx-a)
                           move "S" to ws-eof-titular
                       else
                           if ws-qtd-contas-a < ws-max-contas-a
                               add 1 to ws-qtd-contas-a
                               move tit-conta-id
                                   to ws-conta-a (ws-qtd-contas-a)
                           end-if
                       end-if
               end-read
           end-perform

           move "N"                  to ws-eof-titular
           move ws-pes-id (ws-idx-b) to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-pes-id (ws-idx-b)
                           move "S" to ws-eof-titular
                       else
                           add 1 to ws-qtd-contas-b
                           perform procura-conta-comum
                       end-if
               end-read
           end-perform

           move ws-qtd-contas-a to ws-det-qtd-a
           move ws-qtd-contas-b to ws-det-qtd-b

           if ws-conta-comum = zeros
               move "NENHUMA" to ws-det-comum
           else
               move ws-conta-comum to ws-det-comum
           end-if

           move ws-contas-linha to rel-linha
           write rel-linha.

       procura-conta-comum.

           perform varying ws-idx-conta from 1 by 1
                   until ws-idx-conta > ws-qtd-contas-a
               if ws-conta-a (ws-idx-conta) = tit-conta-id
                   move tit-conta-id to ws-conta-comum
               end-if
           end-perform.

       end program duplicados.
