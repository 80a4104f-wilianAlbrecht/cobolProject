      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: processar o retorno do escritorio de contabilidade
      * (retorno_contabil.txt) para a exportacao diaria do livro:
      * cada registro aceita ou rejeita um dia de movimento pela
      * sequencia do envio, e exportacoes_ctb.dat passa de E
      * (enviado) para A (aceito) ou R (rejeitado, com o codigo do
      * contador) - o dia rejeitado sai de novo, com nova sequencia,
      * na proxima execucao de expcontabil.cbl. rejeicoes e retornos
      * que nao casam com o controle (sequencia ja substituida por
      * reenvio, data diferente, dia ja tratado) saem no relatorio de
      * excecoes. cada retorno so muda o dia na situacao E, entao
      * reler o mesmo arquivo nao altera nada
      ******************************************************************

       identification division.
       program-id. retcontabil.
       environment division.
       input-output section.
       file-control.

       select retorno-file assign to './files/retorno_contabil.txt'
       organization is line sequential
       file status is ws-retorno-status.

       select exportacoes assign to './files/exportacoes_ctb.dat'
       organization is sequential
       file status is ws-exportacao-status.

       select rel-excecoes
              assign to './files/relatorio_retcontabil.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd retorno-file.
       01 retorno-ctb-reg.
           03 rtc-sequencia        pic 9(7).
           03 rtc-data-movimento   pic x(8).
           03 rtc-resultado        pic x(1).
               88 rtc-aceito           value "A".
               88 rtc-rejeitado        value "R".
           03 rtc-cod-rejeicao     pic x(3).
           03 rtc-data             pic x(8).

       fd exportacoes.
       copy "expcontabil.cpy".

       fd rel-excecoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-retorno-status    pic x(2) value spaces.
           88 ws-retorno-ok            value "00".
           88 ws-retorno-nao-existe    value "35".
       77 ws-exportacao-status pic x(2) value spaces.
           88 ws-exportacao-ok         value "00".
           88 ws-exportacao-nao-existe value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".

       77 ws-eof               pic x value "N".
       77 ws-eof-exportacao    pic x value "N".
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-data-corrente     pic x(14) value spaces.

       77 ws-total-lidos       pic 9(5) value zeros.
       77 ws-total-aplicados   pic 9(5) value zeros.
       77 ws-total-excecoes    pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(42) value
              "EXCECOES DO RETORNO DO CONTADOR - DATA: ".
           05 ws-cab-data     pic x(10).

       01 ws-linha-excecao.
           05 filler          pic x(11) value "SEQUENCIA ".
           05 ws-exc-sequencia pic 9(7).
           05 filler          pic x(12) value " movimento: ".
           05 ws-exc-data     pic x(8).
           05 filler          pic x(3)  value " - ".
           05 ws-exc-motivo   pic x(40).
           05 filler          pic x(1)  value space.
           05 ws-exc-codigo   pic x(3).

       01 ws-total-linha.
           05 filler          pic x(10) value "LIDOS: ".
           05 ws-tot-lidos    pic zzzz9.
           05 filler          pic x(13) value "  APLICADOS: ".
           05 ws-tot-aplicados pic zzzz9.
           05 filler          pic x(12) value "  EXCECOES: ".
           05 ws-tot-excecoes pic zzzz9.

       procedure division.

           open input retorno-file

           if ws-retorno-nao-existe
               display "Nao ha retorno_contabil.txt - nada a "
                       "processar."
               goback
           end-if

           if not ws-retorno-ok
               display "ERRO ao abrir retorno_contabil.txt - file "
                       "status " ws-retorno-status
               goback
           end-if

           open output rel-excecoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_retcontabil.txt - "
                       "file status " ws-rel-status
               close retorno-file
               goback
           end-if

           move function current-date to ws-data-corrente
           move ws-data-corrente (7:2) to ws-cab-data (1:2)
           move "/"                    to ws-cab-data (3:1)
           move ws-data-corrente (5:2) to ws-cab-data (4:2)
           move "/"                    to ws-cab-data (6:1)
           move ws-data-corrente (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces  to rel-linha
           write rel-linha

           perform until ws-eof = "S"
               read retorno-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-lidos
                       perform processa-retorno
               end-read
           end-perform

           close retorno-file

           move spaces to rel-linha
           write rel-linha
           move ws-total-lidos     to ws-tot-lidos
           move ws-total-aplicados to ws-tot-aplicados
           move ws-total-excecoes  to ws-tot-excecoes
           move ws-total-linha     to rel-linha
           write rel-linha

           close rel-excecoes

           display "Retorno do contador processado - " ws-total-lidos
                   " lido(s), " ws-total-aplicados " aplicado(s), "
                   ws-total-excecoes " excecao(oes)."

           goback.

       processa-retorno.

           move "N" to ws-achou-flag
           move "N" to ws-eof-exportacao

           open i-o exportacoes

           if ws-exportacao-nao-existe
               move "SEM EXPORTACOES_CTB.DAT" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ws-exportacao-ok
               display "ERRO ao abrir exportacoes_ctb.dat - file "
                       "status " ws-exportacao-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof-exportacao = "S"
               read exportacoes
                   at end move "S" to ws-eof-exportacao
                   not at end
                       if ect-sequencia = rtc-sequencia
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close exportacoes
               move "SEQUENCIA NAO ENCONTRADA OU SUBSTITUIDA"
                   to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if ect-data-movimento not = rtc-data-movimento
               close exportacoes
               move "MOVIMENTO DIFERENTE DO ENVIADO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ect-enviado
               close exportacoes
               move "DIA JA TRATADO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           evaluate true
               when rtc-aceito
                   move "A"      to ect-status
                   move rtc-data to ect-data-retorno
                   move spaces   to ect-cod-rejeicao
                   perform regrava-exportacao
               when rtc-rejeitado
                   move "R"              to ect-status
                   move rtc-data         to ect-data-retorno
                   move rtc-cod-rejeicao to ect-cod-rejeicao
                   perform regrava-exportacao
                   move "REJEITADO PELO CONTADOR - REENVIO"
                       to ws-exc-motivo
                   perform grava-excecao
               when other
                   move "RESULTADO DE RETORNO INVALIDO"
                       to ws-exc-motivo
                   perform grava-excecao
           end-evaluate

           close exportacoes.

       regrava-exportacao.

           rewrite expcontabil-reg

           if ws-exportacao-ok
               add 1 to ws-total-aplicados
           else
               display "ERRO ao atualizar exportacoes_ctb.dat - file "
                       "status " ws-exportacao-status
           end-if.

       grava-excecao.

           add 1 to ws-total-excecoes

           move rtc-sequencia      to ws-exc-sequencia
           move rtc-data-movimento to ws-exc-data
           move rtc-cod-rejeicao   to ws-exc-codigo
           move ws-linha-excecao   to rel-linha
           write rel-linha.

       end program retcontabil.
