      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: processar o retorno do biro de credito
      * (retorno_negativacao.txt) atualizando negativacoes.dat pelo
      * numero de controle: inclusao aceita vira C (confirmada) e
      * rejeitada vira J; exclusao aceita vira R (anotacao removida)
      * e rejeitada volta a Q para negativa.cbl reenviar na proxima
      * rodada. rejeicoes e retornos que nao casam com o controle
      * saem no relatorio de excecoes. cada retorno so muda a
      * anotacao na situacao esperada, entao reler o mesmo arquivo
      * nao altera nada
      ******************************************************************

       identification division.
       program-id. retnegativa.
       environment division.
       input-output section.
       file-control.

       select retorno-file assign to './files/retorno_negativacao.txt'
       organization is line sequential
       file status is ws-retorno-status.

       select negativacoes assign to './files/negativacoes.dat'
       organization is sequential
       file status is ws-negativacao-status.

       select rel-excecoes
              assign to './files/relatorio_retnegativacao.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd retorno-file.
       01 retorno-neg-reg.
           03 rtn-tipo             pic x(1).
               88 rtn-eh-inclusao      value "I".
               88 rtn-eh-exclusao      value "E".
           03 rtn-controle         pic 9(7).
           03 rtn-dev-id           pic 9(5).
           03 rtn-resultado        pic x(1).
               88 rtn-aceito           value "A".
               88 rtn-rejeitado        value "R".
           03 rtn-cod-rejeicao     pic x(3).
           03 rtn-data             pic x(8).

       fd negativacoes.
       copy "negativacao.cpy".

       fd rel-excecoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-retorno-status    pic x(2) value spaces.
           88 ws-retorno-ok            value "00".
           88 ws-retorno-nao-existe    value "35".
       77 ws-negativacao-status pic x(2) value spaces.
           88 ws-negativacao-ok        value "00".
           88 ws-negativacao-nao-existe value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".

       77 ws-eof               pic x value "N".
       77 ws-eof-negativacao   pic x value "N".
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-data-corrente     pic x(14) value spaces.

       77 ws-total-lidos       pic 9(5) value zeros.
       77 ws-total-aplicados   pic 9(5) value zeros.
       77 ws-total-excecoes    pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(42) value
              "EXCECOES DO RETORNO DO BIRO - DATA: ".
           05 ws-cab-data     pic x(10).

       01 ws-linha-excecao.
           05 ws-exc-tipo     pic x(9).
           05 ws-exc-controle pic 9(7).
           05 filler          pic x(10) value " devedor: ".
           05 ws-exc-dev      pic zzzz9.
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
               display "Nao ha retorno_negativacao.txt - nada a "
                       "processar."
               goback
           end-if

           if not ws-retorno-ok
               display "ERRO ao abrir retorno_negativacao.txt - file "
                       "status " ws-retorno-status
               goback
           end-if

           open output rel-excecoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_retnegativacao.txt - "
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

           display "Retorno do biro processado - " ws-total-lidos
                   " lido(s), " ws-total-aplicados " aplicado(s), "
                   ws-total-excecoes " excecao(oes)."

           goback.

       processa-retorno.

           move "N" to ws-achou-flag
           move "N" to ws-eof-negativacao

           open i-o negativacoes

           if ws-negativacao-nao-existe
               move "SEM NEGATIVACOES.DAT" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ws-negativacao-ok
               display "ERRO ao abrir negativacoes.dat - file status "
                       ws-negativacao-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof-negativacao = "S"
               read negativacoes
                   at end move "S" to ws-eof-negativacao
                   not at end
                       if neg-controle = rtn-controle
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close negativacoes
               move "CONTROLE NAO ENCONTRADO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if neg-dev-id not = rtn-dev-id
               close negativacoes
               move "DEVEDOR DIFERENTE DO CONTROLE" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           evaluate true
               when rtn-eh-inclusao
                   perform aplica-inclusao
               when rtn-eh-exclusao
                   perform aplica-exclusao
               when other
                   move "TIPO DE RETORNO INVALIDO" to ws-exc-motivo
                   perform grava-excecao
           end-evaluate

           close negativacoes.

      *    inclusao aceita depois da quitacao (Q ou X) so registra a
      /    confirmacao - a exclusao ja esta a caminho; rejeitada, a
      /    anotacao nunca existiu no biro e a divida fica em J
       aplica-inclusao.

           if not (neg-enviada or neg-quitada or
                   neg-exclusao-enviada)
               move "INCLUSAO JA TRATADA" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if rtn-aceito
               move rtn-data to neg-data-confirma
               if neg-enviada
                   move "C" to neg-status
               end-if
           else
               move "J"              to neg-status
               move rtn-cod-rejeicao to neg-cod-rejeicao
               move "INCLUSAO REJEITADA PELO BIRO" to ws-exc-motivo
               perform grava-excecao
           end-if

           perform regrava-negativacao.

      *    exclusao rejeitada volta a Q para sair de novo no proximo
      /    arquivo de exclusao - o prazo legal continua correndo
       aplica-exclusao.

           if not neg-exclusao-enviada
               move "EXCLUSAO NAO ESPERADA" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if rtn-aceito
               move "R"      to neg-status
               move rtn-data to neg-data-baixa
           else
               move "Q"              to neg-status
               move rtn-cod-rejeicao to neg-cod-rejeicao
               move "EXCLUSAO REJEITADA - REENVIO" to ws-exc-motivo
               perform grava-excecao
           end-if

           perform regrava-negativacao.

       regrava-negativacao.

           rewrite negativacao-reg

           if ws-negativacao-ok
               add 1 to ws-total-aplicados
           else
               display "ERRO ao atualizar negativacoes.dat - file "
                       "status " ws-negativacao-status
           end-if.

       grava-excecao.

           add 1 to ws-total-excecoes

           if rtn-eh-exclusao
               move "EXCLUSAO" to ws-exc-tipo
           else
               move "INCLUSAO" to ws-exc-tipo
           end-if

           move rtn-controle     to ws-exc-controle
           move rtn-dev-id       to ws-exc-dev
           move rtn-cod-rejeicao to ws-exc-codigo
           move ws-linha-excecao to rel-linha
           write rel-linha.

       end program retnegativa.
