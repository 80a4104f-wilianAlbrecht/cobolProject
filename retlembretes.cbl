      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: processar o retorno de entrega do provedor de SMS
      * (retorno_lembretes.txt) atualizando lembretes.dat pelo numero
      * de controle: lembrete entregue vira R e falha na entrega vira
      * F - a parcela volta a sair no arquivo de lembretes.cbl do dia
      * seguinte se ainda estiver na janela. falhas (telefone errado
      * ou desligado, para o back office corrigir devedores.dat) e
      * retornos que nao casam com o controle saem no relatorio de
      * excecoes. cada retorno so muda o lembrete ainda sem retorno,
      * entao reler o mesmo arquivo nao altera nada
      ******************************************************************

       identification division.
       program-id. retlembretes.
       environment division.
       input-output section.
       file-control.

       select retorno-file assign to './files/retorno_lembretes.txt'
       organization is line sequential
       file status is ws-retorno-status.

       select lembretes-file assign to './files/lembretes.dat'
       organization is sequential
       file status is ws-lembrete-status.

       select rel-excecoes
              assign to './files/relatorio_retlembretes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd retorno-file.
       01 retorno-lem-reg.
           03 rtl-controle         pic 9(7).
           03 rtl-dev-id           pic 9(5).
           03 rtl-resultado        pic x(1).
               88 rtl-entregue         value "E".
               88 rtl-falhou           value "F".
           03 rtl-cod-retorno      pic x(3).
           03 rtl-data             pic x(8).

       fd lembretes-file.
       copy "lembrete.cpy".

       fd rel-excecoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-retorno-status    pic x(2) value spaces.
           88 ws-retorno-ok            value "00".
           88 ws-retorno-nao-existe    value "35".
       77 ws-lembrete-status   pic x(2) value spaces.
           88 ws-lembrete-ok           value "00".
           88 ws-lembrete-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".

       77 ws-eof               pic x value "N".
       77 ws-eof-lembrete      pic x value "N".
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-data-corrente     pic x(14) value spaces.

       77 ws-total-lidos       pic 9(5) value zeros.
       77 ws-total-entregues   pic 9(5) value zeros.
       77 ws-total-falhas      pic 9(5) value zeros.
       77 ws-total-excecoes    pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(42) value
              "EXCECOES DO RETORNO DE LEMBRETES - DATA: ".
           05 ws-cab-data     pic x(10).

       01 ws-linha-excecao.
           05 filler          pic x(10) value "CONTROLE ".
           05 ws-exc-controle pic 9(7).
           05 filler          pic x(10) value " devedor: ".
           05 ws-exc-dev      pic zzzz9.
           05 filler          pic x(8)  value " fone: ".
           05 ws-exc-telefone pic x(9).
           05 filler          pic x(3)  value " - ".
           05 ws-exc-motivo   pic x(30).
           05 filler          pic x(1)  value space.
           05 ws-exc-codigo   pic x(3).

       01 ws-total-linha.
           05 filler          pic x(10) value "LIDOS: ".
           05 ws-tot-lidos    pic zzzz9.
           05 filler          pic x(14) value "  ENTREGUES: ".
           05 ws-tot-entregues pic zzzz9.
           05 filler          pic x(11) value "  FALHAS: ".
           05 ws-tot-falhas   pic zzzz9.
           05 filler          pic x(12) value "  EXCECOES: ".
           05 ws-tot-excecoes pic zzzz9.

       procedure division.

           open input retorno-file

           if ws-retorno-nao-existe
               display "Nao ha retorno_lembretes.txt - nada a "
                       "processar."
               goback
           end-if

           if not ws-retorno-ok
               display "ERRO ao abrir retorno_lembretes.txt - file "
                       "status " ws-retorno-status
               goback
           end-if

           open output rel-excecoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_retlembretes.txt - "
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
           move ws-total-entregues to ws-tot-entregues
           move ws-total-falhas    to ws-tot-falhas
           move ws-total-excecoes  to ws-tot-excecoes
           move ws-total-linha     to rel-linha
           write rel-linha

           close rel-excecoes

           display "Retorno de lembretes processado - "
                   ws-total-lidos " lido(s), " ws-total-entregues
                   " entregue(s), " ws-total-falhas " falha(s), "
                   ws-total-excecoes " excecao(oes)."

           goback.

       processa-retorno.

           move "N"    to ws-achou-flag
           move "N"    to ws-eof-lembrete
           move spaces to ws-exc-telefone

           open i-o lembretes-file

           if ws-lembrete-nao-existe
               move "SEM LEMBRETES.DAT" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ws-lembrete-ok
               display "ERRO ao abrir lembretes.dat - file status "
                       ws-lembrete-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof-lembrete = "S"
               read lembretes-file
                   at end move "S" to ws-eof-lembrete
                   not at end
                       if lem-controle = rtl-controle
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close lembretes-file
               move "CONTROLE NAO ENCONTRADO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           move lem-telefone to ws-exc-telefone

           if lem-dev-id not = rtl-dev-id
               close lembretes-file
               move "DEVEDOR DIFERENTE DO CONTROLE" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not lem-enviado
               close lembretes-file
               move "RETORNO JA TRATADO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           evaluate true
               when rtl-entregue
                   move "R" to lem-status
                   perform regrava-lembrete
                   add 1 to ws-total-entregues
               when rtl-falhou
                   move "F" to lem-status
                   perform regrava-lembrete
                   add 1 to ws-total-falhas
                   move "FALHA NA ENTREGA" to ws-exc-motivo
                   perform grava-excecao
               when other
                   move "RESULTADO INVALIDO" to ws-exc-motivo
                   perform grava-excecao
           end-evaluate

           close lembretes-file.

       regrava-lembrete.

           move rtl-data        to lem-data-retorno
           move rtl-cod-retorno to lem-cod-retorno

           rewrite lembrete-reg

           if not ws-lembrete-ok
               display "ERRO ao atualizar lembretes.dat - file "
                       "status " ws-lembrete-status
           end-if.

       grava-excecao.

           add 1 to ws-total-excecoes

           move rtl-controle     to ws-exc-controle
           move rtl-dev-id       to ws-exc-dev
           move rtl-cod-retorno  to ws-exc-codigo
           move ws-linha-excecao to rel-linha
           write rel-linha.

       end program retlembretes.
