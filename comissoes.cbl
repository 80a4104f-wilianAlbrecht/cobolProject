      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: apuracao da comissao das assessorias de cobranca
      * no mes (PARM AAAAMM, padrao o mes corrente) - a base e' o que
      * entrou de fato em pagamentos.log (principal, juros e multa)
      * de cada devedor encaminhado, com data de pagamento dentro do
      * mes e dentro do periodo do encaminhamento (do envio ate a
      * devolucao ou quitacao, ou ate hoje se ainda ativo), vezes o
      * percentual de comissao gravado no encaminhamento. o valor
      * que a assessoria informou ter recuperado (retassessorias.cbl)
      * sai ao lado do recebido no encaminhamento todo, para
      * conferencia - nao entra no calculo. relatorio em
      * relatorio_comissoes.txt com subtotal por assessoria
      ******************************************************************

       identification division.
       program-id. comissoes.
       environment division.
       input-output section.
       file-control.

       select assessorias-file assign to './files/assessorias.dat'
       organization is sequential
       file status is ws-assessoria-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       select pagamentos assign to './files/pagamentos.log'
       organization is sequential
       file status is ws-pagamento-status.

       select rel-comissoes assign to './files/relatorio_comissoes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd assessorias-file.
       copy "assessoria.cpy".

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       fd pagamentos.
       copy "pagamento.cpy".

       fd rel-comissoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-assessoria-status pic x(2) value spaces.
           88 ws-assessoria-ok         value "00".
           88 ws-assessoria-nao-existe value "35".
       77 ws-encaminhamento-status pic x(2) value spaces.
           88 ws-encaminhamento-ok     value "00".
           88 ws-encaminhamento-nao-existe value "35".
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".

       77 ws-parm-mes          pic x(6) value spaces.
       77 ws-mes-comissao      pic x(6) value spaces.
       77 ws-hoje              pic x(8) value spaces.
       77 ws-data-pagamento    pic x(8) value spaces.
       77 ws-vlr-pagamento     pic 9(8)v99 value zeros.

      *    assessorias vigentes - so o nome e' usado aqui
       77 ws-max-assessorias   pic 9(2) value 20.
       77 ws-qtd-assessorias   pic 9(2) value zeros.
       77 ws-idx-ass           pic 9(2) value zeros.
       77 ws-pos-ass           pic 9(2) value zeros.
       01 ws-ass-tab.
           03 ws-ass-item occurs 20 times.
               05 ws-ass-codigo    pic 9(3).
               05 ws-ass-nome      pic x(20).

      *    encaminhamentos com o recebido no periodo dele e no mes
       77 ws-max-encaminhamentos pic 9(3) value 300.
       77 ws-qtd-encaminhamentos pic 9(3) value zeros.
       77 ws-idx-enc           pic 9(3) value zeros.
       77 ws-pos-enc           pic 9(3) value zeros.
       01 ws-enc-tab.
           03 ws-enc-item occurs 300 times.
               05 ws-enc-controle  pic 9(7).
               05 ws-enc-dev-id    pic 9(5).
               05 ws-enc-assessoria pic 9(3).
               05 ws-enc-envio     pic x(8).
               05 ws-enc-fim       pic x(8).
               05 ws-enc-status    pic x(1).
               05 ws-enc-comissao  pic 9(2)v99.
               05 ws-enc-informado pic 9(8)v99.
               05 ws-enc-rec-total pic 9(8)v99.
               05 ws-enc-rec-mes   pic 9(8)v99.

       77 ws-vlr-comissao      pic 9(8)v99 value zeros.
       77 ws-qtd-ass-linhas    pic 9(5) value zeros.
       77 ws-sub-informado     pic 9(10)v99 value zeros.
       77 ws-sub-rec-total     pic 9(10)v99 value zeros.
       77 ws-sub-rec-mes       pic 9(10)v99 value zeros.
       77 ws-sub-comissao      pic 9(10)v99 value zeros.
       77 ws-total-rec-mes     pic 9(10)v99 value zeros.
       77 ws-total-comissao    pic 9(10)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(42) value
              "COMISSAO DAS ASSESSORIAS - MES (AAAAMM): ".
           05 ws-cab-mes      pic x(6).

       01 ws-cab-ass.
           05 filler          pic x(11) value "ASSESSORIA ".
           05 ws-cas-codigo   pic 9(3).
           05 filler          pic x(1)  value space.
           05 ws-cas-nome     pic x(20).

       01 ws-cab-det.
           05 filler          pic x(9)  value "CONTROLE".
           05 filler          pic x(8)  value "DEVEDOR".
           05 filler          pic x(4)  value "ST".
           05 filler          pic x(13) value "INFORMADO".
           05 filler          pic x(13) value "RECEB.TOTAL".
           05 filler          pic x(13) value "RECEB.MES".
           05 filler          pic x(7)  value "TAXA".
           05 filler          pic x(11) value "COMISSAO".

       01 ws-det-linha.
           05 ws-det-controle pic 9(7).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dev      pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-status   pic x(1).
           05 filler          pic x(3)  value spaces.
           05 ws-det-informado pic zzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-rec-total pic zzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-rec-mes  pic zzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-taxa     pic z9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-comissao pic zzzzzzz9.99.

       01 ws-sub-linha.
           05 filler          pic x(20) value "  SUBTOTAL".
           05 ws-sub-det-informado pic zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-sub-det-rec-total pic zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-sub-det-rec-mes pic zzzzzzzz9.99.
           05 filler          pic x(8)  value spaces.
           05 ws-sub-det-comissao pic zzzzzzzz9.99.

       01 ws-total-linha.
           05 filler          pic x(26) value
              "TOTAL RECEBIDO NO MES: ".
           05 ws-tot-rec-mes  pic zzzzzzzzz9.99.
           05 filler          pic x(14) value "  COMISSAO: ".
           05 ws-tot-comissao pic zzzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           accept ws-parm-mes from command-line

           if ws-parm-mes not = spaces and
              ws-parm-mes is numeric
               move ws-parm-mes to ws-mes-comissao
           else
               move ws-hoje (1:6) to ws-mes-comissao
           end-if

           perform carrega-assessorias

           perform carrega-encaminhamentos

           if ws-qtd-encaminhamentos = zeros
               display "Nao ha encaminhamentos - nenhuma comissao a "
                       "apurar."
               goback
           end-if

           perform carrega-pagamentos

           open output rel-comissoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_comissoes.txt - file "
                       "status " ws-rel-status
               goback
           end-if

           move ws-mes-comissao to ws-cab-mes
           move ws-cab-1 to rel-linha
           write rel-linha

           perform varying ws-pos-ass from 1 by 1
                   until ws-pos-ass > ws-qtd-assessorias
               perform imprime-assessoria
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-rec-mes  to ws-tot-rec-mes
           move ws-total-comissao to ws-tot-comissao
           move ws-total-linha    to rel-linha
           write rel-linha

           close rel-comissoes

           display "Comissoes do mes " ws-mes-comissao
                   " apuradas - recebido " ws-tot-rec-mes
                   " comissao " ws-tot-comissao

           goback.

       carrega-assessorias.

           move "N" to ws-eof

           open input assessorias-file

           if ws-assessoria-nao-existe
               exit paragraph
           end-if

           if not ws-assessoria-ok
               display "ERRO ao abrir assessorias.dat - file status "
                       ws-assessoria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read assessorias-file
                   at end move "S" to ws-eof
                   not at end
                       perform guarda-assessoria
               end-read
           end-perform

           close assessorias-file.

       guarda-assessoria.

           move zeros to ws-pos-ass

           perform varying ws-idx-ass from 1 by 1
                   until ws-idx-ass > ws-qtd-assessorias or
                         ws-pos-ass > zeros
               if ws-ass-codigo (ws-idx-ass) = ass-codigo
                   move ws-idx-ass to ws-pos-ass
               end-if
           end-perform

           if ws-pos-ass = zeros
               if ws-qtd-assessorias not < ws-max-assessorias
                   display "AVISO: assessorias.dat tem mais de "
                           ws-max-assessorias
                           " assessorias - excedente ignorado."
                   exit paragraph
               end-if
               add 1 to ws-qtd-assessorias
               move ws-qtd-assessorias to ws-pos-ass
           end-if

           move ass-codigo to ws-ass-codigo (ws-pos-ass)
           move ass-nome   to ws-ass-nome (ws-pos-ass).

      *    so interessa o encaminhamento que esteve com a assessoria
      /    em algum dia do mes
       carrega-encaminhamentos.

           move "N" to ws-eof

           open input encaminhamentos

           if ws-encaminhamento-nao-existe
               exit paragraph
           end-if

           if not ws-encaminhamento-ok
               display "ERRO ao abrir encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read encaminhamentos
                   at end move "S" to ws-eof
                   not at end
                       if enc-data-envio (1:6) not > ws-mes-comissao
                          and (enc-ativo or
                               enc-data-baixa (1:6) not <
                               ws-mes-comissao)
                           perform guarda-encaminhamento
                       end-if
               end-read
           end-perform

           close encaminhamentos.

       guarda-encaminhamento.

           if ws-qtd-encaminhamentos not < ws-max-encaminhamentos
               display "AVISO: mais de " ws-max-encaminhamentos
                       " encaminhamentos no mes - excedente ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-encaminhamentos
           move ws-qtd-encaminhamentos to ws-pos-enc

           move enc-controle      to ws-enc-controle (ws-pos-enc)
           move enc-dev-id        to ws-enc-dev-id (ws-pos-enc)
           move enc-assessoria    to ws-enc-assessoria (ws-pos-enc)
           move enc-data-envio    to ws-enc-envio (ws-pos-enc)
           if enc-ativo
               move ws-hoje        to ws-enc-fim (ws-pos-enc)
           else
               move enc-data-baixa to ws-enc-fim (ws-pos-enc)
           end-if
           move enc-status        to ws-enc-status (ws-pos-enc)
           move enc-comissao      to ws-enc-comissao (ws-pos-enc)
           move enc-vlr-informado to ws-enc-informado (ws-pos-enc)
           move zeros             to ws-enc-rec-total (ws-pos-enc)
                                     ws-enc-rec-mes (ws-pos-enc).

      *    cada pagamento vai para o encaminhamento do devedor cujo
      /    periodo contem a data do pagamento
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
                       perform soma-pagamento
               end-read
           end-perform

           close pagamentos.

       soma-pagamento.

           move pag-ano to ws-data-pagamento (1:4)
           move pag-mes to ws-data-pagamento (5:2)
           move pag-dia to ws-data-pagamento (7:2)

           move zeros to ws-pos-enc

           perform varying ws-idx-enc from 1 by 1
                   until ws-idx-enc > ws-qtd-encaminhamentos or
                         ws-pos-enc > zeros
               if ws-enc-dev-id (ws-idx-enc) = pag-dev-id and
                  ws-enc-envio (ws-idx-enc) not > ws-data-pagamento and
                  ws-enc-fim (ws-idx-enc) not < ws-data-pagamento
                   move ws-idx-enc to ws-pos-enc
               end-if
           end-perform

           if ws-pos-enc = zeros
               exit paragraph
           end-if

           compute ws-vlr-pagamento = pag-valor + pag-juros + pag-multa

           add ws-vlr-pagamento to ws-enc-rec-total (ws-pos-enc)

           if ws-data-pagamento (1:6) = ws-mes-comissao
               add ws-vlr-pagamento to ws-enc-rec-mes (ws-pos-enc)
           end-if.

       imprime-assessoria.

           move zeros to ws-qtd-ass-linhas
                         ws-sub-informado ws-sub-rec-total
                         ws-sub-rec-mes ws-sub-comissao

           perform varying ws-idx-enc from 1 by 1
                   until ws-idx-enc > ws-qtd-encaminhamentos
               if ws-enc-assessoria (ws-idx-enc) =
                  ws-ass-codigo (ws-pos-ass)
                   perform imprime-encaminhamento
               end-if
           end-perform

           if ws-qtd-ass-linhas = zeros
               exit paragraph
           end-if

           move ws-sub-informado to ws-sub-det-informado
           move ws-sub-rec-total to ws-sub-det-rec-total
           move ws-sub-rec-mes   to ws-sub-det-rec-mes
           move ws-sub-comissao  to ws-sub-det-comissao
           move ws-sub-linha     to rel-linha
           write rel-linha

           add ws-sub-rec-mes  to ws-total-rec-mes
           add ws-sub-comissao to ws-total-comissao.

       imprime-encaminhamento.

           if ws-qtd-ass-linhas = zeros
               move spaces to rel-linha
               write rel-linha
               move ws-ass-codigo (ws-pos-ass) to ws-cas-codigo
               move ws-ass-nome (ws-pos-ass)   to ws-cas-nome
               move ws-cab-ass to rel-linha
               write rel-linha
               move ws-cab-det to rel-linha
               write rel-linha
           end-if

           add 1 to ws-qtd-ass-linhas

           compute ws-vlr-comissao rounded =
                   ws-enc-rec-mes (ws-idx-enc) *
                   ws-enc-comissao (ws-idx-enc) / 100

           add ws-enc-informado (ws-idx-enc) to ws-sub-informado
           add ws-enc-rec-total (ws-idx-enc) to ws-sub-rec-total
           add ws-enc-rec-mes (ws-idx-enc)   to ws-sub-rec-mes
           add ws-vlr-comissao               to ws-sub-comissao

           move ws-enc-controle (ws-idx-enc)  to ws-det-controle
           move ws-enc-dev-id (ws-idx-enc)    to ws-det-dev
           move ws-enc-status (ws-idx-enc)    to ws-det-status
           move ws-enc-informado (ws-idx-enc) to ws-det-informado
           move ws-enc-rec-total (ws-idx-enc) to ws-det-rec-total
           move ws-enc-rec-mes (ws-idx-enc)   to ws-det-rec-mes
           move ws-enc-comissao (ws-idx-enc)  to ws-det-taxa
           move ws-vlr-comissao               to ws-det-comissao
           move ws-det-linha to rel-linha
           write rel-linha.

       end program comissoes.
