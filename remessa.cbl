      * a partir de devedores.dat e parcelas.dat - um registro de
      * cobranca por parcela em aberto (codigo, nome, valor com juros
      * e multa aplicados e vencimento) e um trailer de controle com
      * a quantidade de registros e o valor total da remessa. divida
      * de devedor falecido (habilitada no espolio) nao vai ao banco
      ******************************************************************

       identification division.
           03 ws-dev-item occurs 50 times indexed by ws-idx-tab.
               05 ws-dev-id      pic 9(5).
               05 ws-dev-nome    pic x(30).
               05 ws-dev-espolio pic x(1).
       77 ws-nome-cobranca     pic x(30) value spaces.
       77 ws-dev-achou-flag    pic x value "N".
           88 ws-dev-achou         value "S".

       77 ws-total-registros   pic 9(5) value zeros.
       77 ws-total-valor       pic 9(9)v99 value zeros.
       77 ws-total-espolio     pic 9(5) value zeros.
       77 ws-espolio-flag      pic x value "N".
           88 ws-eh-espolio        value "S".

      *    acompanhamento da cobranca: cada detalhe da remessa ganha
      /    um numero de controle persistido em cobrancas_ctrl.dat

           display "Remessa gravada em "
                   "./files/remessa_cobranca.txt - "
                   ws-total-registros " registro(s) de cobranca, "
                   ws-total-espolio " parcela(s) de espolio fora."

           goback.

                             ws-dev-id (ws-total-devedores)
                           move dev-nome to
                             ws-dev-nome (ws-total-devedores)
                           move "N" to
                             ws-dev-espolio (ws-total-devedores)
                           if dev-divida-espolio
                               move "S" to
                                 ws-dev-espolio (ws-total-devedores)
                           end-if
                       else
                           display "AVISO: devedores.dat tem mais de "
                                   ws-max-devedores
               exit paragraph
           end-if

      *    divida do falecido e' cobrada do espolio, fora do banco
           if ws-eh-espolio
               add 1 to ws-total-espolio
               exit paragraph
           end-if

      *    cobra o saldo devedor da parcela - pagamentos parciais ja
      /    recebidos no caixa nao vao de novo para o banco
           compute ws-vlr-residual =
       busca-nome-devedor.

           move "N"    to ws-dev-achou-flag
           move "N"    to ws-espolio-flag
           move spaces to ws-nome-cobranca

           perform varying ws-idx-tab from 1 by 1
               if ws-dev-id (ws-idx-tab) = par-dev-id
                   move "S" to ws-dev-achou-flag
                   move ws-dev-nome (ws-idx-tab) to ws-nome-cobranca
                   move ws-dev-espolio (ws-idx-tab)
                       to ws-espolio-flag
               end-if
           end-perform.

