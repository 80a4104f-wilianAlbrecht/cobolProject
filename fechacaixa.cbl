      * daquela matricula (a variacao de saldo de cada registro e' a
      * variacao da gaveta: deposito e recebimento de parcela entram,
      * saque sai, transferencia nao mexe em dinheiro), calcula a
      * posicao esperada - com os pagamentos de contas e boletos
      * recebidos em dinheiro (opcao 9 do caixa) em linha propria,
      * fora das entradas - e o numerario da tesouraria
      * (movtesouraria.dat): suprimento recebido pelo operador entra
      * na gaveta e recolhimento pedido por ele e ja liberado sai
      * dela - e grava a diferenca (sobra/quebra) em
      * quebras_caixa.dat, com recibo impresso de conferencia.
      * quebras repetidas por matricula aparecem em resumoquebras.cbl
      ******************************************************************
       access mode is dynamic
       file status is ws-operador-status.

       select tesouraria-file assign to './files/movtesouraria.dat'
       organization is sequential
       file status is ws-tesouraria-status.

       select quebras-file assign to './files/quebras_caixa.dat'
       organization is sequential
       file status is ws-quebra-status.
       fd operadores.
       copy "operador.cpy".

       fd tesouraria-file.
       copy "tesouraria.cpy".

       fd quebras-file.
       copy "quebra.cpy".

       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-tesouraria-status pic x(2) value spaces.
           88 ws-tesouraria-ok         value "00".
           88 ws-tesouraria-nao-existe value "35".
       77 ws-quebra-status     pic x(2) value spaces.
           88 ws-quebra-ok             value "00".
           88 ws-quebra-nao-existe     value "35".
       77 ws-dep-vlr           pic 9(7)v99 value zeros.
       77 ws-saq-qtd           pic 9(5) value zeros.
       77 ws-saq-vlr           pic 9(7)v99 value zeros.
       77 ws-pgc-qtd           pic 9(5) value zeros.
       77 ws-pgc-vlr           pic 9(7)v99 value zeros.
       77 ws-sup-qtd           pic 9(5) value zeros.
       77 ws-sup-vlr           pic 9(7)v99 value zeros.
       77 ws-rec-qtd           pic 9(5) value zeros.
       77 ws-rec-vlr           pic 9(7)v99 value zeros.
       77 ws-delta-registro    pic s9(7)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(10) value " valor: ".
           05 ws-rec-saq-vlr  pic zzzzzz9.99.

       01 ws-linha-pgc.
           05 filler          pic x(20) value "CONTAS/BOLETOS: ".
           05 ws-rec-pgc-qtd  pic zzzz9.
           05 filler          pic x(10) value " valor: ".
           05 ws-rec-pgc-vlr  pic zzzzzz9.99.

       01 ws-linha-sup.
           05 filler          pic x(20) value "SUPRIMENTOS: ".
           05 ws-rec-sup-qtd  pic zzzz9.
           05 filler          pic x(10) value " valor: ".
           05 ws-rec-sup-vlr  pic zzzzzz9.99.

       01 ws-linha-rec.
           05 filler          pic x(20) value "RECOLHIMENTOS: ".
           05 ws-rec-rec-qtd  pic zzzz9.
           05 filler          pic x(10) value " valor: ".
           05 ws-rec-rec-vlr  pic zzzzzz9.99.

       01 ws-linha-esperado.
           05 filler          pic x(30) value
              "POSICAO ESPERADA DA GAVETA: ".

           perform apura-movimento-dia

           perform apura-numerario-dia

           compute ws-esperado = ws-fundo-inicial +
                   ws-dep-vlr + ws-pgc-vlr + ws-sup-vlr -
                   ws-rec-vlr - ws-saq-vlr

           compute ws-diferenca = ws-contado - ws-esperado

           compute ws-delta-registro =
                   aud-saldo-depois - aud-saldo-antes

      *    pagamento de conta em dinheiro entra na gaveta como o
      /    deposito; com debito em conta a variacao e' zero
           if aud-opcao = "9"
               if ws-delta-registro > zeros
                   add 1                 to ws-pgc-qtd
                   add ws-delta-registro to ws-pgc-vlr
               end-if
               exit paragraph
           end-if

           if ws-delta-registro > zeros
               add 1                 to ws-dep-qtd
               add ws-delta-registro to ws-dep-vlr
                       ws-saq-vlr - ws-delta-registro
           end-if.

      *    numerario da tesouraria que passou pela gaveta hoje: o
      /    suprimento entra quando o operador confirma o recebimento;
      /    o recolhimento sai quando o supervisor libera o numerario
      /    pedido pelo operador (fica em transito ate a tesouraria
      /    confirmar)
       apura-numerario-dia.

           move "N" to ws-eof

           open input tesouraria-file

           if ws-tesouraria-nao-existe
               exit paragraph
           end-if

           if not ws-tesouraria-ok
               display "ERRO ao abrir movtesouraria.dat - file "
                       "status " ws-tesouraria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read tesouraria-file
                   at end move "S" to ws-eof
                   not at end
                       if tes-eh-suprimento and tes-recebida and
                          tes-recebedor = ws-operador-id and
                          tes-data-recebimento = ws-hoje
                           add 1         to ws-sup-qtd
                           add tes-valor to ws-sup-vlr
                       end-if
                       if tes-eh-recolhimento and
                          (tes-em-transito or tes-recebida) and
                          tes-solicitante = ws-operador-id and
                          tes-data-aprovacao = ws-hoje
                           add 1         to ws-rec-qtd
                           add tes-valor to ws-rec-vlr
                       end-if
               end-read
           end-perform

           close tesouraria-file.

       grava-quebra.

           open extend quebras-file
           move ws-linha-saq   to rel-linha
           write rel-linha

           move ws-pgc-qtd     to ws-rec-pgc-qtd
           move ws-pgc-vlr     to ws-rec-pgc-vlr
           move ws-linha-pgc   to rel-linha
           write rel-linha

           move ws-sup-qtd     to ws-rec-sup-qtd
           move ws-sup-vlr     to ws-rec-sup-vlr
           move ws-linha-sup   to rel-linha
           write rel-linha

           move ws-rec-qtd     to ws-rec-rec-qtd
           move ws-rec-vlr     to ws-rec-rec-vlr
           move ws-linha-rec   to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha

