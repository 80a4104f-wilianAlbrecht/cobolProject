       77 ws-total-saq-vlr     pic 9(7)v99 value zeros.
       77 ws-total-est-qtd     pic 9(5) value zeros.
       77 ws-total-est-vlr     pic 9(7)v99 value zeros.
      *    juros de cheque especial cobrados (marca L) - contados na
      /    perna da conta do cliente; as duas pernas continuam nos
      /    totais de depositos e saques
       77 ws-total-jce-qtd     pic 9(5) value zeros.
       77 ws-total-jce-vlr     pic 9(7)v99 value zeros.
       77 ws-saldo-final       pic 9(5)v99 value zeros.

      *    quebra por agencia (trans-agencia) dentro de cada dia: a
           05 filler          pic x(11) value "VALOR".
           05 filler          pic x(7)  value "MOEDA".
           05 filler          pic x(15) value "SALDO APOS".
           05 filler          pic x(7)  value "AGENCIA".

       01 ws-det-linha.
           05 ws-det-data.
           05 ws-det-moeda    pic x(3).
           05 filler          pic x(2)  value spaces.
           05 ws-det-saldo    pic zzzz9.99.
      *    agencia da transacao - tambem usada por distribui.cbl para
      /    recortar o relatorio por agencia
           05 filler          pic x(2)  value spaces.
           05 ws-det-agencia  pic 9(3).

       01 ws-total-cab.
           05 filler          pic x(35) value
           05 filler          pic x(10) value " valor: ".
           05 ws-tot-est-vlr  pic zzzzzz9.99.

       01 ws-total-linha-3j.
           05 filler          pic x(30) value
              "JUROS CHEQUE ESPECIAL: ".
           05 ws-tot-jce-qtd  pic zzzz9.
           05 filler          pic x(10) value " valor: ".
           05 ws-tot-jce-vlr  pic zzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(30) value
              "SALDO FINAL: ".
           move trans-valor  to ws-det-valor
           move trans-moeda  to ws-det-moeda
           move trans-saldo-result to ws-det-saldo
           move trans-agencia to ws-det-agencia
           move trans-saldo-result to ws-saldo-final
           move trans-saldo-result to ws-dia-saldo-fecho

               end-if
           end-if

           if trans-eh-bloqueio-judicial
               move "BLOQ.JUDIC." to ws-det-opcao
           end-if

           if trans-eh-desbloqueio
               move "LIBERA BLOQ." to ws-det-opcao
           end-if

           if trans-eh-encerramento
               move "ENCERRAMENTO" to ws-det-opcao
           end-if

           if trans-eh-aplicacao
               move "APLICACAO" to ws-det-opcao
           end-if

           if trans-eh-resgate-aplic
               move "RESGATE APL." to ws-det-opcao
           end-if

           if trans-eh-juros-aplic
               move "JUROS APLIC." to ws-det-opcao
           end-if

           if trans-eh-imposto-renda
               move "IR RETIDO" to ws-det-opcao
           end-if

           if trans-eh-folha
               move "FOLHA PAGTO" to ws-det-opcao
           end-if

           if trans-eh-ted
               move "TED ENVIADA" to ws-det-opcao
           end-if

           if trans-eh-ted-devolvida
               move "TED DEVOLV." to ws-det-opcao
           end-if

           if trans-eh-pagto-conta
               move "PAGTO CONTA" to ws-det-opcao
           end-if

           if trans-eh-cheque
               move "CHEQUE COMP." to ws-det-opcao
           end-if

           if trans-eh-juros-cheque
               move "JUROS CH.ESP" to ws-det-opcao
               if trans-conta-id not = zeros
                   add 1           to ws-total-jce-qtd
                   add trans-valor to ws-total-jce-vlr
               end-if
           end-if

           move ws-det-linha to rel-linha
           write rel-linha

           move ws-total-linha-3e to rel-linha
           write rel-linha

           move ws-total-jce-qtd  to ws-tot-jce-qtd
           move ws-total-jce-vlr  to ws-tot-jce-vlr
           move ws-total-linha-3j to rel-linha
           write rel-linha

           move ws-saldo-final   to ws-tot-saldo
           move ws-total-linha-4 to rel-linha
           write rel-linha.
