           compute ws-total-divida = (dev-qrd-parc - dev-parc-pgs) *
      -    dev-vlr-parc + ws-vlr-juros + ws-vlr-multa

      *    divida do espolio continua habilitada ate a quitacao
           if ws-total-divida not equal zeroes
               if dev-sts-divida not = "E"
                   move "N" to dev-sts-divida
               end-if
           else
               move "S" to dev-sts-divida
           end-if
