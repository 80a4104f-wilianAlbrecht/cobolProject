
           move ws-total to ws-ed-total

      *    divida do espolio continua habilitada ate a quitacao
           if ws-total not equal zeroes
               if dev-sts-divida not = "E"
                   move "N" to dev-sts-divida
               end-if
           else
               move "S" to dev-sts-divida
           end-if
