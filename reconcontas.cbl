           05 filler          pic x(15) value "CONTA OK     : ".
           05 ws-cok-id       pic zzzz9.
           05 filler          pic x(9)  value " saldo: ".
           05 ws-cok-saldo    pic -zzzz9.99.

       01 ws-linha-conta-div.
           05 filler          pic x(15) value "CONTA DIVERGE: ".
           05 ws-cdv-id       pic zzzz9.
           05 filler          pic x(9)  value " saldo: ".
           05 ws-cdv-saldo    pic -zzzz9.99.
           05 filler          pic x(13) value " movimento: ".
           05 ws-cdv-soma     pic -zzzzzz9.99.

