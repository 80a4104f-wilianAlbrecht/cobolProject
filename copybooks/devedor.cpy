               05 dev-vlr-parc      pic 9(5)v99.
               05 dev-qrd-parc      pic 9(3).
               05 dev-parc-pgs      pic 9(3).
      *    "N" em aberto, "S" quitada, "E" habilitada no espolio -
      *    devedor falecido (manutencao.cbl): a divida sai da
      *    cobranca (cartas, remessa e negativacao) e passa a ser
      *    cobrada do espolio
           03 dev-sts-divida        pic x.
               88 dev-divida-espolio    value "E".
