      ******************************************************************
      * copybook do registro fisico gravado em pdd_historico.dat
      * posicao mensal da provisao para devedores duvidosos gravada
      * por pdd.cbl: um registro por nivel de risco e mes, com a
      * quantidade de dividas, a exposicao, o percentual aplicado e
      * a provisao constituida. o lote do mes seguinte le daqui a
      * provisao a reverter e a comparacao mes a mes; o mes ja
      * gravado impede o reprocessamento. qualquer alteracao de
      * layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo
      ******************************************************************
       01 pdd-hist-reg.
      *    mes de referencia AAAAMM e data de apuracao AAAAMMDD
           03 pdh-mes              pic x(6).
           03 pdh-data             pic x(8).
           03 pdh-nivel            pic x(2).
           03 pdh-qtd              pic 9(5).
           03 pdh-exposicao        pic 9(9)v99.
           03 pdh-percentual       pic 9v9(4).
           03 pdh-provisao         pic 9(9)v99.
