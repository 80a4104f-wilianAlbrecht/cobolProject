      * copybook do registro fisico gravado em tarifas.dat
      * tabela de tarifas por tipo e data de vigencia, carregada pelo
      * back office via manttarifas.cbl (mesmo espirito de
      * cotacoes.dat): MAN = tarifa mensal de manutencao de conta,
      * DEV = tarifa de devolucao de cheque, TED = tarifa de
      * transferencia para outro banco. quando ha mais de um
      * registro para o mesmo tipo e data, vale o ultimo gravado.
      * lida por tarifamensal.cbl (MAN), compensa.cbl (DEV) e
      * variaveis2.cbl (TED). qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
