      ******************************************************************
      * copybook do registro fisico gravado em posicao_agencias.dat
      * posicao diaria de caixa de cada agencia: abertura (fechamento
      * do ultimo dia anterior), suprimentos recebidos da tesouraria,
      * recolhimentos liberados para ela, liquido do movimento dos
      * caixas (auditoria.log) e fechamento. gravado e lido por
      * reltesouraria.cbl - um registro por agencia a cada execucao,
      * valendo o ultimo gravado de cada agencia + data, entao a
      * reexecucao no mesmo dia so acrescenta registros que
      * substituem os anteriores. qualquer alteracao de layout deve
      * ser feita aqui para manter os programas compativeis com o
      * mesmo arquivo
      ******************************************************************
       01 posicao-reg.
      *    data da posicao (AAAAMMDD)
           03 pos-data             pic x(8).
           03 pos-agencia          pic 9(3).
           03 pos-abertura         pic s9(9)v99.
           03 pos-suprimentos      pic 9(9)v99.
           03 pos-recolhimentos    pic 9(9)v99.
      *    entradas menos saidas de dinheiro nos caixas da agencia
           03 pos-liquido-caixa    pic s9(9)v99.
           03 pos-fechamento       pic s9(9)v99.
