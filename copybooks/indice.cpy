      ******************************************************************
      * copybook do registro fisico gravado em indices.dat
      * um valor por indice publicado (CDI, IPCA, ...) e data de
      * vigencia, como taxa anual em fracao (ex.: 0,1065 = 10,65%
      * a.a.) - gravado por aprovaalt.cbl a partir das propostas de
      * mantindices.cbl e lido por contratos.cbl (taxa inicial do
      * contrato pos-fixado) e reajuste.cbl (reajuste mensal das
      * parcelas). quando ha mais de um registro para o mesmo indice
      * e data, vale o ultimo gravado. qualquer alteracao de layout
      * deve ser feita aqui para manter os programas compativeis com
      * o mesmo arquivo
      ******************************************************************
       01 indice-reg.
           03 ind-codigo           pic x(5).
           03 ind-data-vigencia    pic x(8).
           03 ind-taxa-anual       pic v9(4).
