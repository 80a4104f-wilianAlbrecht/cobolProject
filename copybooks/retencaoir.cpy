      ******************************************************************
      * copybook do registro fisico gravado em retencoes_ir.dat
      * uma ficha por credito de juros a cliente com o rendimento
      * bruto e o imposto de renda retido na fonte - gravada por
      * rendimentos.cbl (origem J, rendimento da conta) e por
      * resgateapl.cbl/aplicacoes.cbl (origem P, juros de aplicacao
      * a prazo, com o numero da aplicacao). o diario transacoes.log
      * e' arquivado todo mes, entao o informe anual de rendimentos
      * (informerend.cbl) soma o ano a partir daqui. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
       01 retencao-ir-reg.
           03 ret-conta-id         pic 9(5).
      *    data do credito (AAAAMMDD)
           03 ret-data             pic x(8).
           03 ret-origem           pic x(1).
               88 ret-eh-rendimento    value "J".
               88 ret-eh-aplicacao     value "P".
      *    numero da aplicacao (zeros no rendimento da conta)
           03 ret-aplicacao        pic 9(7).
           03 ret-bruto            pic 9(5)v99.
           03 ret-aliquota         pic v9(4).
           03 ret-valor-ir         pic 9(5)v99.
