      ******************************************************************
      * copybook do registro fisico gravado em taxa_cheque.dat
      * taxa mensal de juros do cheque especial, por data de
      * vigencia (fracao - ex.: 0800 = 8% ao mes), carregada pelo
      * back office via mantlimite.cbl no mesmo espirito de
      * rendimento.dat. quando ha mais de um registro para a mesma
      * data, vale o ultimo gravado. lida por jurocheque.cbl, que
      * aplica a taxa pro rata dia sobre o saldo devedor acumulado
      * de cada conta. qualquer alteracao de layout deve ser feita
      * aqui para manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 taxa-cheque-reg.
           03 tch-data-vigencia    pic x(8).
           03 tch-taxa             pic v9(4).
