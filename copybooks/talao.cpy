      ******************************************************************
      * copybook do registro fisico gravado em taloes.dat
      * taloes de cheque entregues ao correntista (mantcheques.cbl):
      * cada registro e' uma faixa de numeracao emitida para a conta,
      * continuando a numeracao da conta a partir do ultimo talao.
      * um cheque so e' pago na compensacao (compensa.cbl) se o
      * numero estiver em uma faixa emitida para a conta que sacou.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 talao-reg.
           03 tal-conta-id         pic 9(5).
           03 tal-cheque-inicial   pic 9(6).
           03 tal-cheque-final     pic 9(6).
           03 tal-data-emissao     pic x(8).
           03 tal-operador         pic x(10).
           03 tal-agencia          pic 9(3).
