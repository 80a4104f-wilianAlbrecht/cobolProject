      ******************************************************************
      * copybook do registro fisico gravado em folhas.dat
      * controle das folhas de pagamento recebidas das empresas: um
      * registro por arquivo processado por folha.cbl, chaveado pela
      * conta da empresa e pela referencia que a empresa poe no
      * header (o numero do lote dela). folha ja creditada (P) com a
      * mesma empresa e referencia e' recusada inteira, para o
      * mesmo arquivo nunca creditar duas vezes; folha recusada
      * inteira (R - estrutura, totais, empresa ou saldo) pode ser
      * corrigida e reenviada com a mesma referencia. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
       01 folhactrl-reg.
           03 fct-empresa          pic 9(5).
           03 fct-referencia       pic x(10).
           03 fct-data-processo    pic x(8).
           03 fct-situacao         pic x(1).
               88 fct-processada       value "P".
               88 fct-recusada         value "R".
      *    motivo da recusa inteira (ver folha.cbl) - zeros quando
      *    processada
           03 fct-motivo           pic 9(2).
           03 fct-qtd-creditos     pic 9(5).
           03 fct-vlr-creditado    pic 9(9)v99.
           03 fct-qtd-rejeitados   pic 9(5).
           03 fct-vlr-rejeitado    pic 9(9)v99.
