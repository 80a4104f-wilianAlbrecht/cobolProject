      ******************************************************************
      * copybook do registro fisico gravado em bloqueios.dat
      * ordens judiciais de bloqueio de saldo, uma por processo e
      * conta, cadastradas e baixadas pelo back office em
      * bloqueios.cbl. enquanto a ordem esta ativa o valor ordenado
      * sai do disponivel da conta em todo debito (caixa,
      * agendamentos, tarifa): o valor efetivamente capturado e' a
      * parte do saldo positivo da conta que cobre a ordem,
      * distribuida entre as ordens ativas na ordem de cadastro. a
      * ordem baixada fica preservada no arquivo com status L
      * (liberada) ou T (transferida ao juizo), com o valor e a
      * data da baixa. qualquer alteracao de layout deve ser feita
      * aqui para manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 bloqueio-reg.
           03 blq-conta-id         pic 9(5).
           03 blq-processo         pic x(25).
           03 blq-valor            pic 9(7)v99.
      *    data da ordem (AAAAMMDD) e matricula de quem cadastrou
           03 blq-data             pic x(8).
           03 blq-operador         pic x(10).
           03 blq-status           pic x(1).
               88 blq-ativo            value "A".
               88 blq-liberado         value "L".
               88 blq-transferido      value "T".
      *    baixa: data, valor capturado liberado ou transferido e
      *    matricula do supervisor que baixou
           03 blq-data-baixa       pic x(8).
           03 blq-valor-baixa      pic 9(7)v99.
           03 blq-operador-baixa   pic x(10).
