      ******************************************************************
      * copybook do registro fisico gravado em cheques.dat
      * historico de cada folha de cheque por conta e numero, so
      * acrescentado: a situacao vigente do cheque e' a do ultimo
      * registro gravado para a conta e o numero.
      *    S sustacao pedida pelo correntista (mantcheques.cbl)
      *    C sustacao revogada - o cheque volta a poder ser pago
      *    P pago na compensacao (compensa.cbl)
      *    D devolvido na compensacao, com o motivo padrao da camara
      * motivos de devolucao (chq-motivo):
      *    11 insuficiencia de fundos - primeira apresentacao
      *    12 insuficiencia de fundos - segunda apresentacao
      *    13 conta encerrada
      *    14 conta bloqueada pelo obito do titular - so recebe
      *       credito ate a partilha; nao e' definitiva
      *    21 contra-ordem ou sustacao pelo emitente
      *    35 cheque sem talao emitido pelo banco para a conta
      *    49 reapresentacao de cheque ja pago ou ja devolvido em
      *       definitivo (motivos 12, 13 e 35)
      * a tarifa de devolucao (tarifa DEV de tarifas.dat) so e'
      * cobrada nos motivos de responsabilidade do emitente (11, 12
      * e 21). qualquer alteracao de layout deve ser feita aqui para
      * manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 cheque-reg.
           03 chq-conta-id         pic 9(5).
           03 chq-numero           pic 9(6).
           03 chq-situacao         pic x(1).
               88 chq-sustado          value "S".
               88 chq-sustacao-revogada value "C".
               88 chq-pago             value "P".
               88 chq-devolvido        value "D".
           03 chq-data             pic x(8).
           03 chq-valor            pic 9(5)v99.
           03 chq-motivo           pic 9(2).
               88 chq-motivo-sem-fundos    value 11.
               88 chq-motivo-reapresentado value 12.
               88 chq-motivo-encerrada     value 13.
               88 chq-motivo-obito         value 14.
               88 chq-motivo-sustado       value 21.
               88 chq-motivo-sem-talao     value 35.
               88 chq-motivo-ja-pago       value 49.
               88 chq-devolucao-definitiva value 12 13 35.
               88 chq-cobra-tarifa         value 11 12 21.
           03 chq-operador         pic x(10).
           03 chq-observacao       pic x(30).
