      ******************************************************************
      * copybook do registro fisico gravado em contas.dat
      * conta-id e' o numero proprio da conta, independente do
      * codigo da pessoa: os titulares e co-titulares de cada conta
      * ficam em titulares.dat (titular.cpy). usado por
      * variaveis2.cbl e agendamentos.cbl - qualquer alteracao de
      * layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo. conta encerrada (opcao de
      * encerramento do caixa) fica preservada no arquivo com saldo
      * zero e nao aceita mais lancamento de programa nenhum
      ******************************************************************
       01 conta-reg.
           03 conta-id              pic 9(5).
      *    saldo com sinal: fica negativo quando a conta usa o
      *    cheque especial - o saldo disponivel para debito e'
      *    conta-saldo + conta-limite
           03 conta-saldo           pic s9(5)v99.
      *    agencia dona da conta - herdada da agencia do operador
      *    que abriu a conta no caixa (zeros = abertura por lote ou
      *    conta anterior ao controle por agencia)
           03 conta-agencia         pic 9(3).
      *    limite de cheque especial contratado (zeros = conta sem
      *    cheque especial), mantido por mantlimite.cbl
           03 conta-limite          pic 9(5)v99.
      *    soma dos saldos devedores apurados a cada noite por
      *    chequeesp.cbl desde a ultima cobranca de juros - base de
      *    calculo de jurocheque.cbl, que zera o acumulado ao cobrar
           03 conta-devedor-acum    pic 9(7)v99.
      *    situacao da conta (espaco = conta anterior ao controle
      *    de situacao, tratada como ativa). "O" = bloqueada pelo
      *    obito do titular (manutencao.cbl): so recebe credito, sem
      *    debito no caixa, tarifa ou rendimento, ate o saldo ser
      *    liberado aos herdeiros em espolio.cbl
           03 conta-status          pic x(1).
               88 conta-ativa           values "A" " ".
               88 conta-encerrada       value "E".
               88 conta-bloqueada-obito value "O".
      *    encerramento: data (AAAAMMDD) e matricula do operador
           03 conta-data-encerra    pic x(8).
           03 conta-operador-encerra pic x(10).
