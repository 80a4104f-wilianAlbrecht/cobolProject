      ******************************************************************
      * copybook do registro fisico gravado em pagcontas.dat
      * pagamentos de contas de consumo (codigo de arrecadacao, que
      * comeca com 8) e de boletos bancarios recebidos no caixa: um
      * registro por documento pago, com o codigo de barras de 44
      * digitos ja conferido, o convenio a que o valor e' repassado,
      * o valor e o vencimento tirados do proprio codigo e a forma
      * de pagamento. gravado por variaveis2.cbl (opcao 9) e
      * repassado aos convenios por repasse.cbl (arquivo
      * repasse_convenios.txt). situacoes: P pago aguardando
      * repasse, R repassado.
      * o codigo de barras de um documento pago nao e' aceito de
      * novo. qualquer alteracao de layout deve ser feita aqui para
      * manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 pagconta-reg.
      *    numero de autenticacao do pagamento - vai nas pernas G de
      *    transacoes.log e no arquivo de repasse
           03 pgc-numero           pic 9(7).
           03 pgc-codigo-barras    pic x(44).
           03 pgc-tipo             pic x(1).
               88 pgc-eh-boleto        value "B".
               88 pgc-eh-arrecadacao   value "A".
      *    convenio do repasse: "BOL" + banco emissor do boleto, ou
      *    "ARR" + segmento + codigo da empresa/orgao arrecadador
           03 pgc-convenio         pic x(8).
           03 pgc-valor            pic 9(5)v99.
      *    vencimento (AAAAMMDD) - espacos para documento sem
      *    vencimento no codigo
           03 pgc-vencimento       pic x(8).
           03 pgc-forma            pic x(1).
               88 pgc-em-dinheiro      value "D".
               88 pgc-em-conta         value "C".
      *    conta debitada (zeros quando pago em dinheiro) e cliente
      *    identificado no caixa
           03 pgc-conta-id         pic 9(5).
           03 pgc-cliente-id       pic 9(5).
      *    data/hora do pagamento (ddmmaaaahhmmss), a mesma das pernas
      *    G em transacoes.log, e a data AAAAMMDD
           03 pgc-data-hora        pic x(14).
           03 pgc-data-pagto       pic x(8).
           03 pgc-operador         pic x(10).
           03 pgc-agencia          pic 9(3).
           03 pgc-status           pic x(1).
               88 pgc-a-repassar       value "P".
               88 pgc-repassado        value "R".
      *    lote e data (AAAAMMDD) do repasse ao convenio
           03 pgc-lote-repasse     pic 9(7).
           03 pgc-data-repasse     pic x(8).
