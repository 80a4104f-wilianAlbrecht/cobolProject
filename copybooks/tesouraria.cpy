      ******************************************************************
      * copybook do registro fisico gravado em movtesouraria.dat
      * movimentos de numerario entre as agencias e a tesouraria
      * central (na matriz, agencia 001): suprimento leva dinheiro da
      * tesouraria para a agencia, recolhimento traz o excesso da
      * agencia para a tesouraria. cada ordem e' pedida por um
      * operador da agencia, aprovada por um supervisor diferente
      * (a aprovacao libera o numerario, que fica em transito) e
      * confirmada por quem recebe na outra ponta. gravado por
      * tesouraria.cbl e lido por fechacaixa.cbl (gaveta do
      * operador), contabiliza.cbl (lancamentos 1001/1002/1003) e
      * reltesouraria.cbl (posicao de caixa por agencia). situacoes:
      * P pedida, T em transito, C recebida, X recusada. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
       01 tesouraria-reg.
           03 tes-numero           pic 9(7).
           03 tes-tipo             pic x(1).
               88 tes-eh-suprimento    value "S".
               88 tes-eh-recolhimento  value "R".
           03 tes-agencia          pic 9(3).
           03 tes-valor            pic 9(7)v99.
      *    pedido: operador da agencia que entrega (recolhimento) ou
      *    vai receber (suprimento) o dinheiro
           03 tes-solicitante      pic x(10).
           03 tes-data-pedido      pic x(8).
           03 tes-hora-pedido      pic x(6).
      *    aprovacao ou recusa do supervisor - na aprovacao o
      *    numerario sai da origem
           03 tes-aprovador        pic x(10).
           03 tes-data-aprovacao   pic x(8).
           03 tes-hora-aprovacao   pic x(6).
      *    confirmacao do recebimento no destino
           03 tes-recebedor        pic x(10).
           03 tes-data-recebimento pic x(8).
           03 tes-hora-recebimento pic x(6).
           03 tes-status           pic x(1).
               88 tes-pedida           value "P".
               88 tes-em-transito      value "T".
               88 tes-recebida         value "C".
               88 tes-recusada         value "X".
