      ******************************************************************
      * copybook do registro fisico gravado em negativacoes.dat
      * controle da negativacao de devedores no biro de credito: um
      * registro por inclusao enviada, com numero de controle (o
      * mesmo que vai no arquivo de inclusao e volta no retorno do
      * biro), a divida informada e a situacao da anotacao. gravado
      * por negativa.cbl (inclusao, quitacao e exclusao) e atualizado
      * por retnegativa.cbl (confirmacao ou rejeicao do biro).
      * situacoes: E inclusao enviada, C inclusao confirmada pelo
      * biro, J inclusao rejeitada, Q divida quitada com exclusao a
      * enviar, X exclusao enviada aguardando confirmacao, R anotacao
      * removida (exclusao confirmada). qualquer alteracao de layout
      * deve ser feita aqui para manter os programas compativeis com
      * o mesmo arquivo
      ******************************************************************
       01 negativacao-reg.
           03 neg-controle         pic 9(7).
           03 neg-dev-id           pic 9(5).
           03 neg-nome             pic x(30).
           03 neg-valor            pic 9(8)v99.
           03 neg-vencimento       pic x(8).
           03 neg-dias-atraso      pic 9(5).
           03 neg-data-envio       pic x(8).
           03 neg-status           pic x(1).
               88 neg-enviada          value "E".
               88 neg-confirmada       value "C".
               88 neg-rejeitada        value "J".
               88 neg-quitada          value "Q".
               88 neg-exclusao-enviada value "X".
               88 neg-removida         value "R".
               88 neg-anotacao-ativa   value "E" "C" "Q" "X".
           03 neg-data-confirma    pic x(8).
      *    data da quitacao (ultimo pagamento ou renegociacao) e
      *    prazo legal da exclusao - cinco dias uteis depois dela
           03 neg-data-quitacao    pic x(8).
           03 neg-prazo-exclusao   pic x(8).
           03 neg-data-exclusao    pic x(8).
           03 neg-data-baixa       pic x(8).
      *    codigo de rejeicao devolvido pelo biro (inclusao ou
      *    exclusao) - espacos quando aceito
           03 neg-cod-rejeicao     pic x(3).
