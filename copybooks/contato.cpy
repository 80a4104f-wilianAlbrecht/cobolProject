      * operador que falou (matricula de operadores.dat), resultado e
      * a data prometida de pagamento quando houve promessa. gravado
      * por contatos.cbl; cartas.cbl pula devedor com promessa ainda
      * nao vencida, negativa.cbl adia a negativacao dele e
      * promessas.cbl relata as promessas quebradas.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
