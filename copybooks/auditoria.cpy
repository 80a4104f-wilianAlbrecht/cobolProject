      * copybook do registro fisico gravado em auditoria.log
      * trilha de auditoria de cada movimento do caixa - operador,
      * opcao, valores e saldos antes/depois. gravado por
      * variaveis2.cbl e lido por atividade.cbl e excecoes.cbl -
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 auditoria-reg.
           03 aud-operador         pic x(10).
