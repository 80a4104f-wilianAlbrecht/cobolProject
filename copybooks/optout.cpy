      ******************************************************************
      * copybook do registro fisico gravado em lembretes_optout.dat
      * pedidos do devedor para nao receber (S) ou voltar a receber
      * (V) os lembretes de vencimento por SMS, registrados pelo
      * operador em contatos.cbl. o arquivo so cresce: vale o ultimo
      * registro de cada devedor. lido por lembretes.cbl, que pula o
      * devedor cujo ultimo pedido e' S. qualquer alteracao de layout
      * deve ser feita aqui para manter os programas compativeis com
      * o mesmo arquivo
      ******************************************************************
       01 optout-reg.
           03 opt-dev-id           pic 9(5).
           03 opt-data             pic x(8).
           03 opt-operador         pic x(10).
           03 opt-acao             pic x(1).
               88 opt-saiu             value "S".
               88 opt-voltou           value "V".
