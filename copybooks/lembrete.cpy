      ******************************************************************
      * copybook do registro fisico gravado em lembretes.dat
      * log dos lembretes de vencimento enviados por SMS ao devedor:
      * um registro por parcela lembrada, com numero de controle (o
      * mesmo que vai no arquivo do provedor e volta no retorno de
      * entrega), a parcela, o valor e o telefone usados. gravado
      * por lembretes.cbl, atualizado por retlembretes.cbl (entrega
      * ou falha informada pelo provedor) e lido por rellembretes.cbl
      * para medir o pagamento em dia das parcelas lembradas.
      * situacoes: E enviado ao provedor, R recebido (entrega
      * confirmada), F falha na entrega - parcela com falha sai de
      * novo no arquivo do dia seguinte se ainda estiver na janela.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 lembrete-reg.
           03 lem-controle         pic 9(7).
           03 lem-dev-id           pic 9(5).
           03 lem-parcela          pic 9(3).
           03 lem-vencimento       pic x(8).
           03 lem-valor            pic 9(5)v99.
           03 lem-telefone         pic x(9).
           03 lem-data-envio       pic x(8).
           03 lem-status           pic x(1).
               88 lem-enviado          value "E".
               88 lem-entregue         value "R".
               88 lem-falhou           value "F".
      *    data e codigo devolvidos pelo provedor no retorno de
      *    entrega - espacos enquanto nao houver retorno
           03 lem-data-retorno     pic x(8).
           03 lem-cod-retorno      pic x(3).
