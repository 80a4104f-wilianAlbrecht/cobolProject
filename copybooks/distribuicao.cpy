      ******************************************************************
      * copybook do registro fisico gravado em distribuicao.dat
      * tabela de distribuicao dos relatorios por agencia: cada
      * registro diz que um destinatario da agencia recebe o recorte
      * de um relatorio do lote (codigo do relatorio na tabela de
      * regras de distribui.cbl - fechamento, atrasos, tarifas ...).
      * o arquivo so cresce - cada inclusao ou alteracao aprovada em
      * aprovaalt.cbl (proposta em mantdistrib.cbl, dupla custodia)
      * grava um registro novo e vale o ultimo de cada agencia +
      * relatorio + destinatario; destinatario retirado fica com
      * situacao I. lido por distribui.cbl. qualquer alteracao de
      * layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo
      ******************************************************************
       01 distribuicao-reg.
           03 dis-agencia          pic 9(3).
           03 dis-relatorio        pic x(12).
           03 dis-destinatario     pic x(30).
           03 dis-situacao         pic x(1).
               88 dis-ativo            value "A".
               88 dis-inativo          value "I".
