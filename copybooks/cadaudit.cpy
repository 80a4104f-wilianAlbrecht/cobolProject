      ******************************************************************
      * copybook do registro fisico gravado em cadastro_aud.log
      * trilha de auditoria do cadastro de pessoas: cada alteracao ou
      * inativacao em registros.txt (manutencao.cbl), cada inclusao
      * em massa (importa.cbl) e cada inclusao ou exclusao do cliente
      * como titular de conta (manttitulares.cbl - campo CONTA, com
      * conta e tipo T/C na imagem), cada registro de obito
      * (manutencao.cbl) e cada liberacao de saldo do falecido aos
      * herdeiros (espolio.cbl) grava um registro com a matricula de
      * quem mexeu, data/hora e as imagens antes/depois do campo
      * alterado. lido por audcadastro.cbl para responder "quem mudou
      * o que" num cadastro. qualquer alteracao de layout deve ser
               88 cda-eh-alteracao     value "A".
               88 cda-eh-inativacao    value "I".
               88 cda-eh-carga         value "C".
               88 cda-eh-inclui-titular value "T".
               88 cda-eh-exclui-titular value "X".
               88 cda-eh-obito          value "O".
               88 cda-eh-liberacao-espolio value "H".
           03 cda-campo            pic x(10).
           03 cda-antes            pic x(30).
           03 cda-depois           pic x(30).
