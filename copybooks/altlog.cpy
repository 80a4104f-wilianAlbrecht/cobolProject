      ******************************************************************
      * copybook do registro fisico gravado em alteracoes_aud.log
      * trilha da dupla custodia de parametros e cadastros mestres:
      * um registro por proposta (gravada pelos programas de
      * manutencao), aprovacao e rejeicao (aprovaalt.cbl), com a
      * matricula de quem agiu e data/hora, no espirito de
      * cadastro_aud.log. qualquer alteracao de layout deve ser feita
      * aqui para manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 altlog-reg.
           03 alg-numero           pic 9(7).
           03 alg-tipo             pic x(3).
           03 alg-evento           pic x(1).
               88 alg-eh-proposta      value "P".
               88 alg-eh-aprovacao     value "A".
               88 alg-eh-rejeicao      value "R".
               88 alg-eh-carga         value "C".
           03 alg-matricula        pic x(10).
           03 alg-data             pic x(8).
           03 alg-hora             pic x(6).
           03 alg-motivo           pic x(40).
