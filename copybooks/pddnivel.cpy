      ******************************************************************
      * copybook do registro fisico gravado em pdd_niveis.dat
      * tabela dos niveis de risco da provisao para devedores
      * duvidosos (pdd): um registro por nivel, de AA a H, com o
      * maior atraso em dias que ainda cai no nivel e o percentual
      * de provisao sobre a exposicao (fracao - ex.: 0,0300 = 3%,
      * 1,0000 = 100%). mantida por mantpdd.cbl (a alteracao de um
      * nivel so e' gravada aqui por aprovaalt.cbl, depois de
      * aprovada); sem o arquivo o lote pdd.cbl usa a tabela padrao
      * da resolucao. os niveis vem
      * em ordem crescente de atraso e o ultimo (H) pega todo atraso
      * acima do anterior. qualquer alteracao de layout deve ser
      * feita aqui para manter os programas compativeis com o mesmo
      * arquivo
      ******************************************************************
       01 pdd-nivel-reg.
           03 pdn-nivel            pic x(2).
           03 pdn-dias-ate         pic 9(5).
           03 pdn-percentual       pic 9v9(4).
