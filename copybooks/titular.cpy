      ******************************************************************
      * copybook do registro fisico gravado em titulares.dat
      * relacao entre as contas de contas.dat e as pessoas de
      * registros.txt: uma conta tem um titular (T - quem abriu a
      * conta) e pode ter co-titulares (C); uma pessoa pode ser
      * titular ou co-titular de varias contas. arquivo indexado pela
      * chave conta + pessoa (leitura dos titulares de uma conta com
      * start/read next) e com indice alternado por pessoa (contas de
      * um cliente). a conta nasce com o titular no caixa
      * (variaveis2.cbl); co-titulares sao mantidos por
      * manttitulares.cbl e as contas anteriores a relacao foram
      * ligadas ao cadastro de mesmo codigo por migratit.cbl.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 titular-reg.
           03 tit-chave.
               05 tit-conta-id      pic 9(5).
               05 tit-pessoa-id     pic 9(5).
           03 tit-tipo              pic x(1).
               88 tit-eh-titular        value "T".
               88 tit-eh-cotitular      value "C".
      *    inclusao na conta: data (AAAAMMDD) e matricula do operador
      *    (MIGRACAO para as ligacoes feitas por migratit.cbl)
           03 tit-data-inclusao     pic x(8).
           03 tit-operador          pic x(10).
