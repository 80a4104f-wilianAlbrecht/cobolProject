      ******************************************************************
      * copybook do registro fisico gravado em periodos_contabeis.dat
      * um registro por mes contabil encerrado por balanco.cbl, com a
      * data do encerramento, os totais de debitos e creditos do mes
      * e o resultado (receitas - despesas) do mes. mes presente
      * aqui esta fechado: contabiliza.cbl, pdd.cbl e apropriacao.cbl
      * recusam gravar em lancamentos.dat lancamento datado nele.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 periodo-reg.
           03 per-mes              pic x(6).
           03 per-data-fechamento  pic x(8).
           03 per-debitos          pic 9(11)v99.
           03 per-creditos         pic 9(11)v99.
           03 per-resultado        pic s9(11)v99.
      *    S = o encerramento de dezembro zerou receitas e despesas
      *    contra lucros acumulados (2901)
           03 per-encerrou-ano     pic x(1).
