      ******************************************************************
      * copybook do registro fisico gravado em taxa_aplicacao.dat
      * taxas mensais da aplicacao a prazo, por data de vigencia
      * (fracao - ex.: 0090 = 0,9% ao mes): a taxa contratada na
      * abertura e a taxa reduzida paga no resgate antecipado.
      * carregada pelo back office via aplicacoes.cbl no mesmo
      * espirito de rendimento.dat - quando ha mais de um registro
      * para a mesma data, vale o ultimo gravado. as duas taxas
      * vigentes na abertura ficam gravadas na propria aplicacao.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 taxa-aplic-reg.
           03 tap-data-vigencia    pic x(8).
           03 tap-taxa             pic v9(4).
           03 tap-taxa-antecipado  pic v9(4).
