      ******************************************************************
      * copybook do registro fisico gravado em reajustes.dat
      * historico dos reajustes mensais dos contratos pos-fixados
      * (reajuste.cbl): um registro por contrato reajustado, com o
      * valor do indice usado, a taxa anterior e a nova, as parcelas
      * recalculadas e o valor da parcela antes e depois. a parcela
      * do periodo corrente e as ja pagas (inteira ou em parte) nao
      * mudam. qualquer alteracao de layout deve ser feita aqui para
      * manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 reajuste-reg.
           03 rea-dev-id           pic 9(5).
      *    competencia (AAAAMM) e data (AAAAMMDD) do reajuste
           03 rea-competencia      pic x(6).
           03 rea-data             pic x(8).
           03 rea-indexador        pic x(5).
           03 rea-indice-vigencia  pic x(8).
           03 rea-indice-taxa      pic v9(4).
           03 rea-spread           pic v9(4).
           03 rea-taxa-anterior    pic v9(4).
           03 rea-taxa-nova        pic v9(4).
      *    parcelas recalculadas: quantidade e numero da primeira
           03 rea-qtd-parcelas     pic 9(3).
           03 rea-primeira-parcela pic 9(3).
      *    saldo devedor recalculado (soma das amortizacoes das
      *    parcelas recalculadas)
           03 rea-saldo-devedor    pic 9(8)v99.
           03 rea-vlr-anterior     pic 9(5)v99.
           03 rea-vlr-novo         pic 9(5)v99.
