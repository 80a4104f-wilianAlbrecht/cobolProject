      * meses, data do contrato e o valor de parcela calculado pela
      * tabela price. gravado por contratos.cbl, que tambem abre o
      * registro em devedores.dat e grava a agenda em parcelas.dat
      * com a decomposicao juros/amortizacao por parcela, a partir
      * da proposta aprovada em propostas.dat (ctr-proposta).
      * apropriacao.cbl apropria os juros de cada contrato.
      * contrato pos-fixado: corrigido por um indice publicado de
      * indices.dat mais o spread contratado; reajuste.cbl recalcula
      * todo mes as parcelas ainda nao pagas pelo ultimo valor do
      * indice e atualiza a taxa e a parcela vigentes. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
           03 ctr-prazo            pic 9(3).
           03 ctr-data             pic x(8).
           03 ctr-vlr-parcela      pic 9(5)v99.
           03 ctr-proposta         pic 9(7).
      *    indice do contrato pos-fixado (espacos = prefixado, taxa
      *    fixa na assinatura) e spread anual sobre o indice
           03 ctr-indexador        pic x(5).
               88 ctr-prefixado        value spaces.
           03 ctr-spread           pic v9(4).
      *    taxa anual em vigor (indice + spread do ultimo reajuste;
      *    igual a ctr-taxa-anual no prefixado) e competencia
      *    (AAAAMM) do ultimo reajuste
           03 ctr-taxa-vigente     pic v9(4).
           03 ctr-competencia-reaj pic x(6).
