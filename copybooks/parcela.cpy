      *    decomposicao da parcela quando o plano nasce de um
      *    contrato (contratos.cbl): quanto da parcela e' juros e
      *    quanto amortiza o principal - zeros nos planos digitados
      *    direto em variaveis.cbl. os juros sao apropriados dia a
      *    dia por apropriacao.cbl
           03 par-juros            pic 9(5)v99.
           03 par-amortizacao      pic 9(5)v99.
