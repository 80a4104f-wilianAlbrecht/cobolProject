      * livro de lancamentos contabeis: contabiliza.cbl transforma
      * cada registro de transacoes.log e cada evento de
      * pagamentos.log do dia em um par debito/credito balanceado e
      * grava aqui, pdd.cbl grava a provisao mensal para devedores
      * duvidosos e apropriacao.cbl a apropriacao diaria dos juros
      * dos emprestimos e balanco.cbl o encerramento do exercicio;
      * o balancete diario soma este arquivo e prova que debitos =
      * creditos. qualquer alteracao de layout deve ser feita aqui
      * para manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 lancamento-reg.
           03 lan-data             pic x(8).
               88 lan-eh-credito       value "C".
           03 lan-valor            pic 9(7)v99.
      *    origem do lancamento: T = transacoes.log, P =
      *    pagamentos.log (juros e multa), V = provisao mensal para
      *    devedores duvidosos (pdd.cbl), J = apropriacao de juros
      *    de emprestimos (apropriacao.cbl), E = encerramento do
      *    exercicio (balanco.cbl), N = numerario da tesouraria
      *    (movtesouraria.dat)
           03 lan-origem           pic x(1).
