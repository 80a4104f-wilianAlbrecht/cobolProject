      ******************************************************************
      * copybook do registro fisico gravado em aplicacoes.dat
      * aplicacoes a prazo dos clientes - uma por abertura, numeradas
      * em sequencia (apl-numero). a abertura em aplicacoes.cbl
      * debita o principal da conta; o resgate no vencimento
      * (resgateapl.cbl, no lote noturno) ou antecipado
      * (aplicacoes.cbl) devolve principal e juros a conta. juros
      * simples pro rata dia sobre a taxa mensal: principal x taxa x
      * dias / 30. a aplicacao resgatada fica preservada no arquivo
      * com o valor e a data do resgate. qualquer alteracao de
      * layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo
      ******************************************************************
       01 aplicacao-reg.
           03 apl-numero           pic 9(7).
           03 apl-conta-id         pic 9(5).
           03 apl-principal        pic 9(5)v99.
      *    taxas mensais contratadas (taxa_aplicacao.dat vigente na
      *    abertura): a do vencimento e a do resgate antecipado
           03 apl-taxa             pic v9(4).
           03 apl-taxa-antecipado  pic v9(4).
      *    datas AAAAMMDD - o vencimento ja vem ajustado para dia
      *    util (feriados.dat)
           03 apl-data-inicio      pic x(8).
           03 apl-data-vencimento  pic x(8).
           03 apl-status           pic x(1).
               88 apl-ativa            value "A".
               88 apl-resgatada        value "R".
               88 apl-antecipada       value "E".
           03 apl-operador         pic x(10).
           03 apl-agencia          pic 9(3).
      *    resgate: data, juros brutos, valor liquido devolvido a
      *    conta (principal + juros - imposto) e imposto de renda
      *    retido na fonte sobre os juros (aliquota_ir.dat)
           03 apl-data-resgate     pic x(8).
           03 apl-valor-juros      pic 9(5)v99.
           03 apl-valor-resgate    pic 9(5)v99.
           03 apl-valor-ir         pic 9(5)v99.
