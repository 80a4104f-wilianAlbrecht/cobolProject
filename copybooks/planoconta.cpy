      * plano de contas da contabilidade: codigo e nome de cada conta
      * contabil, mantido por mantplano.cbl. o lote contabiliza.cbl
      * usa o plano para dar nome as contas no balancete - as contas
      * padrao do mapeamento (1001 caixa, 1002 tesouraria central,
      * 1003 numerario em transito, 1101 carteira de cobranca,
      * 1102 provisao para devedores duvidosos, 1103 juros a
      * receber, 2001 depositos de clientes, 2102 depositos judiciais
      * a repassar, 2103 ir retido a recolher, 2104 teds a enviar,
      * 2105 valores a repassar a convenios, 2201 aplicacoes a
      * prazo, 2901 lucros ou prejuizos acumulados, 3001-3007
      * receitas, 4001 despesa de rendimento, 4002 despesa de juros
      * de aplicacao, 4003 despesa de provisao pdd) valem mesmo sem
      * carga. o primeiro digito do codigo da a classe usada por
      * balanco.cbl: 1 ativo, 2 passivo (29xx patrimonio liquido),
      * 3 receitas e 4 em diante despesas.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 planoconta-reg.
           03 pla-codigo           pic x(4).
