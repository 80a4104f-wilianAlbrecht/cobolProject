      *        duas; o efeito no saldo da casa e' nulo
      *    "F" tarifa de manutencao (tarifamensal.cbl) - saque na
      *        conta do cliente e deposito na conta zeros (receita),
      *        tambem em duas pernas com efeito nulo na casa, com o
      *        lote (data/hora de inicio da execucao, a mesma de
      *        lotes_mensais.dat) em trans-estorno-ref
      *    "J" rendimento creditado (rendimentos.cbl) - deposito na
      *        conta do cliente e saque na conta zeros (despesa),
      *        tambem em duas pernas com efeito nulo na casa e o lote
      *        em trans-estorno-ref, como a tarifa
      *    "L" juros de cheque especial (jurocheque.cbl) - saque na
      *        conta do cliente e deposito de receita na conta zeros,
      *        em duas pernas com efeito nulo na casa, como a tarifa
      *    "B" transferencia ao juizo do valor capturado por bloqueio
      *        judicial (bloqueios.cbl) - saque na conta do cliente e
      *        deposito na conta zeros (deposito judicial a repassar),
      *        em duas pernas com efeito nulo na casa
      *    "D" liberacao de bloqueio judicial - registro em duas
      *        pernas na propria conta do cliente (deposito e saque
      *        do valor liberado), sem efeito no saldo da conta nem
      *        da casa, para o extrato mostrar a liberacao
      *    "Z" pagamento do saldo restante no encerramento da conta
      *        (opcao de encerramento do caixa) - saque comum na conta
      *        do cliente, ultimo lancamento da conta
      *    "A" abertura de aplicacao a prazo (aplicacoes.cbl) - saque
      *        do principal na conta do cliente e deposito na conta
      *        zeros (aplicacoes a prazo), em duas pernas com efeito
      *        nulo na casa
      *    "R" resgate do principal da aplicacao (no vencimento por
      *        resgateapl.cbl ou antecipado) - deposito na conta do
      *        cliente e saque na conta zeros, em duas pernas
      *    "P" juros da aplicacao pagos no resgate - deposito na
      *        conta do cliente e saque de despesa na conta zeros,
      *        em duas pernas, como o rendimento
      *    "I" imposto de renda retido na fonte sobre juros creditados
      *        (marcas J e P) - saque na conta do cliente e deposito
      *        na conta zeros (imposto a recolher), em duas pernas com
      *        efeito nulo na casa, logo depois do credito dos juros
      *    "S" credito de folha de pagamento (folha.cbl) - um saque
      *        na conta da empresa pelo total creditado e um deposito
      *        na conta de cada funcionario, todos com a mesma
      *        data/hora do lote em trans-estorno-ref; o efeito no
      *        saldo da casa e' nulo, como a transferencia
      *    "Q" cheque pago na compensacao (compensa.cbl) - saque na
      *        conta do emitente, com o numero do cheque e a data
      *        AAAAMMDD da compensacao em trans-estorno-ref; o valor
      *        sai do saldo da casa para a camara de compensacao. a
      *        tarifa de devolucao de cheque sai como tarifa (F)
      *    "X" transferencia para outro banco (TED) - no caixa, saque
      *        na conta do cliente e deposito na conta zeros (TED a
      *        enviar), em duas pernas com efeito nulo na casa e o
      *        numero da ordem (teds.dat) em trans-estorno-ref; a
      *        tarifa TED sai como tarifa (F). quando o arquivo vai ao
      *        banco liquidante (remted.cbl), um saque na conta zeros
      *        com o mesmo numero de ordem tira o valor do saldo da
      *        casa
      *    "V" TED rejeitada pelo banco (retted.cbl) - deposito na
      *        conta do cliente com o numero da ordem, devolvendo o
      *        valor ao cliente e ao saldo da casa
      *    "G" pagamento de conta de consumo ou boleto no caixa, com o
      *        numero de autenticacao (pagcontas.dat) em
      *        trans-estorno-ref - em dinheiro, deposito na conta
      *        zeros (valor a repassar) que entra no saldo da casa;
      *        com debito em conta, saque na conta do cliente e
      *        deposito na conta zeros, em duas pernas com efeito nulo
      *        na casa. o repasse ao convenio (repasse.cbl) e' um saque
      *        na conta zeros com o convenio em trans-estorno-ref, que
      *        tira o valor do saldo da casa
           03 trans-estorno        pic x(1).
               88 trans-eh-estorno        value "E".
               88 trans-eh-transferencia  value "T".
               88 trans-eh-tarifa         value "F".
               88 trans-eh-rendimento     value "J".
               88 trans-eh-juros-cheque   value "L".
               88 trans-eh-bloqueio-judicial value "B".
               88 trans-eh-desbloqueio    value "D".
               88 trans-eh-encerramento   value "Z".
               88 trans-eh-aplicacao      value "A".
               88 trans-eh-resgate-aplic  value "R".
               88 trans-eh-juros-aplic    value "P".
               88 trans-eh-imposto-renda  value "I".
               88 trans-eh-folha          value "S".
               88 trans-eh-cheque         value "Q".
               88 trans-eh-ted            value "X".
               88 trans-eh-ted-devolvida  value "V".
               88 trans-eh-pagto-conta    value "G".
           03 trans-estorno-ref    pic x(14).
      *    agencia que gerou o movimento (a do operador no caixa, a
      *    da conta nos lotes; zeros = movimento anterior ao
