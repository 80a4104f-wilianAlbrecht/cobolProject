           close transacoes-file.

      *    so entra no confronto o que o banco tem como enxergar:
      /    fora ficam as pernas internas de transferencia, tarifa,
      /    rendimento, folha de pagamento, TED, pagamento de contas,
      /    juros do cheque especial, bloqueio e desbloqueio judicial,
      /    aplicacao a prazo (abertura, resgate e juros) e imposto de
      /    renda retido (marcas T/F/J/S/X/V/G/L/B/D/A/R/P/I - a TED e
      /    o repasse de contas pagas chegam ao banco pela conta
      /    zeros), os movimentos da casa (conta zeros, como o
      /    recebimento de parcela) e os dias que nem aparecem no
      /    arquivo do banco - o log vivo guarda o mes inteiro e o
      /    banco manda um dia
       guarda-nosso-lancamento.

           if trans-eh-transferencia or trans-eh-tarifa or
              trans-eh-rendimento or trans-eh-folha or
              trans-eh-ted or trans-eh-ted-devolvida or
              trans-eh-pagto-conta or trans-eh-juros-cheque or
              trans-eh-bloqueio-judicial or trans-eh-desbloqueio or
              trans-eh-aplicacao or trans-eh-resgate-aplic or
              trans-eh-juros-aplic or trans-eh-imposto-renda
               exit paragraph
           end-if

