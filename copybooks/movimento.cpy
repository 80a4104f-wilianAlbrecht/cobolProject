      * periodo sem ler o log desde o comeco. o log sequencial
      * continua sendo o diario oficial que o replay de verifica.cbl
      * le; quem grava transacao grava tambem aqui (variaveis2.cbl,
      * agendamentos.cbl e os lotes que postam movimento, como
      * tarifamensal.cbl e rendimentos.cbl) e a carga inicial a
      * partir do log e' feita por carregamov.cbl.
      * mov-data e' AAAAMMDDhhmmss (ordenavel), diferente da ordem
      * dia/mes/ano de transacao.cpy. qualquer alteracao de layout
      * deve ser feita aqui para manter os programas compativeis com
           03 mov-moeda            pic x(3).
           03 mov-valor-original   pic 9(5)v99.
      *    mesma marca de transacao.cpy (espaco = movimento comum,
      *    E estorno, T transferencia, F tarifa, J rendimento,
      *    L juros de cheque especial, B transferencia judicial,
      *    D liberacao de bloqueio judicial, Z pagamento final do
      *    encerramento de conta, A aplicacao a prazo, R resgate de
      *    aplicacao, P juros de aplicacao, I imposto de renda retido
      *    na fonte, S credito de folha de pagamento, Q cheque pago
      *    na compensacao, X transferencia para outro banco, V TED
      *    devolvida pelo banco, G pagamento de conta de consumo ou
      *    boleto)
           03 mov-marca            pic x(1).
               88 mov-eh-estorno       value "E".
           03 mov-ref              pic x(14).
