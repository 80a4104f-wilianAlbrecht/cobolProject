      ******************************************************************
      * copybook do registro fisico gravado em lotes_mensais.dat
      * controle dos lancamentos de fim de mes: uma ficha por conta
      * efetivada em tarifamensal.cbl (tarifa de manutencao) e em
      * rendimentos.cbl (credito de juros), gravada so depois que a
      * conta foi regravada e as pernas foram para o diario. e' a
      * garantia de uma tarifa e um credito de juros por conta por
      * competencia: conta que ja tem ficha na competencia nao e'
      * lancada de novo numa reexecucao. o lote e' a data/hora de
      * inicio da execucao (ddmmaaaahhmmss), a mesma gravada em
      * trans-estorno-ref das pernas, e serve para a prova do lote.
      * o arquivo so cresce. qualquer alteracao de layout deve ser
      * feita aqui para manter os programas compativeis com o mesmo
      * arquivo
      ******************************************************************
       01 lote-mensal-reg.
      *    TARIFAMENSAL ou RENDIMENTOS
           03 lme-programa         pic x(12).
      *    competencia do lancamento (AAAAMM)
           03 lme-competencia      pic x(6).
           03 lme-conta-id         pic 9(5).
      *    tarifa cobrada ou juros brutos creditados
           03 lme-valor            pic 9(5)v99.
      *    imposto de renda retido (zeros na tarifa)
           03 lme-valor-ir         pic 9(5)v99.
           03 lme-lote             pic x(14).
      *    data da efetivacao (AAAAMMDD)
           03 lme-data             pic x(8).
