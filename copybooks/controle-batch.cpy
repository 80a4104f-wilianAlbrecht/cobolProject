           03 ctb-registros        pic 9(5).
           03 ctb-resultado        pic x(2).
               88 ctb-terminou-ok      value "OK".
      *        lote de fim de mes (tarifamensal.cbl, rendimentos.cbl)
      *        que terminou mas cuja prova do lote nao conferiu, e
      *        verificacao de integridade (integridade.cbl) que achou
      *        vinculo quebrado ou nao conseguiu verificar tudo
               88 ctb-prova-nao-confere value "NC".
