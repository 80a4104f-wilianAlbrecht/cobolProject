      ******************************************************************
      * copybook do registro fisico gravado em encaminhamentos.dat
      * devedores entregues a uma assessoria de cobranca: um registro
      * por encaminhamento, com numero de controle (o mesmo que vai
      * no arquivo da assessoria e volta no relatorio de
      * recuperacao), a divida entregue, o prazo e o percentual de
      * comissao vigentes no dia. gravado e devolvido por
      * encaminha.cbl, o valor informado pela assessoria vem de
      * retassessorias.cbl e a comissao e' apurada em comissoes.cbl
      * sobre pagamentos.log. enquanto o encaminhamento esta ativo
      * o devedor sai das cartas (cartas.cbl), dos lembretes
      * (lembretes.cbl), da fila de promessas (promessas.cbl) e nao
      * recebe contato dos nossos operadores (contatos.cbl).
      * situacoes: A ativo, D devolvido pelo fim do prazo, Q divida
      * quitada ou renegociada durante o encaminhamento. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
       01 encaminhamento-reg.
           03 enc-controle         pic 9(7).
           03 enc-dev-id           pic 9(5).
           03 enc-assessoria       pic 9(3).
           03 enc-data-envio       pic x(8).
           03 enc-data-expira      pic x(8).
           03 enc-saldo            pic 9(8)v99.
           03 enc-dias-atraso      pic 9(5).
           03 enc-comissao         pic 9(2)v99.
           03 enc-status           pic x(1).
               88 enc-ativo            value "A".
               88 enc-devolvido        value "D".
               88 enc-quitado          value "Q".
      *    dia da devolucao ou da quitacao - espacos enquanto ativo
           03 enc-data-baixa       pic x(8).
      *    recuperacao acumulada informada pela assessoria no ultimo
      *    relatorio e a data dele
           03 enc-vlr-informado    pic 9(8)v99.
           03 enc-data-informe     pic x(8).
