      ******************************************************************
      * copybook do registro fisico gravado em assessorias.dat
      * cadastro das assessorias de cobranca terceirizada e das
      * regras de encaminhamento de cada uma: faixa de atraso (em
      * dias) dos devedores que ela recebe, prazo do encaminhamento
      * antes da devolucao automatica, percentual de comissao sobre
      * o que for efetivamente recebido e quantidade maxima de
      * devedores ao mesmo tempo. o arquivo so cresce - cada
      * alteracao aprovada em aprovaalt.cbl (proposta em
      * mantassessorias.cbl, dupla custodia) grava um registro novo
      * e vale o ultimo de cada codigo. lido por encaminha.cbl,
      * retassessorias.cbl e comissoes.cbl. qualquer alteracao de
      * layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo
      ******************************************************************
       01 assessoria-reg.
           03 ass-codigo           pic 9(3).
           03 ass-nome             pic x(20).
           03 ass-atraso-min       pic 9(3).
           03 ass-atraso-max       pic 9(3).
           03 ass-prazo-dias       pic 9(3).
           03 ass-comissao         pic 9(2)v99.
           03 ass-max-devedores    pic 9(3).
           03 ass-situacao         pic x(1).
               88 ass-ativa            value "A".
               88 ass-inativa          value "I".
