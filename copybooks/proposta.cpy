      ******************************************************************
      * copybook do registro fisico gravado em propostas.dat
      * proposta de emprestimo: condicoes pedidas, simulacao pela
      * tabela price, resultado das verificacoes automaticas de
      * credito e a decisao da alcada. gravada e decidida em
      * propostas.cbl; contratos.cbl so contrata proposta aprovada
      * e marca a proposta como contratada; relpropostas.cbl lista
      * as propostas por situacao e aprovador. situacoes: P em
      * analise (aguardando alcada), A aprovada, R recusada, C
      * contratada. qualquer alteracao de layout deve ser feita aqui
      * para manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 proposta-reg.
           03 prp-numero           pic 9(7).
           03 prp-dev-id           pic 9(5).
           03 prp-nome             pic x(30).
           03 prp-telefone         pic x(9).
           03 prp-principal        pic 9(7)v99.
           03 prp-taxa-anual       pic v9(4).
           03 prp-prazo            pic 9(3).
           03 prp-vlr-parcela      pic 9(5)v99.
           03 prp-custo-total      pic 9(8)v99.
           03 prp-data             pic x(8).
           03 prp-operador         pic x(10).
      *    verificacoes automaticas - S = restricao encontrada:
      *    divida aberta em devedores.dat, baixa em prejuizo.dat,
      *    promessa quebrada em contatos.dat e parcela acima da
      *    margem sobre a media mensal de depositos da conta
           03 prp-verificacoes.
               05 prp-chk-divida       pic x(1).
               05 prp-chk-prejuizo     pic x(1).
               05 prp-chk-promessa     pic x(1).
               05 prp-chk-renda        pic x(1).
           03 prp-media-depositos  pic 9(7)v99.
      *    nivel de operador (operadores.dat) exigido para decidir
           03 prp-nivel-exigido    pic 9(1).
           03 prp-status           pic x(1).
               88 prp-em-analise       value "P".
               88 prp-aprovada         value "A".
               88 prp-recusada         value "R".
               88 prp-contratada       value "C".
           03 prp-aprovador        pic x(10).
           03 prp-data-decisao     pic x(8).
           03 prp-data-contrato    pic x(8).
