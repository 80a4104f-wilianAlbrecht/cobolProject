      ******************************************************************
      * copybook do registro fisico gravado em casos_pld.dat
      * casos de prevencao a lavagem de dinheiro: um registro por
      * alerta das regras de monitoramento do movimento
      * (monitorpld.cbl), com a conta, a regra, o dia do movimento
      * que disparou o alerta e o valor apurado. o analista de
      * compliance registra o parecer em casospld.cbl - descartado
      * ou comunicavel, com a matricula e a justificativa - e os
      * comunicaveis vao para o arquivo de comunicacao ao regulador
      * (comunicapld.cbl), que grava a data da comunicacao.
      * regras: ESP deposito em especie acima do limite, FRA
      * depositos em especie fracionados logo abaixo do limite em
      * poucos dias, PAS recursos que entram e saem da conta em
      * seguida, MOE volume atipico em moeda estrangeira.
      * situacoes: A aberto (aguardando analise), D descartado,
      * R comunicavel (reportavel ao regulador). qualquer alteracao
      * de layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo
      ******************************************************************
       01 casopld-reg.
           03 cas-numero           pic 9(7).
           03 cas-conta-id         pic 9(5).
           03 cas-regra            pic x(3).
               88 cas-regra-especie    value "ESP".
               88 cas-regra-fracionado value "FRA".
               88 cas-regra-passagem   value "PAS".
               88 cas-regra-moeda      value "MOE".
           03 cas-data-ocorrencia  pic x(8).
           03 cas-valor            pic 9(9)v99.
           03 cas-moeda            pic x(3).
           03 cas-qtd-movimentos   pic 9(3).
           03 cas-data-abertura    pic x(8).
           03 cas-situacao         pic x(1).
               88 cas-aberto           value "A".
               88 cas-descartado       value "D".
               88 cas-comunicavel      value "R".
           03 cas-analista         pic x(10).
           03 cas-data-parecer     pic x(8).
           03 cas-parecer          pic x(60).
           03 cas-data-comunicacao pic x(8).
