      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: monitoramento noturno do movimento das contas para
      * prevencao a lavagem de dinheiro - le movimentos.dat dos
      * ultimos 30 dias ate o dia processado (parm AAAAMMDD, padrao
      * hoje) e aplica as regras a cada conta com movimento no dia:
      * ESP deposito em especie (deposito comum no caixa) a partir do
      * limite; FRA tres ou mais depositos em especie logo abaixo do
      * limite em cinco dias; PAS saida no dia de quase tudo o que
      * entrou na conta nos ultimos tres dias; MOE volume em moeda
      * estrangeira (trans-moeda) a partir do limite em 30 dias.
      * estornos, pernas da conta zeros e lancamentos do proprio
      * banco (tarifa, juros, imposto, bloqueio judicial, aplicacao)
      * ficam fora. cada alerta abre um caso em casos_pld.dat para o
      * compliance analisar em casospld.cbl; a mesma conta, regra,
      * dia e moeda nao abre caso duas vezes. relatorio dos casos
      * abertos em relatorio_pld.txt. controle de reexecucao diaria
      * em controle_batch.dat, como tarifamensal.cbl
      ******************************************************************

       identification division.
       program-id. monitorpld.
       environment division.
       input-output section.
       file-control.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select casos-file assign to './files/casos_pld.dat'
       organization is sequential
       file status is ws-caso-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-pld assign to './files/relatorio_pld.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd movimentos.
       copy "movimento.cpy".

       fd casos-file.
       copy "casopld.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-pld.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-caso-status       pic x(2) value spaces.
           88 ws-caso-ok               value "00".
           88 ws-caso-nao-existe       value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    dia processado (parm AAAAMMDD) e inicio da janela de 30
      /    dias lida de movimentos.dat
       77 ws-parm-data         pic x(8) value spaces.
       01 ws-data-proc.
           05 ws-proc-ano      pic 9(4).
           05 ws-proc-mes      pic 9(2).
           05 ws-proc-dia      pic 9(2).
       01 ws-data-proc-x redefines ws-data-proc pic x(8).
       77 ws-dia-proc-int      pic 9(7) value zeros.
       77 ws-dia-mov-int       pic 9(7) value zeros.
       77 ws-data-inicio       pic 9(8) value zeros.
       77 ws-mov-busca         pic x(14) value spaces.

      *    limites das regras - valores em BRL (trans-valor)
       77 ws-limite-especie    pic 9(7)v99 value 10000.00.
       77 ws-piso-fracionado   pic 9(7)v99 value 8000.00.
       77 ws-min-fracionados   pic 9(3) value 3.
       77 ws-dias-fracionado   pic 9(2) value 4.
       77 ws-dias-passagem     pic 9(2) value 2.
       77 ws-min-passagem      pic 9(7)v99 value 5000.00.
       77 ws-pct-passagem      pic 9(3) value 90.
       77 ws-dias-moeda        pic 9(2) value 29.
       77 ws-limite-moeda      pic 9(7)v99 value 20000.00.

      *    movimento da janela, em ordem de data: dias-atras zero e'
      /    o dia processado
       77 ws-max-movimentos    pic 9(4) value 3000.
       77 ws-qtd-movimentos    pic 9(4) value zeros.
       77 ws-idx-mov           pic 9(4) value zeros.
       01 ws-mov-tab.
           03 ws-mov-item occurs 3000 times.
               05 ws-mvt-conta     pic 9(5).
               05 ws-mvt-dias-atras pic 9(2).
               05 ws-mvt-opcao     pic x(1).
               05 ws-mvt-valor     pic 9(5)v99.
               05 ws-mvt-moeda     pic x(3).
               05 ws-mvt-marca     pic x(1).
                   88 ws-mvt-especie   value space.
                   88 ws-mvt-do-banco  values "F" "I" "L" "J" "P"
                                              "B" "A" "R".

      *    contas com movimento no dia processado
       77 ws-max-contas        pic 9(3) value 500.
       77 ws-qtd-contas        pic 9(3) value zeros.
       77 ws-idx-cta           pic 9(3) value zeros.
       01 ws-cta-tab.
           03 ws-cta-conta occurs 500 times pic 9(5).
       77 ws-cta-achou-flag    pic x value "N".
           88 ws-cta-achou         value "S".
       77 ws-conta-atual       pic 9(5) value zeros.

      *    moedas estrangeiras da conta no dia processado
       77 ws-max-moedas        pic 9(2) value 10.
       77 ws-qtd-moedas        pic 9(2) value zeros.
       77 ws-idx-moe           pic 9(2) value zeros.
       01 ws-moe-tab.
           03 ws-moe-codigo occurs 10 times pic x(3).
       77 ws-moe-achou-flag    pic x value "N".
           88 ws-moe-achou         value "S".

      *    chaves dos casos ja abertos (conta, regra, dia, moeda)
       77 ws-max-chaves        pic 9(4) value 3000.
       77 ws-qtd-chaves        pic 9(4) value zeros.
       77 ws-idx-chv           pic 9(4) value zeros.
       01 ws-chv-tab.
           03 ws-chv-item occurs 3000 times pic x(19).
       01 ws-chave-caso.
           05 ws-chc-conta     pic 9(5).
           05 ws-chc-regra     pic x(3).
           05 ws-chc-data      pic x(8).
           05 ws-chc-moeda     pic x(3).
       77 ws-chv-achou-flag    pic x value "N".
           88 ws-chv-achou         value "S".
       77 ws-ultimo-caso       pic 9(7) value zeros.

      *    apuracao de cada regra para a conta
       77 ws-soma-1            pic 9(9)v99 value zeros.
       77 ws-soma-2            pic 9(9)v99 value zeros.
       77 ws-qtd-1             pic 9(3) value zeros.
       77 ws-hoje-flag         pic x value "N".
           88 ws-tem-hoje          value "S".
       77 ws-minimo-saida      pic 9(9)v99 value zeros.

       77 ws-caso-regra        pic x(3) value spaces.
       77 ws-caso-valor        pic 9(9)v99 value zeros.
       77 ws-caso-moeda        pic x(3) value spaces.
       77 ws-caso-qtd          pic 9(3) value zeros.

       77 ws-total-lidos       pic 9(7) value zeros.
       77 ws-total-casos       pic 9(5) value zeros.
       77 ws-total-esp         pic 9(5) value zeros.
       77 ws-total-fra         pic 9(5) value zeros.
       77 ws-total-pas         pic 9(5) value zeros.
       77 ws-total-moe         pic 9(5) value zeros.
       77 ws-total-repetidos   pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "MONITORAMENTO PLD - MOVIMENTO DO DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(10) value "CASO".
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(7)  value "REGRA".
           05 filler          pic x(16) value "VALOR".
           05 filler          pic x(7)  value "MOEDA".
           05 filler          pic x(6)  value "QTD".
           05 filler          pic x(40) value "DESCRICAO".

       01 ws-det-linha.
           05 ws-det-caso     pic 9(7).
           05 filler          pic x(3)  value spaces.
           05 ws-det-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-regra    pic x(3).
           05 filler          pic x(3)  value spaces.
           05 ws-det-valor    pic zzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-moeda    pic x(3).
           05 filler          pic x(3)  value spaces.
           05 ws-det-qtd      pic zz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-descricao pic x(40).

       01 ws-total-linha-1.
           05 filler          pic x(20) value "MOVIMENTOS LIDOS: ".
           05 ws-tot-lidos    pic zzzzzz9.
           05 filler          pic x(18) value "  CASOS ABERTOS: ".
           05 ws-tot-casos    pic zzzz9.
           05 filler          pic x(18) value "  JA EXISTENTES: ".
           05 ws-tot-repetidos pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(6)  value "ESP: ".
           05 ws-tot-esp      pic zzzz9.
           05 filler          pic x(8)  value "  FRA: ".
           05 ws-tot-fra      pic zzzz9.
           05 filler          pic x(8)  value "  PAS: ".
           05 ws-tot-pas      pic zzzz9.
           05 filler          pic x(8)  value "  MOE: ".
           05 ws-tot-moe      pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje

           accept ws-parm-data from command-line

           if ws-parm-data = spaces
               move ws-hoje to ws-data-proc-x
           else
               move ws-parm-data to ws-data-proc-x
               if ws-data-proc-x is not numeric or
                  ws-proc-mes < 01 or ws-proc-mes > 12 or
                  ws-proc-dia < 01 or ws-proc-dia > 31 or
                  ws-data-proc-x > ws-hoje
                   display "PARM invalido (" ws-parm-data ") - "
                           "informe AAAAMMDD ate hoje."
                   move 8 to return-code
                   goback
               end-if
           end-if

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "MONITORPLD ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           compute ws-dia-proc-int =
                   function integer-of-date
                   (function numval (ws-data-proc-x))
           compute ws-data-inicio =
                   function date-of-integer
                   (ws-dia-proc-int - ws-dias-moeda)

           open input movimentos

           if ws-movimento-nao-existe
               display "Nao ha movimentos.dat - nada a monitorar."
               goback
           end-if

           if not ws-movimento-ok
               display "ERRO ao abrir movimentos.dat - file status "
                       ws-movimento-status
               move 8 to return-code
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-movimentos

           close movimentos

           perform carrega-casos

           open extend casos-file

           if ws-caso-nao-existe
               open output casos-file
           end-if

           if not ws-caso-ok
               display "ERRO ao abrir casos_pld.dat - file status "
                       ws-caso-status
               move 8 to return-code
               goback
           end-if

           open output rel-pld

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_pld.txt - file "
                       "status " ws-rel-status
               close casos-file
               move 8 to return-code
               goback
           end-if

           move ws-data-proc-x (7:2) to ws-cab-data (1:2)
           move "/"                  to ws-cab-data (3:1)
           move ws-data-proc-x (5:2) to ws-cab-data (4:2)
           move "/"                  to ws-cab-data (6:1)
           move ws-data-proc-x (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               move ws-cta-conta (ws-idx-cta) to ws-conta-atual
               perform regra-especie
               perform regra-fracionado
               perform regra-passagem
               perform regra-moeda
           end-perform

           close casos-file

           move spaces to rel-linha
           write rel-linha
           move ws-total-lidos     to ws-tot-lidos
           move ws-total-casos     to ws-tot-casos
           move ws-total-repetidos to ws-tot-repetidos
           move ws-total-linha-1   to rel-linha
           write rel-linha
           move ws-total-esp       to ws-tot-esp
           move ws-total-fra       to ws-tot-fra
           move ws-total-pas       to ws-tot-pas
           move ws-total-moe       to ws-tot-moe
           move ws-total-linha-2   to rel-linha
           write rel-linha

           close rel-pld

           perform grava-controle-fim

           display "Monitoramento PLD do dia " ws-data-proc-x ": "
                   ws-total-casos " caso(s) aberto(s)."

           goback.

      *    janela de 30 dias pela chave alternada de data - so
      /    entram movimentos de cliente que nao sao estorno
       carrega-movimentos.

           move "N" to ws-eof

           move spaces         to ws-mov-busca
           move ws-data-inicio to ws-mov-busca (1:8)
           move "000000"       to ws-mov-busca (9:6)
           move ws-mov-busca   to mov-data-mov

           start movimentos key is not less than mov-data-mov
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S"
               read movimentos next record
                   at end move "S" to ws-eof
                   not at end
                       if mov-data-mov (1:8) > ws-data-proc-x
                           move "S" to ws-eof
                       else
                           perform guarda-movimento
                       end-if
               end-read
           end-perform.

       guarda-movimento.

           if mov-conta-id = zeros or mov-eh-estorno
               exit paragraph
           end-if

           add 1 to ws-total-lidos

           if ws-qtd-movimentos >= ws-max-movimentos
               if ws-qtd-movimentos = ws-max-movimentos
                   display "AVISO: mais de " ws-max-movimentos
                           " movimentos na janela - excedente "
                           "ignorado."
                   add 1 to ws-qtd-movimentos
               end-if
               exit paragraph
           end-if

           add 1 to ws-qtd-movimentos
           move ws-qtd-movimentos to ws-idx-mov

           compute ws-dia-mov-int =
                   function integer-of-date
                   (function numval (mov-data-mov (1:8)))

           move mov-conta-id to ws-mvt-conta (ws-idx-mov)
           compute ws-mvt-dias-atras (ws-idx-mov) =
                   ws-dia-proc-int - ws-dia-mov-int
           move mov-opcao    to ws-mvt-opcao (ws-idx-mov)
           move mov-valor    to ws-mvt-valor (ws-idx-mov)
           move mov-moeda    to ws-mvt-moeda (ws-idx-mov)
           move mov-marca    to ws-mvt-marca (ws-idx-mov)

           if ws-mvt-dias-atras (ws-idx-mov) = zeros
               perform guarda-conta-dia
           end-if.

       guarda-conta-dia.

           move "N" to ws-cta-achou-flag

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas or ws-cta-achou
               if ws-cta-conta (ws-idx-cta) = mov-conta-id
                   move "S" to ws-cta-achou-flag
               end-if
           end-perform

           if ws-cta-achou
               exit paragraph
           end-if

           if ws-qtd-contas < ws-max-contas
               add 1 to ws-qtd-contas
               move mov-conta-id to ws-cta-conta (ws-qtd-contas)
           else
               display "AVISO: mais de " ws-max-contas " contas "
                       "movimentadas no dia - excedente ignorado."
           end-if.

      *    chaves e ultimo numero dos casos ja gravados
       carrega-casos.

           move "N" to ws-eof

           open input casos-file

           if ws-caso-nao-existe
               exit paragraph
           end-if

           if not ws-caso-ok
               display "ERRO ao abrir casos_pld.dat - file status "
                       ws-caso-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read casos-file
                   at end move "S" to ws-eof
                   not at end
                       if cas-numero > ws-ultimo-caso
                           move cas-numero to ws-ultimo-caso
                       end-if
                       if cas-data-ocorrencia = ws-data-proc-x
                           move cas-conta-id        to ws-chc-conta
                           move cas-regra           to ws-chc-regra
                           move cas-data-ocorrencia to ws-chc-data
                           move cas-moeda           to ws-chc-moeda
                           perform guarda-chave
                       end-if
               end-read
           end-perform

           close casos-file.

       guarda-chave.

           if ws-qtd-chaves < ws-max-chaves
               add 1 to ws-qtd-chaves
               move ws-chave-caso to ws-chv-item (ws-qtd-chaves)
           else
               display "AVISO: mais de " ws-max-chaves " casos no "
                       "dia - excedente ignorado."
           end-if.

      *    ESP: depositos em especie do dia a partir do limite
       regra-especie.

           move zeros to ws-soma-1
           move zeros to ws-qtd-1

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos
                      or ws-idx-mov > ws-max-movimentos
               if ws-mvt-conta (ws-idx-mov) = ws-conta-atual and
                  ws-mvt-dias-atras (ws-idx-mov) = zeros and
                  ws-mvt-opcao (ws-idx-mov) = "1" and
                  ws-mvt-especie (ws-idx-mov) and
                  ws-mvt-valor (ws-idx-mov) >= ws-limite-especie
                   add 1 to ws-qtd-1
                   add ws-mvt-valor (ws-idx-mov) to ws-soma-1
               end-if
           end-perform

           if ws-qtd-1 > zeros
               move "ESP"     to ws-caso-regra
               move ws-soma-1 to ws-caso-valor
               move "BRL"     to ws-caso-moeda
               move ws-qtd-1  to ws-caso-qtd
               perform abre-caso
           end-if.

      *    FRA: depositos em especie logo abaixo do limite, em
      /    quantidade, nos ultimos cinco dias - um deles no dia
       regra-fracionado.

           move zeros to ws-soma-1
           move zeros to ws-qtd-1
           move "N"   to ws-hoje-flag

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos
                      or ws-idx-mov > ws-max-movimentos
               if ws-mvt-conta (ws-idx-mov) = ws-conta-atual and
                  ws-mvt-dias-atras (ws-idx-mov) <=
                      ws-dias-fracionado and
                  ws-mvt-opcao (ws-idx-mov) = "1" and
                  ws-mvt-especie (ws-idx-mov) and
                  ws-mvt-valor (ws-idx-mov) >= ws-piso-fracionado and
                  ws-mvt-valor (ws-idx-mov) < ws-limite-especie
                   add 1 to ws-qtd-1
                   add ws-mvt-valor (ws-idx-mov) to ws-soma-1
                   if ws-mvt-dias-atras (ws-idx-mov) = zeros
                       move "S" to ws-hoje-flag
                   end-if
               end-if
           end-perform

           if ws-qtd-1 >= ws-min-fracionados and ws-tem-hoje
               move "FRA"     to ws-caso-regra
               move ws-soma-1 to ws-caso-valor
               move "BRL"     to ws-caso-moeda
               move ws-qtd-1  to ws-caso-qtd
               perform abre-caso
           end-if.

      *    PAS: o que sai da conta no dia (soma-2) consome quase
      /    tudo o que entrou nos ultimos tres dias (soma-1)
       regra-passagem.

           move zeros to ws-soma-1
           move zeros to ws-soma-2
           move zeros to ws-qtd-1

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos
                      or ws-idx-mov > ws-max-movimentos
               if ws-mvt-conta (ws-idx-mov) = ws-conta-atual and
                  ws-mvt-dias-atras (ws-idx-mov) <= ws-dias-passagem
                  and not ws-mvt-do-banco (ws-idx-mov)
                   if ws-mvt-opcao (ws-idx-mov) = "1"
                       add ws-mvt-valor (ws-idx-mov) to ws-soma-1
                       add 1 to ws-qtd-1
                   else
                       if ws-mvt-dias-atras (ws-idx-mov) = zeros
                           add ws-mvt-valor (ws-idx-mov) to ws-soma-2
                           add 1 to ws-qtd-1
                       end-if
                   end-if
               end-if
           end-perform

           compute ws-minimo-saida rounded =
                   ws-soma-1 * ws-pct-passagem / 100

           if ws-soma-1 >= ws-min-passagem and
              ws-soma-2 >= ws-minimo-saida
               move "PAS"     to ws-caso-regra
               move ws-soma-2 to ws-caso-valor
               move "BRL"     to ws-caso-moeda
               move ws-qtd-1  to ws-caso-qtd
               perform abre-caso
           end-if.

      *    MOE: volume em BRL de cada moeda estrangeira movimentada
      /    pela conta no dia, somado nos ultimos 30 dias
       regra-moeda.

           move zeros to ws-qtd-moedas

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos
                      or ws-idx-mov > ws-max-movimentos
               if ws-mvt-conta (ws-idx-mov) = ws-conta-atual and
                  ws-mvt-dias-atras (ws-idx-mov) = zeros and
                  ws-mvt-moeda (ws-idx-mov) not = "BRL" and
                  ws-mvt-moeda (ws-idx-mov) not = spaces
                   perform guarda-moeda
               end-if
           end-perform

           perform varying ws-idx-moe from 1 by 1
                   until ws-idx-moe > ws-qtd-moedas
               perform apura-moeda
           end-perform.

       guarda-moeda.

           move "N" to ws-moe-achou-flag

           perform varying ws-idx-moe from 1 by 1
                   until ws-idx-moe > ws-qtd-moedas or ws-moe-achou
               if ws-moe-codigo (ws-idx-moe) =
                  ws-mvt-moeda (ws-idx-mov)
                   move "S" to ws-moe-achou-flag
               end-if
           end-perform

           if not ws-moe-achou and ws-qtd-moedas < ws-max-moedas
               add 1 to ws-qtd-moedas
               move ws-mvt-moeda (ws-idx-mov)
                   to ws-moe-codigo (ws-qtd-moedas)
           end-if.

       apura-moeda.

           move zeros to ws-soma-1
           move zeros to ws-qtd-1

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos
                      or ws-idx-mov > ws-max-movimentos
               if ws-mvt-conta (ws-idx-mov) = ws-conta-atual and
                  ws-mvt-moeda (ws-idx-mov) =
                      ws-moe-codigo (ws-idx-moe)
                   add 1 to ws-qtd-1
                   add ws-mvt-valor (ws-idx-mov) to ws-soma-1
               end-if
           end-perform

           if ws-soma-1 >= ws-limite-moeda
               move "MOE"     to ws-caso-regra
               move ws-soma-1 to ws-caso-valor
               move ws-moe-codigo (ws-idx-moe) to ws-caso-moeda
               move ws-qtd-1  to ws-caso-qtd
               perform abre-caso
           end-if.

       abre-caso.

           move ws-conta-atual  to ws-chc-conta
           move ws-caso-regra   to ws-chc-regra
           move ws-data-proc-x  to ws-chc-data
           move ws-caso-moeda   to ws-chc-moeda

           move "N" to ws-chv-achou-flag

           perform varying ws-idx-chv from 1 by 1
                   until ws-idx-chv > ws-qtd-chaves or ws-chv-achou
               if ws-chv-item (ws-idx-chv) = ws-chave-caso
                   move "S" to ws-chv-achou-flag
               end-if
           end-perform

           if ws-chv-achou
               add 1 to ws-total-repetidos
               exit paragraph
           end-if

           add 1 to ws-ultimo-caso

           move ws-ultimo-caso  to cas-numero
           move ws-conta-atual  to cas-conta-id
           move ws-caso-regra   to cas-regra
           move ws-data-proc-x  to cas-data-ocorrencia
           move ws-caso-valor   to cas-valor
           move ws-caso-moeda   to cas-moeda
           move ws-caso-qtd     to cas-qtd-movimentos
           move ws-hoje         to cas-data-abertura
           move "A"             to cas-situacao
           move spaces          to cas-analista
           move spaces          to cas-data-parecer
           move spaces          to cas-parecer
           move spaces          to cas-data-comunicacao

           write casopld-reg

           if not ws-caso-ok
               display "ERRO ao gravar casos_pld.dat - file status "
                       ws-caso-status
               move 8 to return-code
               exit paragraph
           end-if

           perform guarda-chave

           add 1 to ws-total-casos

           evaluate true
               when cas-regra-especie
                   add 1 to ws-total-esp
                   move "DEPOSITO EM ESPECIE ACIMA DO LIMITE"
                       to ws-det-descricao
               when cas-regra-fracionado
                   add 1 to ws-total-fra
                   move "DEPOSITOS FRACIONADOS ABAIXO DO LIMITE"
                       to ws-det-descricao
               when cas-regra-passagem
                   add 1 to ws-total-pas
                   move "RECURSOS QUE ENTRAM E SAEM EM SEGUIDA"
                       to ws-det-descricao
               when other
                   add 1 to ws-total-moe
                   move "VOLUME ATIPICO EM MOEDA ESTRANGEIRA"
                       to ws-det-descricao
           end-evaluate

           move cas-numero         to ws-det-caso
           move cas-conta-id       to ws-det-conta
           move cas-regra          to ws-det-regra
           move cas-valor          to ws-det-valor
           move cas-moeda          to ws-det-moeda
           move cas-qtd-movimentos to ws-det-qtd
           move ws-det-linha       to rel-linha
           write rel-linha.

       verifica-execucao-dia.

           move "N" to ws-ja-rodou-flag
           move "N" to ws-eof-controle

           open input controle-file

           if ws-controle-nao-existe
               exit paragraph
           end-if

           if not ws-controle-ok
               display "ERRO ao abrir controle_batch.dat - file "
                       "status " ws-controle-status
               exit paragraph
           end-if

           perform until ws-eof-controle = "S"
               read controle-file
                   at end move "S" to ws-eof-controle
                   not at end
                       if ctb-programa = "MONITORPLD" and
                          ctb-eh-fim and ctb-terminou-ok and
                          ctb-data = ws-hoje
                           move "S" to ws-ja-rodou-flag
                       end-if
               end-read
           end-perform

           close controle-file.

       grava-controle-inicio.

           move "I"    to ws-ctb-tipo-grava
           move zeros  to ws-ctb-registros-grava
           move spaces to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle-fim.

           move "F"            to ws-ctb-tipo-grava
           move ws-total-casos to ws-ctb-registros-grava
           move "OK"           to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle.

           open extend controle-file

           if ws-controle-nao-existe
               open output controle-file
           end-if

           if not ws-controle-ok
               display "ERRO ao gravar controle_batch.dat - file "
                       "status " ws-controle-status
               exit paragraph
           end-if

           move "MONITORPLD"            to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program monitorpld.
