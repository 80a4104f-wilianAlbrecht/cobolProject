      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: tela do compliance para os casos de prevencao a
      * lavagem de dinheiro abertos por monitorpld.cbl
      * (casos_pld.dat): lista os casos em aberto, consulta um caso
      * e registra o parecer do analista - D descartado ou R
      * comunicavel, com a justificativa. a matricula do analista
      * identificado na entrada e a data ficam gravadas no caso; so
      * caso em aberto recebe parecer. os comunicaveis saem para o
      * regulador em comunicapld.cbl. mesmo estilo de menu de
      * mantcheques.cbl
      ******************************************************************

       identification division.
       program-id. casospld.
       environment division.
       input-output section.
       file-control.

       select casos-file assign to './files/casos_pld.dat'
       organization is sequential
       file status is ws-caso-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select sistema-file assign to './files/sistema_status.dat'
       organization is sequential
       file status is ws-sistema-status.

       data division.
       file section.
       fd casos-file.
       copy "casopld.cpy".

       fd operadores.
       copy "operador.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       working-storage section.
       77 ws-caso-status       pic x(2) value spaces.
           88 ws-caso-ok               value "00".
           88 ws-caso-nao-existe       value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-sistema-status    pic x(2) value spaces.
           88 ws-sistema-ok            value "00".
           88 ws-sistema-nao-existe    value "35".
       77 ws-eof               pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-listar          value "1".
           88 ws-opcao-consultar       value "2".
           88 ws-opcao-parecer         value "3".
           88 ws-opcao-sair            value "0".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".

       77 ws-numero            pic 9(7) value zeros.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-decisao           pic x(1) value space.
           88 ws-decisao-valida    values "D" "R".
       77 ws-parecer           pic x(60) value spaces.
       77 ws-total-listados    pic 9(5) value zeros.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-sistema-aberto

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Listar casos PLD em aberto"
               display "2 - Consultar caso PLD"
               display "3 - Registrar parecer do caso"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-listar
                       perform listar-abertos
                   when ws-opcao-consultar
                       perform consultar-caso
                   when ws-opcao-parecer
                       perform registrar-parecer
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate

           end-perform

           goback.

       verifica-sistema-aberto.

           open input sistema-file

           if ws-sistema-nao-existe
               exit paragraph
           end-if

           if not ws-sistema-ok
               display "ERRO ao ler sistema_status.dat - file "
                       "status " ws-sistema-status
               exit paragraph
           end-if

           read sistema-file

           if sistema-reg = "F"
               display "SISTEMA FECHADO - o lote noturno esta em "
                       "execucao (sistema_status.dat)."
               close sistema-file
               goback
           end-if

           close sistema-file.

       identifica-operador.

           move "N" to ws-operador-ok-flag

           open input operadores

           if ws-operador-nao-existe
               display "Nao ha operadores.dat - cadastre os "
                       "operadores (mantoper) antes."
               goback
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               goback
           end-if

           perform until ws-operador-valido
               display "Matricula do analista: "
               accept ws-operador-id

               move ws-operador-id to ope-matricula

               read operadores
                   invalid key
                       display "Matricula desconhecida - informe "
                               "uma matricula cadastrada."
                   not invalid key
                       if ope-esta-ativo
                           move "S" to ws-operador-ok-flag
                           display "Analista: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

       listar-abertos.

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input casos-file

           if ws-caso-nao-existe
               display "Nao ha casos_pld.dat - nenhum caso aberto."
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
                       if cas-aberto
                           add 1 to ws-total-listados
                           display "caso: "     cas-numero
                                   " conta: "   cas-conta-id
                                   " regra: "   cas-regra
                                   " dia: "     cas-data-ocorrencia
                                   " valor: "   cas-valor
                                   " "          cas-moeda
                       end-if
               end-read
           end-perform

           close casos-file

           display "Total de casos em aberto: " ws-total-listados.

       consultar-caso.

           display "Numero do caso: "
           accept ws-numero

           perform busca-caso

           if not ws-achou
               display "Caso " ws-numero " nao encontrado."
               exit paragraph
           end-if

           display "caso: "            cas-numero
           display "conta: "           cas-conta-id
           display "regra: "           cas-regra
           display "dia do movimento: " cas-data-ocorrencia
           display "valor apurado: "   cas-valor " " cas-moeda
           display "movimentos: "      cas-qtd-movimentos
           display "aberto em: "       cas-data-abertura
           display "situacao: "        cas-situacao

           if not cas-aberto
               display "analista: "    cas-analista
                       " parecer em: " cas-data-parecer
               display "parecer: "     cas-parecer
           end-if

           if cas-comunicavel
               if cas-data-comunicacao = spaces
                   display "comunicacao ao regulador: pendente"
               else
                   display "comunicado ao regulador em: "
                           cas-data-comunicacao
               end-if
           end-if.

       busca-caso.

           move "N" to ws-achou-flag
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

           perform until ws-eof = "S" or ws-achou
               read casos-file
                   at end move "S" to ws-eof
                   not at end
                       if cas-numero = ws-numero
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           close casos-file.

       registrar-parecer.

           display "Numero do caso: "
           accept ws-numero

           perform busca-caso

           if not ws-achou
               display "Caso " ws-numero " nao encontrado."
               exit paragraph
           end-if

           if not cas-aberto
               display "Caso " ws-numero " ja tem parecer ("
                       cas-situacao ") - alteracao recusada."
               exit paragraph
           end-if

           display "conta: " cas-conta-id " regra: " cas-regra
                   " dia: " cas-data-ocorrencia " valor: " cas-valor
                   " " cas-moeda

           move space to ws-decisao

           perform until ws-decisao-valida
               display "Parecer (D = descartado, R = comunicavel): "
               accept ws-decisao
           end-perform

           move spaces to ws-parecer

           perform until ws-parecer not = spaces
               display "Justificativa do parecer: "
               accept ws-parecer
           end-perform

           move "N" to ws-achou-flag
           move "N" to ws-eof

           open i-o casos-file

           if not ws-caso-ok
               display "ERRO ao abrir casos_pld.dat - file status "
                       ws-caso-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-achou
               read casos-file
                   at end move "S" to ws-eof
                   not at end
                       if cas-numero = ws-numero and cas-aberto
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close casos-file
               display "Caso " ws-numero " nao esta mais em aberto."
               exit paragraph
           end-if

           move ws-decisao     to cas-situacao
           move ws-operador-id to cas-analista
           move ws-hoje        to cas-data-parecer
           move ws-parecer     to cas-parecer

           rewrite casopld-reg

           if ws-caso-ok
               if cas-comunicavel
                   display "Caso " ws-numero " marcado comunicavel "
                           "- sai na proxima comunicacao ao "
                           "regulador."
               else
                   display "Caso " ws-numero " descartado."
               end-if
           else
               display "ERRO ao atualizar casos_pld.dat - file "
                       "status " ws-caso-status
           end-if

           close casos-file.

       end program casospld.
