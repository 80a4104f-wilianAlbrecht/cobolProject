      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao do cheque especial - limite contratado
      * por conta (conta-limite de contas.dat) e taxa mensal de juros
      * com data de vigencia (taxa_cheque.dat, como rendimento.dat).
      * a alteracao de limite exige a matricula de um supervisor
      * ativo, como o saque acima da alcada no caixa. a taxa fica em
      * dupla custodia: a taxa proposta fica pendente em
      * alteracoes_pend.dat ate outro supervisor aprovar em
      * aprovaalt.cbl. os juros sao
      * cobrados no fim do mes por jurocheque.cbl sobre o saldo
      * devedor acumulado por chequeesp.cbl. mesmo estilo de menu de
      * manttarifas.cbl
      ******************************************************************

       identification division.
       program-id. mantlimite.
       environment division.
       input-output section.
       file-control.

       select taxa-cheque-file assign to './files/taxa_cheque.dat'
       organization is sequential
       file status is ws-taxa-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select pendentes assign to './files/alteracoes_pend.dat'
       organization is sequential
       file status is ws-pendente-status.

       select alteracoes-log assign to './files/alteracoes_aud.log'
       organization is sequential
       file status is ws-altlog-status.

       data division.
       file section.
       fd taxa-cheque-file.
       copy "taxacheque.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd operadores.
       copy "operador.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       working-storage section.
       77 ws-taxa-status       pic x(2) value spaces.
           88 ws-taxa-ok               value "00".
           88 ws-taxa-nao-existe       value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-pendente-status   pic x(2) value spaces.
           88 ws-pendente-ok           value "00".
           88 ws-pendente-nao-existe   value "35".
       77 ws-altlog-status     pic x(2) value spaces.
           88 ws-altlog-ok             value "00".
           88 ws-altlog-nao-existe     value "35".
       77 ws-eof               pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-listar-taxas    value "1".
           88 ws-opcao-carregar-taxa   value "2".
           88 ws-opcao-consultar       value "3".
           88 ws-opcao-alterar         value "4".
           88 ws-opcao-sair            value "0".

       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-taxa-x            pic x(4) value spaces.
       77 ws-taxa              pic v9(4) value zeros.
       01 ws-data-vigencia.
           05 ws-vig-ano       pic 9(4).
           05 ws-vig-mes       pic 9(2).
           05 ws-vig-dia       pic 9(2).
       01 ws-data-vigencia-x redefines ws-data-vigencia pic x(8).
      *    imagem depois, no layout de taxacheque.cpy
       01 ws-taxa-nova.
           05 ws-nova-vigencia pic x(8).
           05 ws-nova-taxa     pic v9(4).
       77 ws-vig-anterior      pic x(8) value spaces.
       77 ws-total-listados    pic 9(5) value zeros.

       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-valor-x           pic x(7) value spaces.
       77 ws-limite-novo       pic 9(5)v99 value zeros.
       77 ws-disponivel        pic s9(6)v99 value zeros.
       77 ws-supervisor-id     pic x(10) value spaces.
       77 ws-autorizado-flag   pic x value "N".
           88 ws-autorizado        value "S".

      *    dupla custodia da taxa: a alteracao fica pendente em
      /    alteracoes_pend.dat, com as imagens antes/depois, ate um
      /    supervisor diferente do proponente aprovar em aprovaalt
       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".
       77 ws-eof-pendente      pic x value "N".
       77 ws-prox-alteracao    pic 9(7) value zeros.
       77 ws-alt-tipo          pic x(3) value spaces.
       77 ws-alt-chave         pic x(20) value spaces.
       77 ws-alt-antes         pic x(60) value spaces.
       77 ws-alt-depois        pic x(60) value spaces.
       77 ws-data-corrente     pic x(14) value spaces.
       77 ws-alt-gravada-flag  pic x value "N".
           88 ws-alt-gravada       value "S".

       procedure division.

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Listar taxas do cheque especial"
               display "2 - Carregar taxa do cheque especial"
               display "3 - Consultar limite de conta"
               display "4 - Alterar limite de conta"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-listar-taxas
                       perform listar-taxas
                   when ws-opcao-carregar-taxa
                       perform carregar-taxa
                   when ws-opcao-consultar
                       perform consultar-limite
                   when ws-opcao-alterar
                       perform alterar-limite
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate

           end-perform

           goback.

       listar-taxas.

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input taxa-cheque-file

           if ws-taxa-nao-existe
               display "Nao ha taxa_cheque.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-taxa-ok
               display "ERRO ao abrir taxa_cheque.dat - file status "
                       ws-taxa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read taxa-cheque-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-listados
                       display "vigencia: "   tch-data-vigencia
                               " taxa mensal: " tch-taxa
               end-read
           end-perform

           close taxa-cheque-file

           display "Total de taxas: " ws-total-listados.

      *    a taxa nao vai direto para taxa_cheque.dat: fica pendente
      /    ate outro supervisor aprovar em aprovaalt
       carregar-taxa.

           perform identifica-operador

           if not ws-operador-valido
               display "Operador nao identificado - taxa nao "
                       "carregada."
               exit paragraph
           end-if

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Data de vigencia (AAAAMMDD, vazio = hoje): "
               accept ws-data-vigencia-x

               if ws-data-vigencia-x = spaces
                   move function current-date (1:8)
                       to ws-data-vigencia-x
               end-if

               if ws-data-vigencia-x is numeric
                  and ws-vig-mes >= 01 and ws-vig-mes <= 12
                  and ws-vig-dia >= 01 and ws-vig-dia <= 31
                   move "S" to ws-entrada-ok
               else
                   display "Data invalida. Informe AAAAMMDD."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Taxa mensal do cheque especial (4 digitos "
                       "decimais - ex.: 0800 = 8%): "
               accept ws-taxa-x

               if ws-taxa-x is numeric
                   compute ws-taxa =
                           function numval (ws-taxa-x) / 10000
                   move "S" to ws-entrada-ok
               else
                   display "Taxa invalida. Informe somente numeros."
               end-if
           end-perform

      *    imagem antes: a taxa em vigor na data proposta
           move spaces to ws-alt-antes
           move spaces to ws-vig-anterior
           move "N"    to ws-eof

           open input taxa-cheque-file

           if ws-taxa-ok
               perform until ws-eof = "S"
                   read taxa-cheque-file
                       at end move "S" to ws-eof
                       not at end
                           if tch-data-vigencia <= ws-data-vigencia-x
                              and tch-data-vigencia >= ws-vig-anterior
                               move tch-data-vigencia
                                   to ws-vig-anterior
                               move taxa-cheque-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close taxa-cheque-file
           else
               if not ws-taxa-nao-existe
                   display "ERRO ao abrir taxa_cheque.dat - file "
                           "status " ws-taxa-status
                   exit paragraph
               end-if
           end-if

           move ws-data-vigencia-x to ws-nova-vigencia
           move ws-taxa            to ws-nova-taxa

           move "TCH"              to ws-alt-tipo
           move ws-data-vigencia-x to ws-alt-chave
           move ws-taxa-nova       to ws-alt-depois

           perform grava-pendente.

       consultar-limite.

           display "Codigo da conta: "
           accept ws-conta-id

           open input contas-file

           if ws-conta-nao-existe
               display "Nao ha contas.dat - nada a consultar."
               exit paragraph
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-id to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-id " nao encontrada."
               not invalid key
                   compute ws-disponivel =
                           conta-saldo + conta-limite
                   display "Conta: "       conta-id
                   display "Saldo: "       conta-saldo
                   display "Limite: "      conta-limite
                   display "Disponivel: "  ws-disponivel
                   display "Saldo devedor acumulado no mes: "
                           conta-devedor-acum
           end-read

           close contas-file.

      *    o limite e' contratado com o cliente - so muda com a
      /    matricula de um supervisor ativo
       alterar-limite.

           display "Codigo da conta: "
           accept ws-conta-id

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Novo limite (7 digitos, 2 decimais - "
                       "ex.: 0050000 = 500,00; zeros = sem limite): "
               accept ws-valor-x

               if ws-valor-x is numeric
                   compute ws-limite-novo =
                           function numval (ws-valor-x) / 100
                   move "S" to ws-entrada-ok
               else
                   display "Valor invalido. Informe somente numeros."
               end-if
           end-perform

           perform autoriza-supervisor

           if not ws-autorizado
               display "Alteracao nao autorizada - limite mantido."
               exit paragraph
           end-if

           open i-o contas-file

           if ws-conta-nao-existe
               display "Nao ha contas.dat - nada a alterar."
               exit paragraph
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-id to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-id " nao encontrada."
                   close contas-file
                   exit paragraph
           end-read

           if conta-encerrada
               display "Conta " ws-conta-id " encerrada - limite "
                       "mantido."
               close contas-file
               exit paragraph
           end-if

           display "Limite anterior: " conta-limite
                   " novo: " ws-limite-novo

           move ws-limite-novo to conta-limite

           rewrite conta-reg

           if ws-conta-ok
               display "Limite da conta " ws-conta-id " alterado."
               compute ws-disponivel = conta-saldo + conta-limite
               if ws-disponivel < zeros
                   display "AVISO: saldo da conta ja passa do novo "
                           "limite - a conta sai como acima do "
                           "limite no relatorio de cheque especial."
               end-if
           else
               display "ERRO ao gravar contas.dat - file status "
                       ws-conta-status
           end-if

           close contas-file.

       autoriza-supervisor.

           move "N"    to ws-autorizado-flag
           move spaces to ws-supervisor-id

           open input operadores

           if ws-operador-nao-existe
               display "Nao ha operadores.dat - cadastre os "
                       "operadores (mantoper) antes."
               exit paragraph
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               exit paragraph
           end-if

           perform until ws-autorizado or ws-supervisor-id = "0"
               display "Matricula do supervisor (0 cancela): "
               accept ws-supervisor-id

               if ws-supervisor-id not = "0"
                   move ws-supervisor-id to ope-matricula

                   read operadores
                       invalid key
                           display "Matricula desconhecida - informe "
                                   "uma matricula cadastrada."
                       not invalid key
                           if ope-esta-ativo and
                              ope-nivel-supervisor
                               move "S" to ws-autorizado-flag
                               display "Autorizado por: " ope-nome
                           else
                               display "Matricula inativa ou sem "
                                       "nivel de supervisor - "
                                       "autorizacao negada."
                           end-if
                   end-read
               end-if
           end-perform

           close operadores.

      *    quem propoe a taxa - qualquer operador ativo; a
      /    identificacao vale para o resto da sessao
       identifica-operador.

           if ws-operador-valido
               exit paragraph
           end-if

           move spaces to ws-operador-id

           open input operadores

           if ws-operador-nao-existe
               display "Nao ha operadores.dat - cadastre os "
                       "operadores (mantoper) antes."
               exit paragraph
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               exit paragraph
           end-if

           perform until ws-operador-valido or ws-operador-id = "0"
               display "Matricula do operador (0 cancela): "
               accept ws-operador-id

               if ws-operador-id not = "0"
                   move ws-operador-id to ope-matricula

                   read operadores
                       invalid key
                           display "Matricula desconhecida - informe "
                                   "uma matricula cadastrada."
                       not invalid key
                           if ope-esta-ativo
                               move "S" to ws-operador-ok-flag
                               display "Operador: " ope-nome
                           else
                               display "Operador inativo - acesso "
                                       "negado."
                           end-if
                   end-read
               end-if
           end-perform

           close operadores.

      *    a alteracao nao vai para o arquivo de destino: fica
      /    pendente com o proximo numero de alteracoes_pend.dat
       grava-pendente.

           move "N"   to ws-alt-gravada-flag
           move "N"   to ws-eof-pendente
           move zeros to ws-prox-alteracao

           open input pendentes

           if ws-pendente-ok
               perform until ws-eof-pendente = "S"
                   read pendentes
                       at end move "S" to ws-eof-pendente
                       not at end
                           if alp-numero > ws-prox-alteracao
                               move alp-numero to ws-prox-alteracao
                           end-if
                   end-read
               end-perform
               close pendentes
           end-if

           add 1 to ws-prox-alteracao

           open extend pendentes

           if ws-pendente-nao-existe
               open output pendentes
           end-if

           if not ws-pendente-ok
               display "ERRO ao abrir alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               exit paragraph
           end-if

           move function current-date to ws-data-corrente

           move ws-prox-alteracao      to alp-numero
           move ws-alt-tipo            to alp-tipo
           move "MANTLIMITE"           to alp-programa
           move ws-alt-chave           to alp-chave
           move ws-alt-antes           to alp-antes
           move ws-alt-depois          to alp-depois
           move ws-operador-id         to alp-proponente
           move ws-data-corrente (1:8) to alp-data-proposta
           move ws-data-corrente (9:6) to alp-hora-proposta
           move "P"                    to alp-situacao
           move spaces                 to alp-aprovador
           move spaces                 to alp-data-decisao
           move spaces                 to alp-hora-decisao
           move spaces                 to alp-motivo

           write altpend-reg

           if not ws-pendente-ok
               display "ERRO ao gravar alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               close pendentes
               exit paragraph
           end-if

           close pendentes

           move "S" to ws-alt-gravada-flag

           perform grava-log-alteracao

           display "Alteracao " ws-prox-alteracao " registrada - "
                   "aguardando aprovacao de outro supervisor "
                   "(aprovaalt).".

       grava-log-alteracao.

           open extend alteracoes-log

           if ws-altlog-nao-existe
               open output alteracoes-log
           end-if

           if not ws-altlog-ok
               display "ERRO ao gravar alteracoes_aud.log - file "
                       "status " ws-altlog-status
               exit paragraph
           end-if

           move alp-numero             to alg-numero
           move alp-tipo               to alg-tipo
           move "P"                    to alg-evento
           move ws-operador-id         to alg-matricula
           move ws-data-corrente (1:8) to alg-data
           move ws-data-corrente (9:6) to alg-hora
           move spaces                 to alg-motivo

           write altlog-reg

           close alteracoes-log.

       end program mantlimite.
