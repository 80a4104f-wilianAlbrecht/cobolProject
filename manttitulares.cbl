      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao dos titulares das contas (titulares.dat)
      * - lista os titulares de uma conta e as contas de um cliente,
      * inclui co-titular em conta aberta (ou o titular, na conta
      * que ficou sem um na migracao) e exclui co-titular. o titular
      * que abriu a conta nao sai dela - sai com o encerramento da
      * conta. exclusao so por supervisor, como a inativacao de
      * cadastro em manutencao.cbl; toda inclusao e exclusao vai
      * para a trilha cadastro_aud.log do cliente
      ******************************************************************

       identification division.
       program-id. manttitulares.
       environment division.
       input-output section.
       file-control.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select cadastro-aud assign to './files/cadastro_aud.log'
       organization is sequential
       file status is ws-cadaudit-status.

       select sistema-file assign to './files/sistema_status.dat'
       organization is sequential
       file status is ws-sistema-status.

       data division.
       file section.
       fd titulares.
       copy "titular.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd operadores.
       copy "operador.cpy".

       fd cadastro-aud.
       copy "cadaudit.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       working-storage section.
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-cadaudit-status   pic x(2) value spaces.
           88 ws-cadaudit-ok           value "00".
           88 ws-cadaudit-nao-existe   value "35".
       77 ws-sistema-status    pic x(2) value spaces.
           88 ws-sistema-ok            value "00".
           88 ws-sistema-nao-existe    value "35".
       77 ws-eof               pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-listar-conta    value "1".
           88 ws-opcao-listar-cliente  value "2".
           88 ws-opcao-incluir         value "3".
           88 ws-opcao-excluir         value "4".
           88 ws-opcao-sair            value "0".

       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-nivel    pic 9(1) value zeros.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".

       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-pessoa-id         pic 9(5) value zeros.
       77 ws-tem-titular-flag  pic x value "N".
           88 ws-tem-titular       value "S".
       77 ws-valida-flag       pic x value "N".
           88 ws-valida-ok         value "S".
       77 ws-total-listados    pic 9(5) value zeros.
       77 ws-pessoa-aberta-flag pic x value "N".
           88 ws-pessoa-aberta     value "S".
       77 ws-conta-aberta-flag pic x value "N".
           88 ws-conta-aberta      value "S".
       77 ws-tipo-desc         pic x(12) value spaces.
      *    situacao da conta lida, guardada antes de fechar contas.dat
       77 ws-situacao-conta    pic x(1) value space.
           88 ws-situacao-encerrada    value "E".

       77 ws-aud-data-corrente pic x(14) value spaces.
       77 ws-aud-acao          pic x(1) value space.
       01 ws-aud-conta.
           05 ws-aud-conta-id  pic 9(5).
           05 filler           pic x(1) value space.
           05 ws-aud-tipo      pic x(1).

       procedure division.

           perform verifica-sistema-aberto

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Listar titulares de uma conta"
               display "2 - Listar contas de um cliente"
               display "3 - Incluir titular/co-titular em conta"
               display "4 - Excluir co-titular de conta"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-listar-conta
                       perform listar-titulares-conta
                   when ws-opcao-listar-cliente
                       perform listar-contas-cliente
                   when ws-opcao-incluir
                       perform incluir-titular
                   when ws-opcao-excluir
      *                exclusao tira o acesso de alguem a conta - so
      /                supervisores
                       if ws-operador-nivel >= 2
                           perform excluir-cotitular
                       else
                           display "Acesso negado - exclusao de "
                                   "co-titular exige nivel "
                                   "supervisor."
                       end-if
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
               display "Aguarde a abertura ou acione um supervisor "
                       "para reabertura forcada via mantoper."
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
               display "Matricula do operador: "
               accept ws-operador-id

               move ws-operador-id to ope-matricula

               read operadores
                   invalid key
                       display "Matricula desconhecida - informe "
                               "uma matricula cadastrada."
                   not invalid key
                       if ope-esta-ativo
                           move "S" to ws-operador-ok-flag
                           move ope-nivel to ws-operador-nivel
                           display "Operador: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

       listar-titulares-conta.

           display "Numero da conta: "
           accept ws-conta-id

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input titulares

           if ws-titular-nao-existe
               display "Nao ha titulares.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           move "N" to ws-pessoa-aberta-flag

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberta-flag
           end-if

           move ws-conta-id to tit-conta-id
           move zeros       to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S"
               read titulares next record
                   at end move "S" to ws-eof
                   not at end
                       if tit-conta-id not = ws-conta-id
                           move "S" to ws-eof
                       else
                           perform mostra-titular
                       end-if
               end-read
           end-perform

           close titulares

           if ws-pessoa-aberta
               close pessoa
           end-if

           display "Titulares da conta " ws-conta-id ": "
                   ws-total-listados.

       mostra-titular.

           add 1 to ws-total-listados

           move spaces        to pessoa-nome
           move tit-pessoa-id to pessoa-id

           if ws-pessoa-aberta
               read pessoa
                   invalid key
                       move "SEM CADASTRO" to pessoa-nome
               end-read
           end-if

           if tit-eh-titular
               move "TITULAR"     to ws-tipo-desc
           else
               move "CO-TITULAR"  to ws-tipo-desc
           end-if

           display "cliente: "   tit-pessoa-id
                   " "           pessoa-nome
                   " "           ws-tipo-desc
                   " desde: "    tit-data-inclusao
                   " operador: " tit-operador.

       listar-contas-cliente.

           display "Codigo do cliente: "
           accept ws-pessoa-id

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input titulares

           if ws-titular-nao-existe
               display "Nao ha titulares.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           move "N" to ws-conta-aberta-flag

           open input contas-file

           if ws-conta-ok
               move "S" to ws-conta-aberta-flag
           end-if

           move ws-pessoa-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S"
               read titulares next record
                   at end move "S" to ws-eof
                   not at end
                       if tit-pessoa-id not = ws-pessoa-id
                           move "S" to ws-eof
                       else
                           perform mostra-conta
                       end-if
               end-read
           end-perform

           close titulares

           if ws-conta-aberta
               close contas-file
           end-if

           display "Contas do cliente " ws-pessoa-id ": "
                   ws-total-listados.

       mostra-conta.

           add 1 to ws-total-listados

           if tit-eh-titular
               move "TITULAR"     to ws-tipo-desc
           else
               move "CO-TITULAR"  to ws-tipo-desc
           end-if

           move tit-conta-id to conta-id
           move zeros        to conta-saldo
           move space        to conta-status

           if ws-conta-aberta
               read contas-file
                   invalid key
                       move "?" to conta-status
               end-read
           end-if

           if conta-encerrada
               display "conta: "  tit-conta-id
                       " "        ws-tipo-desc
                       " ENCERRADA em " conta-data-encerra
           else
               display "conta: "  tit-conta-id
                       " "        ws-tipo-desc
                       " saldo: " conta-saldo
           end-if.

      *    a conta tem de existir e estar aberta; a pessoa tem de
      /    existir e estar ativa
       valida-conta-pessoa.

           move "N" to ws-valida-flag

           open input contas-file

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
               not invalid key
                   move conta-status to ws-situacao-conta
           end-read

           close contas-file

           if ws-situacao-encerrada
               display "Conta " ws-conta-id " encerrada - titulares "
                       "nao mudam mais."
               exit paragraph
           end-if

           open input pessoa

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               exit paragraph
           end-if

           move ws-pessoa-id to pessoa-id

           read pessoa
               invalid key
                   display "Cliente " ws-pessoa-id " nao encontrado "
                           "em registros.txt."
                   close pessoa
                   exit paragraph
           end-read

           close pessoa

           if pessoa-reg-inativa
               display "Cadastro " ws-pessoa-id " inativo - nao pode "
                       "ser titular de conta."
               exit paragraph
           end-if

           move "S" to ws-valida-flag.

      *    a conta ja tem titular (T)? sem titular - conta que ficou
      /    sem cadastro de mesmo codigo na migracao - o incluido
      /    passa a ser o titular
       verifica-titular-conta.

           move "N" to ws-tem-titular-flag
           move "N" to ws-eof

           move ws-conta-id to tit-conta-id
           move zeros       to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S" or ws-tem-titular
               read titulares next record
                   at end move "S" to ws-eof
                   not at end
                       if tit-conta-id not = ws-conta-id
                           move "S" to ws-eof
                       else
                           if tit-eh-titular
                               move "S" to ws-tem-titular-flag
                           end-if
                       end-if
               end-read
           end-perform.

       incluir-titular.

           display "Numero da conta: "
           accept ws-conta-id

           display "Codigo do cliente a incluir: "
           accept ws-pessoa-id

           perform valida-conta-pessoa

           if not ws-valida-ok
               exit paragraph
           end-if

           open i-o titulares

           if ws-titular-nao-existe
               open output titulares
               close titulares
               open i-o titulares
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           perform verifica-titular-conta

           move ws-conta-id    to tit-conta-id
           move ws-pessoa-id   to tit-pessoa-id
           if ws-tem-titular
               move "C"        to tit-tipo
           else
               move "T"        to tit-tipo
           end-if
           move function current-date (1:8) to tit-data-inclusao
           move ws-operador-id to tit-operador

           write titular-reg
               invalid key
                   display "Cliente " ws-pessoa-id " ja e' titular "
                           "da conta " ws-conta-id "."
               not invalid key
                   if tit-eh-titular
                       display "Cliente " ws-pessoa-id " incluido "
                               "como TITULAR da conta " ws-conta-id
                               "."
                   else
                       display "Cliente " ws-pessoa-id " incluido "
                               "como CO-TITULAR da conta "
                               ws-conta-id "."
                   end-if
                   move "T"          to ws-aud-acao
                   move ws-conta-id  to ws-aud-conta-id
                   move tit-tipo     to ws-aud-tipo
                   perform grava-cadastro-aud
           end-write

           close titulares.

       excluir-cotitular.

           display "Numero da conta: "
           accept ws-conta-id

           display "Codigo do co-titular a excluir: "
           accept ws-pessoa-id

           open i-o titulares

           if ws-titular-nao-existe
               display "Nao ha titulares.dat - nada a excluir."
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           move ws-conta-id  to tit-conta-id
           move ws-pessoa-id to tit-pessoa-id

           read titulares
               invalid key
                   display "Cliente " ws-pessoa-id " nao e' titular "
                           "da conta " ws-conta-id "."
                   close titulares
                   exit paragraph
           end-read

           if tit-eh-titular
               display "Cliente " ws-pessoa-id " e' o titular da "
                       "conta - o titular so sai com o encerramento "
                       "da conta."
               close titulares
               exit paragraph
           end-if

           delete titulares record
               invalid key
                   display "ERRO ao excluir co-titular - file status "
                           ws-titular-status
               not invalid key
                   display "Co-titular " ws-pessoa-id " excluido da "
                           "conta " ws-conta-id "."
                   move "X"          to ws-aud-acao
                   move ws-conta-id  to ws-aud-conta-id
                   move "C"          to ws-aud-tipo
                   perform grava-cadastro-aud
           end-delete

           close titulares.

      *    inclusao e exclusao ficam na trilha do cadastro do cliente:
      /    conta e tipo na imagem depois (inclusao) ou antes
      /    (exclusao)
       grava-cadastro-aud.

           open extend cadastro-aud

           if ws-cadaudit-nao-existe
               open output cadastro-aud
           end-if

           if not ws-cadaudit-ok
               display "ERRO ao abrir cadastro_aud.log - file "
                       "status " ws-cadaudit-status
               display "A trilha de auditoria nao foi gravada."
               exit paragraph
           end-if

           move function current-date to ws-aud-data-corrente

           move ws-pessoa-id   to cda-pessoa-id
           move ws-operador-id to cda-operador
           move ws-aud-data-corrente (7:2)  to cda-dia
           move ws-aud-data-corrente (5:2)  to cda-mes
           move ws-aud-data-corrente (1:4)  to cda-ano
           move ws-aud-data-corrente (9:2)  to cda-hora
           move ws-aud-data-corrente (11:2) to cda-minuto
           move ws-aud-data-corrente (13:2) to cda-segundo
           move ws-aud-acao    to cda-acao
           move "CONTA"        to cda-campo
           if ws-aud-acao = "T"
               move spaces       to cda-antes
               move ws-aud-conta to cda-depois
           else
               move ws-aud-conta to cda-antes
               move spaces       to cda-depois
           end-if

           write cadaudit-reg

           if not ws-cadaudit-ok
               display "ERRO ao gravar cadastro_aud.log - file "
                       "status " ws-cadaudit-status
           end-if

           close cadastro-aud.

       end program manttitulares.
