      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao de cheques - emissao de talao para a
      * conta (taloes.dat, faixa de numeracao continuando a da
      * conta), consulta dos taloes e do historico de cada folha, e
      * sustacao e revogacao de sustacao por numero de cheque
      * (cheques.dat). o cheque sustado e' devolvido pelo motivo 21
      * na compensacao (compensa.cbl); cheque ja pago nao pode mais
      * ser sustado. o operador se identifica na entrada, como em
      * aplicacoes.cbl, e fica gravado no talao e na sustacao. mesmo
      * estilo de menu de manttarifas.cbl
      ******************************************************************

       identification division.
       program-id. mantcheques.
       environment division.
       input-output section.
       file-control.

       select taloes-file assign to './files/taloes.dat'
       organization is sequential
       file status is ws-talao-status.

       select cheques-file assign to './files/cheques.dat'
       organization is sequential
       file status is ws-cheque-status.

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

       select sistema-file assign to './files/sistema_status.dat'
       organization is sequential
       file status is ws-sistema-status.

       data division.
       file section.
       fd taloes-file.
       copy "talao.cpy".

       fd cheques-file.
       copy "cheque.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd operadores.
       copy "operador.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       working-storage section.
       77 ws-talao-status      pic x(2) value spaces.
           88 ws-talao-ok              value "00".
           88 ws-talao-nao-existe      value "35".
       77 ws-cheque-status     pic x(2) value spaces.
           88 ws-cheque-ok             value "00".
           88 ws-cheque-nao-existe     value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-sistema-status    pic x(2) value spaces.
           88 ws-sistema-ok            value "00".
           88 ws-sistema-nao-existe    value "35".
       77 ws-eof               pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-emitir          value "1".
           88 ws-opcao-consultar       value "2".
           88 ws-opcao-sustar          value "3".
           88 ws-opcao-revogar         value "4".
           88 ws-opcao-sair            value "0".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-agencia  pic 9(3) value zeros.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".

       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-conta-achou-flag  pic x value "N".
           88 ws-conta-achou       value "S".
       77 ws-conta-fechada-flag pic x value "N".
           88 ws-conta-fechada     value "S".
       77 ws-conta-obito-flag  pic x value "N".
           88 ws-conta-obito       value "S".

      *    talao padrao de 20 folhas; a numeracao da conta continua
      /    do ultimo talao e vai ate 999999
       77 ws-folhas-x          pic x(2) value spaces.
       77 ws-folhas            pic 9(2) value zeros.
       77 ws-folhas-padrao     pic 9(2) value 20.
       77 ws-ultimo-cheque     pic 9(6) value zeros.
       77 ws-cheque-inicial    pic 9(6) value zeros.
       77 ws-cheque-final      pic 9(7) value zeros.

       77 ws-numero            pic 9(6) value zeros.
       77 ws-emitido-flag      pic x value "N".
           88 ws-emitido           value "S".
      *    situacao vigente da folha: a do ultimo registro de
      /    cheques.dat para a conta e o numero (espaco = nenhum)
       77 ws-situacao-atual    pic x(1) value space.
           88 ws-atual-sustado     value "S".
           88 ws-atual-pago        value "P".
       77 ws-nova-situacao     pic x(1) value space.
       77 ws-observacao        pic x(30) value spaces.
       77 ws-total-listados    pic 9(5) value zeros.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-sistema-aberto

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Emitir talao de cheques"
               display "2 - Consultar taloes e cheques da conta"
               display "3 - Sustar cheque"
               display "4 - Revogar sustacao de cheque"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-emitir
                       perform emitir-talao
                   when ws-opcao-consultar
                       perform consultar-cheques
                   when ws-opcao-sustar
                       perform sustar-cheque
                   when ws-opcao-revogar
                       perform revogar-sustacao
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
                           move ope-agencia to ws-operador-agencia
                           display "Operador: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

       le-conta.

           move "N" to ws-conta-achou-flag
           move "N" to ws-conta-fechada-flag
           move "N" to ws-conta-obito-flag

           open input contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-id to conta-id

           read contas-file
               invalid key
                   continue
               not invalid key
                   move "S" to ws-conta-achou-flag
                   if conta-encerrada
                       move "S" to ws-conta-fechada-flag
                   end-if
                   if conta-bloqueada-obito
                       move "S" to ws-conta-obito-flag
                   end-if
           end-read

           close contas-file.

      *    o talao continua a numeracao da conta: a folha inicial e'
      /    a seguinte a maior folha ja emitida para ela
       emitir-talao.

           display "Codigo da conta: "
           accept ws-conta-id

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           if ws-conta-fechada
               display "Conta " ws-conta-id " encerrada - talao "
                       "recusado."
               exit paragraph
           end-if

           if ws-conta-obito
               display "Conta " ws-conta-id " bloqueada por obito do "
                       "titular - talao recusado."
               exit paragraph
           end-if

           display "Quantidade de folhas (2 digitos, vazio = "
                   ws-folhas-padrao "): "
           accept ws-folhas-x

           evaluate true
               when ws-folhas-x = spaces
                   move ws-folhas-padrao to ws-folhas
               when ws-folhas-x is numeric
                   move ws-folhas-x to ws-folhas
               when other
                   move zeros to ws-folhas
           end-evaluate

           if ws-folhas = zeros
               display "Quantidade de folhas invalida - talao "
                       "recusado."
               exit paragraph
           end-if

           perform busca-ultimo-cheque

           compute ws-cheque-inicial = ws-ultimo-cheque + 1
           compute ws-cheque-final = ws-ultimo-cheque + ws-folhas

           if ws-cheque-final > 999999
               display "Numeracao de cheques da conta esgotada - "
                       "talao recusado."
               exit paragraph
           end-if

           open extend taloes-file

           if ws-talao-nao-existe
               open output taloes-file
           end-if

           if not ws-talao-ok
               display "ERRO ao abrir taloes.dat - file status "
                       ws-talao-status
               exit paragraph
           end-if

           move ws-conta-id         to tal-conta-id
           move ws-cheque-inicial   to tal-cheque-inicial
           move ws-cheque-final     to tal-cheque-final
           move ws-hoje             to tal-data-emissao
           move ws-operador-id      to tal-operador
           move ws-operador-agencia to tal-agencia

           write talao-reg

           if ws-talao-ok
               display "Talao emitido para a conta " ws-conta-id
                       ": cheques " tal-cheque-inicial " a "
                       tal-cheque-final "."
           else
               display "ERRO ao gravar taloes.dat - file status "
                       ws-talao-status
           end-if

           close taloes-file.

       busca-ultimo-cheque.

           move zeros to ws-ultimo-cheque
           move "N"   to ws-eof

           open input taloes-file

           if ws-talao-nao-existe
               exit paragraph
           end-if

           if not ws-talao-ok
               display "ERRO ao abrir taloes.dat - file status "
                       ws-talao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read taloes-file
                   at end move "S" to ws-eof
                   not at end
                       if tal-conta-id = ws-conta-id and
                          tal-cheque-final > ws-ultimo-cheque
                           move tal-cheque-final to ws-ultimo-cheque
                       end-if
               end-read
           end-perform

           close taloes-file.

       consultar-cheques.

           display "Codigo da conta: "
           accept ws-conta-id

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input taloes-file

           if ws-talao-ok
               perform until ws-eof = "S"
                   read taloes-file
                       at end move "S" to ws-eof
                       not at end
                           if tal-conta-id = ws-conta-id
                               add 1 to ws-total-listados
                               display "talao: "     tal-cheque-inicial
                                       " a "         tal-cheque-final
                                       " emissao: "  tal-data-emissao
                                       " operador: " tal-operador
                           end-if
                   end-read
               end-perform
               close taloes-file
           else
               if not ws-talao-nao-existe
                   display "ERRO ao abrir taloes.dat - file status "
                           ws-talao-status
               end-if
           end-if

           display "Total de taloes: " ws-total-listados

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input cheques-file

           if ws-cheque-ok
               perform until ws-eof = "S"
                   read cheques-file
                       at end move "S" to ws-eof
                       not at end
                           if chq-conta-id = ws-conta-id
                               add 1 to ws-total-listados
                               display "cheque: "    chq-numero
                                       " situacao: " chq-situacao
                                       " data: "     chq-data
                                       " valor: "    chq-valor
                                       " motivo: "   chq-motivo
                                       " "           chq-observacao
                           end-if
                   end-read
               end-perform
               close cheques-file
           else
               if not ws-cheque-nao-existe
                   display "ERRO ao abrir cheques.dat - file status "
                           ws-cheque-status
               end-if
           end-if

           display "Total de registros de cheque: " ws-total-listados.

       sustar-cheque.

           display "Codigo da conta: "
           accept ws-conta-id

           display "Numero do cheque: "
           accept ws-numero

           perform verifica-emissao

           if not ws-emitido
               display "Cheque " ws-numero " nao foi emitido para a "
                       "conta " ws-conta-id " - sustacao recusada."
               exit paragraph
           end-if

           perform busca-situacao-cheque

           if ws-atual-pago
               display "Cheque " ws-numero " ja foi pago na "
                       "compensacao - sustacao recusada."
               exit paragraph
           end-if

           if ws-atual-sustado
               display "Cheque " ws-numero " ja esta sustado."
               exit paragraph
           end-if

           move spaces to ws-observacao

           perform until ws-observacao not = spaces
               display "Motivo da sustacao (ex.: EXTRAVIO, ROUBO, "
                       "DESACORDO): "
               accept ws-observacao
           end-perform

           move "S" to ws-nova-situacao
           perform grava-cheque

           if ws-cheque-ok
               display "Cheque " ws-numero " da conta " ws-conta-id
                       " sustado."
           end-if.

       revogar-sustacao.

           display "Codigo da conta: "
           accept ws-conta-id

           display "Numero do cheque: "
           accept ws-numero

           perform busca-situacao-cheque

           if not ws-atual-sustado
               display "Cheque " ws-numero " da conta " ws-conta-id
                       " nao esta sustado."
               exit paragraph
           end-if

           move "REVOGADA PELO EMITENTE" to ws-observacao

           move "C" to ws-nova-situacao
           perform grava-cheque

           if ws-cheque-ok
               display "Sustacao do cheque " ws-numero " revogada."
           end-if.

       verifica-emissao.

           move "N" to ws-emitido-flag
           move "N" to ws-eof

           open input taloes-file

           if ws-talao-nao-existe
               exit paragraph
           end-if

           if not ws-talao-ok
               display "ERRO ao abrir taloes.dat - file status "
                       ws-talao-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-emitido
               read taloes-file
                   at end move "S" to ws-eof
                   not at end
                       if tal-conta-id = ws-conta-id and
                          ws-numero >= tal-cheque-inicial and
                          ws-numero <= tal-cheque-final
                           move "S" to ws-emitido-flag
                       end-if
               end-read
           end-perform

           close taloes-file.

       busca-situacao-cheque.

           move space to ws-situacao-atual
           move "N"   to ws-eof

           open input cheques-file

           if ws-cheque-nao-existe
               exit paragraph
           end-if

           if not ws-cheque-ok
               display "ERRO ao abrir cheques.dat - file status "
                       ws-cheque-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read cheques-file
                   at end move "S" to ws-eof
                   not at end
                       if chq-conta-id = ws-conta-id and
                          chq-numero = ws-numero
                           move chq-situacao to ws-situacao-atual
                       end-if
               end-read
           end-perform

           close cheques-file.

       grava-cheque.

           open extend cheques-file

           if ws-cheque-nao-existe
               open output cheques-file
           end-if

           if not ws-cheque-ok
               display "ERRO ao abrir cheques.dat - file status "
                       ws-cheque-status
               exit paragraph
           end-if

           move ws-conta-id    to chq-conta-id
           move ws-numero      to chq-numero
           move ws-nova-situacao to chq-situacao
           move ws-hoje        to chq-data
           move zeros          to chq-valor
           move zeros          to chq-motivo
           move ws-operador-id to chq-operador
           move ws-observacao  to chq-observacao

           write cheque-reg

           if not ws-cheque-ok
               display "ERRO ao gravar cheques.dat - file status "
                       ws-cheque-status
           end-if

           close cheques-file.

       end program mantcheques.
