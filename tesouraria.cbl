      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: suprimento e recolhimento de numerario entre as
      * agencias e a tesouraria central (matriz, agencia 001) - o
      * operador da agencia pede o suprimento (agencia com pouco
      * dinheiro) ou o recolhimento (dinheiro em excesso) com o
      * valor; um supervisor diferente de quem pediu aprova ou
      * recusa, e a aprovacao libera o numerario, que fica em
      * transito; quem recebe na outra ponta (operador da agencia no
      * suprimento, operador da tesouraria no recolhimento) confirma
      * o recebimento. as ordens ficam em movtesouraria.dat e
      * alimentam o fechamento de caixa do operador (fechacaixa), a
      * contabilizacao do dia (contabiliza) e a posicao de caixa por
      * agencia (reltesouraria). mesmo estilo de menu de propostas.cbl
      ******************************************************************

       identification division.
       program-id. tesouraria.
       environment division.
       input-output section.
       file-control.

       select tesouraria-file assign to './files/movtesouraria.dat'
       organization is sequential
       file status is ws-tesouraria-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       data division.
       file section.
       fd tesouraria-file.
       copy "tesouraria.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-tesouraria-status pic x(2) value spaces.
           88 ws-tesouraria-ok         value "00".
           88 ws-tesouraria-nao-existe value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-eof               pic x value "N".
       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-hoje              pic x(8) value spaces.
       77 ws-data-corrente     pic x(14) value spaces.
       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-pedir           value "1".
           88 ws-opcao-decidir         value "2".
           88 ws-opcao-receber         value "3".
           88 ws-opcao-consultar       value "4".
           88 ws-opcao-sair            value "0".

       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-nivel    pic 9(1) value zeros.
           88 ws-operador-supervisor   value 2 3.
       77 ws-operador-agencia  pic 9(3) value zeros.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".

      *    a tesouraria central fica na matriz - quem confirma o
      /    recebimento de um recolhimento e' operador da agencia 001
       77 ws-agencia-tesouraria pic 9(3) value 001.

       77 ws-tipo              pic x(1) value space.
           88 ws-tipo-suprimento   value "S" "s".
           88 ws-tipo-recolhimento value "R" "r".
       77 ws-valor-x           pic x(9) value spaces.
       77 ws-valor             pic 9(7)v99 value zeros.
       77 ws-confirma-flag     pic x value "N".
           88 ws-confirma          value "S" "s".
       77 ws-decisao           pic x(1) value space.
           88 ws-decisao-aprova    value "A" "a".
           88 ws-decisao-recusa    value "R" "r".
       77 ws-prox-numero       pic 9(7) value 1.
       77 ws-numero            pic 9(7) value zeros.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Pedir suprimento ou recolhimento"
               display "2 - Aprovar ou recusar ordem (supervisor)"
               display "3 - Confirmar recebimento do numerario"
               display "4 - Consultar ordem"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-pedir
                       perform nova-ordem
                   when ws-opcao-decidir
                       perform decide-ordem
                   when ws-opcao-receber
                       perform confirma-recebimento
                   when ws-opcao-consultar
                       perform consulta-ordem
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate
           end-perform

           goback.

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
                           move ope-nivel    to ws-operador-nivel
                           move ope-agencia  to ws-operador-agencia
                           display "Operador: " ope-nome
                                   " - agencia " ope-agencia
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

      *    o pedido e' sempre da agencia do operador
       nova-ordem.

           move space to ws-tipo

           perform until ws-tipo-suprimento or ws-tipo-recolhimento
               display "Tipo (S-suprimento da tesouraria para a "
                       "agencia, R-recolhimento da agencia): "
               accept ws-tipo
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Valor (9 digitos, 2 decimais - ex.: "
                       "005000000 = 50.000,00): "
               accept ws-valor-x

               if ws-valor-x is numeric and
                  ws-valor-x not = zeros
                   compute ws-valor =
                           function numval (ws-valor-x) / 100
                   move "S" to ws-entrada-ok
               else
                   display "Valor invalido. Informe somente numeros."
               end-if
           end-perform

           perform busca-proximo-numero

           if ws-tipo-suprimento
               display "Suprimento para a agencia "
                       ws-operador-agencia " - valor " ws-valor
           else
               display "Recolhimento da agencia "
                       ws-operador-agencia " - valor " ws-valor
           end-if

           move "N" to ws-confirma-flag
           display "Registra a ordem para aprovacao? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Ordem descartada - nada foi gravado."
               exit paragraph
           end-if

           perform grava-ordem.

       busca-proximo-numero.

           move "N" to ws-eof
           move 1   to ws-prox-numero

           open input tesouraria-file

           if ws-tesouraria-nao-existe
               exit paragraph
           end-if

           if not ws-tesouraria-ok
               display "ERRO ao abrir movtesouraria.dat - file "
                       "status " ws-tesouraria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read tesouraria-file
                   at end move "S" to ws-eof
                   not at end
                       if tes-numero >= ws-prox-numero
                           compute ws-prox-numero = tes-numero + 1
                       end-if
               end-read
           end-perform

           close tesouraria-file.

       grava-ordem.

           open extend tesouraria-file

           if ws-tesouraria-nao-existe
               open output tesouraria-file
           end-if

           if not ws-tesouraria-ok
               display "ERRO ao abrir movtesouraria.dat - file "
                       "status " ws-tesouraria-status
               display "A ordem nao pode ser gravada."
               exit paragraph
           end-if

           move function current-date to ws-data-corrente

           move ws-prox-numero          to tes-numero
           if ws-tipo-suprimento
               move "S" to tes-tipo
           else
               move "R" to tes-tipo
           end-if
           move ws-operador-agencia     to tes-agencia
           move ws-valor                to tes-valor
           move ws-operador-id          to tes-solicitante
           move ws-data-corrente (1:8)  to tes-data-pedido
           move ws-data-corrente (9:6)  to tes-hora-pedido
           move spaces                  to tes-aprovador
           move spaces                  to tes-data-aprovacao
           move spaces                  to tes-hora-aprovacao
           move spaces                  to tes-recebedor
           move spaces                  to tes-data-recebimento
           move spaces                  to tes-hora-recebimento
           move "P"                     to tes-status

           write tesouraria-reg

           if ws-tesouraria-ok
               display "Ordem " ws-prox-numero
                       " registrada - aguardando aprovacao de um "
                       "supervisor."
           else
               display "ERRO ao gravar movtesouraria.dat - file "
                       "status " ws-tesouraria-status
           end-if

           close tesouraria-file.

      *    localiza a ordem em movtesouraria.dat - o arquivo fica
      /    aberto (i-o) com o registro lido para ser regravado
       localiza-ordem.

           display "Numero da ordem: "
           accept ws-numero

           move "N" to ws-achou-flag
           move "N" to ws-eof

           open i-o tesouraria-file

           if ws-tesouraria-nao-existe
               display "Nao ha movtesouraria.dat - nenhuma ordem "
                       "registrada."
               exit paragraph
           end-if

           if not ws-tesouraria-ok
               display "ERRO ao abrir movtesouraria.dat - file "
                       "status " ws-tesouraria-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof = "S"
               read tesouraria-file
                   at end move "S" to ws-eof
                   not at end
                       if tes-numero = ws-numero
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               display "Ordem " ws-numero " nao encontrada."
               close tesouraria-file
               exit paragraph
           end-if

           perform mostra-ordem.

      *    aprovacao libera o numerario da origem (tesouraria no
      /    suprimento, agencia no recolhimento) - so supervisor e
      /    nunca quem pediu
       decide-ordem.

           if not ws-operador-supervisor
               display "Aprovacao de ordem de numerario exige "
                       "supervisor."
               exit paragraph
           end-if

           perform localiza-ordem

           if not ws-achou
               exit paragraph
           end-if

           if not tes-pedida
               display "Ordem nao esta pedida - situacao "
                       tes-status "."
               close tesouraria-file
               exit paragraph
           end-if

           if ws-operador-id = tes-solicitante
               display "Quem pediu a ordem nao pode decidi-la."
               close tesouraria-file
               exit paragraph
           end-if

           move space to ws-decisao

           perform until ws-decisao-aprova or ws-decisao-recusa
               display "Decisao (A-aprovar e liberar o numerario, "
                       "R-recusar): "
               accept ws-decisao
           end-perform

           if ws-decisao-aprova
               move "T" to tes-status
           else
               move "X" to tes-status
           end-if

           move function current-date to ws-data-corrente

           move ws-operador-id          to tes-aprovador
           move ws-data-corrente (1:8)  to tes-data-aprovacao
           move ws-data-corrente (9:6)  to tes-hora-aprovacao

           rewrite tesouraria-reg

           if ws-tesouraria-ok
               if tes-em-transito
                   display "Ordem " tes-numero " aprovada - "
                           "numerario em transito ate a "
                           "confirmacao do recebimento."
               else
                   display "Ordem " tes-numero " recusada."
               end-if
           else
               display "ERRO ao gravar movtesouraria.dat - file "
                       "status " ws-tesouraria-status
           end-if

           close tesouraria-file.

      *    quem confirma e' da ponta que recebe: a agencia da ordem
      /    no suprimento, a tesouraria no recolhimento - e nao pode
      /    ser quem liberou o numerario
       confirma-recebimento.

           perform localiza-ordem

           if not ws-achou
               exit paragraph
           end-if

           if not tes-em-transito
               display "Ordem nao esta em transito - situacao "
                       tes-status "."
               close tesouraria-file
               exit paragraph
           end-if

           if tes-eh-suprimento and
              ws-operador-agencia not = tes-agencia
               display "Suprimento so e' confirmado por operador da "
                       "agencia " tes-agencia "."
               close tesouraria-file
               exit paragraph
           end-if

           if tes-eh-recolhimento and
              ws-operador-agencia not = ws-agencia-tesouraria
               display "Recolhimento so e' confirmado pela "
                       "tesouraria (agencia " ws-agencia-tesouraria
                       ")."
               close tesouraria-file
               exit paragraph
           end-if

           if ws-operador-id = tes-aprovador
               display "Quem liberou o numerario nao pode confirmar "
                       "o recebimento."
               close tesouraria-file
               exit paragraph
           end-if

           move "N" to ws-confirma-flag
           display "O valor recebido confere com " tes-valor
                   "? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Recebimento nao confirmado - a ordem fica em "
                       "transito. Acione a tesouraria."
               close tesouraria-file
               exit paragraph
           end-if

           move function current-date to ws-data-corrente

           move "C"                     to tes-status
           move ws-operador-id          to tes-recebedor
           move ws-data-corrente (1:8)  to tes-data-recebimento
           move ws-data-corrente (9:6)  to tes-hora-recebimento

           rewrite tesouraria-reg

           if ws-tesouraria-ok
               display "Ordem " tes-numero " - recebimento "
                       "confirmado."
           else
               display "ERRO ao gravar movtesouraria.dat - file "
                       "status " ws-tesouraria-status
           end-if

           close tesouraria-file.

       consulta-ordem.

           perform localiza-ordem

           if ws-achou
               close tesouraria-file
           end-if.

       mostra-ordem.

           if tes-eh-suprimento
               display "Ordem: " tes-numero " SUPRIMENTO para a "
                       "agencia " tes-agencia " valor " tes-valor
           else
               display "Ordem: " tes-numero " RECOLHIMENTO da "
                       "agencia " tes-agencia " valor " tes-valor
           end-if
           display "Pedida em " tes-data-pedido " "
                   tes-hora-pedido " por " tes-solicitante
           display "Decisao em " tes-data-aprovacao " "
                   tes-hora-aprovacao " por " tes-aprovador
           display "Recebida em " tes-data-recebimento " "
                   tes-hora-recebimento " por " tes-recebedor
           display "Situacao: " tes-status
                   " (P pedida, T em transito, C recebida, "
                   "X recusada)".

       end program tesouraria.
