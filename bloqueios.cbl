      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: bloqueio judicial de saldo - cadastro das ordens
      * judiciais por conta (bloqueios.dat: processo, valor ordenado,
      * data e situacao), consulta e baixa. enquanto a ordem esta
      * ativa, o valor capturado (parte do saldo positivo da conta
      * que cobre as ordens, na ordem de cadastro) fica fora do
      * disponivel no caixa, nos agendamentos e na tarifa. a baixa
      * exige a matricula de um supervisor ativo e grava em
      * transacoes.log: a transferencia ao juizo debita o capturado
      * da conta em duas pernas marcadas com B (saque na conta do
      * cliente e deposito judicial a repassar na conta zeros); a
      * liberacao grava duas pernas marcadas com D na propria conta
      * (deposito e saque do valor liberado), sem efeito no saldo,
      * para o extrato mostrar a liberacao. ordem maior que o
      * capturado, quando transferida, continua ativa pelo saldo
      * restante - a parte transferida fica registrada a parte com
      * status T
      ******************************************************************

       identification division.
       program-id. bloqueios.
       environment division.
       input-output section.
       file-control.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

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

       select saldo-file assign to './files/saldo.dat'
       organization is sequential
       file status is ws-saldo-status.

       select transacoes-file assign to './files/transacoes.log'
       organization is sequential
       file status is ws-transacao-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select sistema-file assign to './files/sistema_status.dat'
       organization is sequential
       file status is ws-sistema-status.

       data division.
       file section.
       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd operadores.
       copy "operador.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       working-storage section.
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-sistema-status    pic x(2) value spaces.
           88 ws-sistema-ok            value "00".
           88 ws-sistema-nao-existe    value "35".
       77 ws-eof               pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-registrar       value "1".
           88 ws-opcao-listar          value "2".
           88 ws-opcao-liberar         value "3".
           88 ws-opcao-transferir      value "4".
           88 ws-opcao-sair            value "0".

       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".
       77 ws-supervisor-id     pic x(10) value spaces.
       77 ws-autorizado-flag   pic x value "N".
           88 ws-autorizado        value "S".

       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-processo          pic x(25) value spaces.
       77 ws-valor-x           pic x(9) value spaces.
       77 ws-valor-ordem       pic 9(7)v99 value zeros.
       01 ws-data-ordem.
           05 ws-ord-ano       pic 9(4).
           05 ws-ord-mes       pic 9(2).
           05 ws-ord-dia       pic 9(2).
       01 ws-data-ordem-x redefines ws-data-ordem pic x(8).

      *    conta lida de contas.dat para a operacao
       77 ws-conta-achou-flag  pic x value "N".
           88 ws-conta-achou       value "S".
       77 ws-saldo-conta       pic s9(5)v99 value zeros.
       77 ws-agencia-conta     pic 9(3) value zeros.
       77 ws-encerrada-flag    pic x value "N".
           88 ws-conta-fechada     value "S".

      *    distribuicao do saldo positivo entre as ordens ativas da
      /    conta, na ordem de cadastro: ws-saldo-livre e' o que
      /    sobra do saldo para as ordens seguintes
       77 ws-saldo-livre       pic 9(7)v99 value zeros.
       77 ws-capturado         pic 9(7)v99 value zeros.
       77 ws-total-ordens      pic 9(5) value zeros.
       77 ws-total-ordenado    pic 9(7)v99 value zeros.
       77 ws-total-capturado   pic 9(7)v99 value zeros.

      *    ordem escolhida para a baixa
       77 ws-ordem-achou-flag  pic x value "N".
           88 ws-ordem-achou       value "S".
       77 ws-vlr-baixa         pic 9(7)v99 value zeros.
       77 ws-vlr-restante      pic 9(7)v99 value zeros.
       77 ws-baixa-parcial-flag pic x value "N".
           88 ws-baixa-parcial     value "S".
       01 ws-ordem-baixada.
           03 ws-bx-conta-id       pic 9(5).
           03 ws-bx-processo       pic x(25).
           03 ws-bx-valor          pic 9(7)v99.
           03 ws-bx-data           pic x(8).
           03 ws-bx-operador       pic x(10).

       77 ws-marca-baixa       pic x(1) value space.
       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
           05 ws-dia-transacao         pic x(2).
           05 ws-mes-transacao         pic x(2).
           05 ws-ano-transacao         pic x(4).
           05 ws-hora-transacao        pic x(2).
           05 ws-minuto-transacao      pic x(2).
           05 ws-segundo-transacao     pic x(2).

      *    espelho indexado do movimento (movimentos.dat) - cada
      /    lancamento do diario tambem entra la para as consultas
      /    por conta/dia nao varrerem o log inteiro
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-mov-gravado-flag  pic x value "N".
           88 ws-mov-gravado       value "S".

       procedure division.

           perform verifica-sistema-aberto

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Registrar ordem de bloqueio judicial"
               display "2 - Listar bloqueios da conta"
               display "3 - Liberar bloqueio"
               display "4 - Transferir bloqueio ao juizo"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-registrar
                       perform registrar-bloqueio
                   when ws-opcao-listar
                       perform listar-bloqueios
                   when ws-opcao-liberar
                       move "D" to ws-marca-baixa
                       perform baixa-bloqueio
                   when ws-opcao-transferir
                       move "B" to ws-marca-baixa
                       perform baixa-bloqueio
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

      *    a matricula de quem cadastra fica gravada na ordem
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
                           display "Operador: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

       registrar-bloqueio.

           display "Codigo da conta: "
           accept ws-conta-id

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           if ws-conta-fechada
               display "Conta " ws-conta-id " encerrada - ordem nao "
                       "registrada; devolva o oficio ao juizo."
               exit paragraph
           end-if

           display "Numero do processo: "
           accept ws-processo

           if ws-processo = spaces
               display "Processo obrigatorio - ordem nao registrada."
               exit paragraph
           end-if

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Valor ordenado (9 digitos, 2 decimais - "
                       "ex.: 000150000 = 1500,00): "
               accept ws-valor-x

               if ws-valor-x is numeric
                   compute ws-valor-ordem =
                           function numval (ws-valor-x) / 100
                   if ws-valor-ordem > zeros
                       move "S" to ws-entrada-ok
                   else
                       display "Valor deve ser maior que zero."
                   end-if
               else
                   display "Valor invalido. Informe somente numeros."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Data da ordem (AAAAMMDD, vazio = hoje): "
               accept ws-data-ordem-x

               if ws-data-ordem-x = spaces
                   move function current-date (1:8)
                       to ws-data-ordem-x
               end-if

               if ws-data-ordem-x is numeric
                  and ws-ord-mes >= 01 and ws-ord-mes <= 12
                  and ws-ord-dia >= 01 and ws-ord-dia <= 31
                   move "S" to ws-entrada-ok
               else
                   display "Data invalida. Informe AAAAMMDD."
               end-if
           end-perform

           open extend bloqueios-file

           if ws-bloqueio-nao-existe
               open output bloqueios-file
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           move ws-conta-id     to blq-conta-id
           move ws-processo     to blq-processo
           move ws-valor-ordem  to blq-valor
           move ws-data-ordem-x to blq-data
           move ws-operador-id  to blq-operador
           move "A"             to blq-status
           move spaces          to blq-data-baixa
           move zeros           to blq-valor-baixa
           move spaces          to blq-operador-baixa

           write bloqueio-reg

           if ws-bloqueio-ok
               display "Bloqueio registrado: conta " ws-conta-id
                       " processo " ws-processo
                       " valor " ws-valor-ordem
           else
               display "ERRO ao gravar bloqueios.dat - file status "
                       ws-bloqueio-status
           end-if

           close bloqueios-file.

      *    lista todas as ordens da conta - nas ativas, o valor
      /    capturado hoje pelo saldo da conta
       listar-bloqueios.

           display "Codigo da conta: "
           accept ws-conta-id

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           perform inicia-distribuicao

           move zeros to ws-total-ordens
           move zeros to ws-total-ordenado
           move zeros to ws-total-capturado
           move "N"   to ws-eof

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               display "Nao ha bloqueios.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           display "Saldo da conta: " ws-saldo-conta

           perform until ws-eof = "S"
               read bloqueios-file
                   at end move "S" to ws-eof
                   not at end
                       if blq-conta-id = ws-conta-id
                           perform mostra-bloqueio
                       end-if
               end-read
           end-perform

           close bloqueios-file

           display "Ordens ativas: " ws-total-ordens
                   " ordenado: " ws-total-ordenado
                   " capturado: " ws-total-capturado.

       mostra-bloqueio.

           if blq-ativo
               perform distribui-saldo
               add 1             to ws-total-ordens
               add blq-valor     to ws-total-ordenado
               add ws-capturado  to ws-total-capturado
               display "processo: " blq-processo
                       " data: "    blq-data
                       " ATIVO ordenado: " blq-valor
                       " capturado: " ws-capturado
           else
               display "processo: " blq-processo
                       " data: "    blq-data
                       " situacao: " blq-status
                       " baixa: "   blq-data-baixa
                       " valor: "   blq-valor-baixa
           end-if.

      *    baixa de uma ordem ativa (ws-marca-baixa "D" liberacao,
      /    "B" transferencia ao juizo) - autorizada por supervisor
       baixa-bloqueio.

           display "Codigo da conta: "
           accept ws-conta-id

           display "Numero do processo: "
           accept ws-processo

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           perform localiza-ordem

           if not ws-ordem-achou
               display "Nenhuma ordem ativa do processo " ws-processo
                       " na conta " ws-conta-id "."
               exit paragraph
           end-if

           if ws-marca-baixa = "B" and ws-vlr-baixa = zeros
               display "Nada capturado pela ordem - saldo da conta "
                       "nao cobre o bloqueio. Ordem mantida ativa."
               exit paragraph
           end-if

           if ws-marca-baixa = "B"
               display "Valor capturado a transferir ao juizo: "
                       ws-vlr-baixa
           else
               display "Valor capturado a liberar: " ws-vlr-baixa
           end-if

           perform autoriza-supervisor

           if not ws-autorizado
               display "Baixa nao autorizada - ordem mantida ativa."
               exit paragraph
           end-if

           if ws-marca-baixa = "B"
               perform debita-conta
               if not ws-conta-ok
                   exit paragraph
               end-if
           end-if

           perform atualiza-ordem

           if ws-vlr-baixa > zeros
               perform le-saldo-atual
               perform monta-data-transacao
               perform grava-log-baixa
           end-if

           if ws-marca-baixa = "B"
               display "Transferido ao juizo: " ws-vlr-baixa
               if ws-baixa-parcial
                   display "Ordem continua ativa pelo restante: "
                           ws-vlr-restante
               end-if
           else
               display "Bloqueio liberado: " ws-vlr-baixa
           end-if.

      *    acha a ordem ativa do processo na conta e o valor que ela
      /    captura hoje, distribuindo o saldo pelas ordens anteriores
       localiza-ordem.

           move "N"   to ws-ordem-achou-flag
           move zeros to ws-vlr-baixa
           move "N"   to ws-eof

           perform inicia-distribuicao

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-ordem-achou
               read bloqueios-file
                   at end move "S" to ws-eof
                   not at end
                       if blq-conta-id = ws-conta-id and blq-ativo
                           perform distribui-saldo
                           if blq-processo = ws-processo
                               move "S" to ws-ordem-achou-flag
                               move ws-capturado to ws-vlr-baixa
                           end-if
                       end-if
               end-read
           end-perform

           close bloqueios-file.

       inicia-distribuicao.

           move zeros to ws-saldo-livre

           if ws-saldo-conta > zeros
               move ws-saldo-conta to ws-saldo-livre
           end-if.

       distribui-saldo.

           if ws-saldo-livre < blq-valor
               move ws-saldo-livre to ws-capturado
           else
               move blq-valor      to ws-capturado
           end-if

           subtract ws-capturado from ws-saldo-livre.

      *    regrava a ordem baixada; na transferencia parcial a ordem
      /    segue ativa pelo restante e a parte transferida entra no
      /    fim do arquivo como registro proprio com status T
       atualiza-ordem.

           move "N" to ws-baixa-parcial-flag
           move "N" to ws-eof

           open i-o bloqueios-file

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read bloqueios-file
                   at end move "S" to ws-eof
                   not at end
                       if blq-conta-id = ws-conta-id and blq-ativo
                          and blq-processo = ws-processo
                           perform baixa-registro
                           move "S" to ws-eof
                       end-if
               end-read
           end-perform

           close bloqueios-file

           if ws-baixa-parcial
               perform grava-parte-transferida
           end-if.

       baixa-registro.

           move blq-conta-id to ws-bx-conta-id
           move blq-processo to ws-bx-processo
           move blq-data     to ws-bx-data
           move blq-operador to ws-bx-operador

           if ws-marca-baixa = "B" and ws-vlr-baixa < blq-valor
               move "S" to ws-baixa-parcial-flag
               compute ws-vlr-restante = blq-valor - ws-vlr-baixa
               move ws-vlr-restante to blq-valor
           else
               if ws-marca-baixa = "B"
                   move "T" to blq-status
               else
                   move "L" to blq-status
               end-if
               move function current-date (1:8) to blq-data-baixa
               move ws-vlr-baixa     to blq-valor-baixa
               move ws-supervisor-id to blq-operador-baixa
           end-if

           rewrite bloqueio-reg

           if not ws-bloqueio-ok
               display "ERRO ao atualizar bloqueios.dat - file "
                       "status " ws-bloqueio-status
           end-if.

       grava-parte-transferida.

           open extend bloqueios-file

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           move ws-bx-conta-id   to blq-conta-id
           move ws-bx-processo   to blq-processo
           move ws-vlr-baixa     to blq-valor
           move ws-bx-data       to blq-data
           move ws-bx-operador   to blq-operador
           move "T"              to blq-status
           move function current-date (1:8) to blq-data-baixa
           move ws-vlr-baixa     to blq-valor-baixa
           move ws-supervisor-id to blq-operador-baixa

           write bloqueio-reg

           if not ws-bloqueio-ok
               display "ERRO ao gravar bloqueios.dat - file status "
                       ws-bloqueio-status
           end-if

           close bloqueios-file.

       le-conta.

           move "N" to ws-conta-achou-flag
           move "N" to ws-encerrada-flag

           open input contas-file

           if ws-conta-nao-existe
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
                   continue
               not invalid key
                   move "S"           to ws-conta-achou-flag
                   move conta-saldo   to ws-saldo-conta
                   move conta-agencia to ws-agencia-conta
                   if conta-encerrada
                       move "S" to ws-encerrada-flag
                   end-if
           end-read

           close contas-file.

      *    a transferencia ao juizo tira o capturado da conta
       debita-conta.

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-id to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-id " nao encontrada."
           end-read

           if ws-conta-ok
               subtract ws-vlr-baixa from conta-saldo
               rewrite conta-reg
               if not ws-conta-ok
                   display "ERRO ao debitar a conta " conta-id
                           " - file status " ws-conta-status
               end-if
           end-if

           close contas-file

           if ws-conta-ok
               move conta-saldo to ws-saldo-conta
           end-if.

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

       le-saldo-atual.

           move zeros to ws-saldo-total

           open input saldo-file

           if ws-saldo-ok
               read saldo-file
               move saldo-reg to ws-saldo-total
               close saldo-file
           else
               if not ws-saldo-nao-existe
                   display "ERRO ao ler saldo.dat - file status "
                           ws-saldo-status
               end-if
           end-if.

      *    transferencia (B): saque na conta do cliente e deposito
      /    na conta zeros, com os saldos resultantes se compensando
      /    para o replay da casa. liberacao (D): deposito e saque do
      /    mesmo valor na propria conta, sem efeito em saldo nenhum
       grava-log-baixa.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           if ws-marca-baixa = "B"
               move "2"          to trans-opcao
               compute trans-saldo-result =
                       ws-saldo-total - ws-vlr-baixa
           else
               move "1"          to trans-opcao
               compute trans-saldo-result =
                       ws-saldo-total + ws-vlr-baixa
           end-if
           move ws-vlr-baixa     to trans-valor
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-baixa     to trans-valor-original
           move ws-conta-id      to trans-conta-id
           move ws-marca-baixa   to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move ws-agencia-conta to trans-agencia

           write transacao-reg

           perform grava-movimento

           if ws-marca-baixa = "B"
               move "1"          to trans-opcao
               move zeros        to trans-conta-id
           else
               move "2"          to trans-opcao
               move ws-conta-id  to trans-conta-id
           end-if
           move ws-vlr-baixa     to trans-valor
           move ws-saldo-total   to trans-saldo-result
           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move ws-vlr-baixa     to trans-valor-original
           move ws-marca-baixa   to trans-estorno
           move ws-data-trasacao to trans-estorno-ref
           move ws-agencia-conta to trans-agencia

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           perform grava-movimento

           close transacoes-file.

      *    espelha a transacao recem montada no arquivo indexado de
      /    movimento - mov-seq desempata gravacoes no mesmo segundo
      /    e a data vai na ordem AAAAMMDD ordenavel da chave
       grava-movimento.

           open i-o movimentos

           if ws-movimento-nao-existe
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if

           if not ws-movimento-ok
               display "ERRO ao abrir movimentos.dat - file status "
                       ws-movimento-status
               display "O movimento indexado nao foi gravado - "
                       "reconstrua com carregamov."
               exit paragraph
           end-if

           move trans-conta-id to mov-conta-id
           move trans-ano      to mov-data (1:4)
           move trans-mes      to mov-data (5:2)
           move trans-dia      to mov-data (7:2)
           move trans-hora     to mov-data (9:2)
           move trans-minuto   to mov-data (11:2)
           move trans-segundo  to mov-data (13:2)
           move zeros          to mov-seq
           move mov-data       to mov-data-mov
           move trans-opcao    to mov-opcao
           move trans-valor    to mov-valor
           move trans-saldo-result   to mov-saldo-result
           move trans-moeda          to mov-moeda
           move trans-valor-original to mov-valor-original
           move trans-estorno        to mov-marca
           move trans-estorno-ref    to mov-ref
           move trans-agencia        to mov-agencia

           move "N" to ws-mov-gravado-flag

           perform until ws-mov-gravado or mov-seq > 998
               write movimento-reg
                   invalid key
                       add 1 to mov-seq
                   not invalid key
                       move "S" to ws-mov-gravado-flag
               end-write
           end-perform

           if not ws-mov-gravado
               display "ERRO ao gravar movimentos.dat - file status "
                       ws-movimento-status
           end-if

           close movimentos.

       monta-data-transacao.

      *    function current-date devolve AAAAMMDDhhmmss - os campos
      /    da data da transacao sao distribuidos na ordem
      /    dia/mes/ano usada em transacao.cpy
           move function current-date to ws-data-corrente

           move ws-data-corrente (7:2)  to ws-dia-transacao
           move ws-data-corrente (5:2)  to ws-mes-transacao
           move ws-data-corrente (1:4)  to ws-ano-transacao
           move ws-data-corrente (9:2)  to ws-hora-transacao
           move ws-data-corrente (11:2) to ws-minuto-transacao
           move ws-data-corrente (13:2) to ws-segundo-transacao.

       end program bloqueios.
