      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: aplicacao a prazo - abertura, consulta e resgate
      * antecipado das aplicacoes dos clientes (aplicacoes.dat) e
      * manutencao das taxas vigentes (taxa_aplicacao.dat), em dupla
      * custodia - a taxa proposta fica pendente em
      * alteracoes_pend.dat ate outro supervisor aprovar em
      * aprovaalt.cbl. a
      * abertura debita o principal do saldo livre da conta (sem
      * cheque especial e sem o valor capturado por bloqueio
      * judicial) e grava as taxas vigentes e o vencimento, ajustado
      * para o primeiro dia util (feriados.dat). o lancamento sai em
      * transacoes.log em duas pernas marcadas com A (saque na conta
      * do cliente e deposito na conta zeros). o resgate no
      * vencimento e' feito pelo lote noturno (resgateapl.cbl); o
      * antecipado, aqui, paga juros pela taxa reduzida contratada
      * para o resgate antecipado, em pernas R (principal) e P
      * (juros), como o lote, com o imposto de renda na fonte sobre
      * os juros (aliquota_ir.dat) retido em pernas I e a ficha do
      * credito em retencoes_ir.dat
      ******************************************************************

       identification division.
       program-id. aplicacoes.
       environment division.
       input-output section.
       file-control.

       select aplicacoes-file assign to './files/aplicacoes.dat'
       organization is sequential
       file status is ws-aplicacao-status.

       select taxa-aplic-file assign to './files/taxa_aplicacao.dat'
       organization is sequential
       file status is ws-taxa-status.

       select aliquota-ir-file assign to './files/aliquota_ir.dat'
       organization is sequential
       file status is ws-aliquota-status.

       select retencoes-file assign to './files/retencoes_ir.dat'
       organization is sequential
       file status is ws-retencao-status.

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

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

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

       select pendentes assign to './files/alteracoes_pend.dat'
       organization is sequential
       file status is ws-pendente-status.

       select alteracoes-log assign to './files/alteracoes_aud.log'
       organization is sequential
       file status is ws-altlog-status.

       data division.
       file section.
       fd aplicacoes-file.
       copy "aplicacao.cpy".

       fd taxa-aplic-file.
       copy "taxaaplic.cpy".

       fd aliquota-ir-file.
       copy "aliquotair.cpy".

       fd retencoes-file.
       copy "retencaoir.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd operadores.
       copy "operador.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       working-storage section.
       77 ws-aplicacao-status  pic x(2) value spaces.
           88 ws-aplicacao-ok          value "00".
           88 ws-aplicacao-nao-existe  value "35".
       77 ws-taxa-status       pic x(2) value spaces.
           88 ws-taxa-ok               value "00".
           88 ws-taxa-nao-existe       value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
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
           88 ws-opcao-abrir           value "1".
           88 ws-opcao-consultar       value "2".
           88 ws-opcao-antecipar       value "3".
           88 ws-opcao-listar-taxas    value "4".
           88 ws-opcao-carregar-taxa   value "5".
           88 ws-opcao-sair            value "0".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-agencia  pic 9(3) value zeros.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".
       77 ws-confirma-flag     pic x value "N".
           88 ws-confirma          value "S" "s".
       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".

      *    taxas vigentes hoje em taxa_aplicacao.dat
       77 ws-taxa-vigente      pic x(8) value spaces.
       77 ws-taxa-aplic        pic v9(4) value zeros.
       77 ws-taxa-antecipado   pic v9(4) value zeros.
       77 ws-taxa-x            pic x(4) value spaces.
       77 ws-taxa-ant-x        pic x(4) value spaces.
       01 ws-data-vigencia.
           05 ws-vig-ano       pic 9(4).
           05 ws-vig-mes       pic 9(2).
           05 ws-vig-dia       pic 9(2).
       01 ws-data-vigencia-x redefines ws-data-vigencia pic x(8).
       77 ws-total-listados    pic 9(5) value zeros.
      *    imagem depois, no layout de taxaaplic.cpy
       01 ws-taxa-aplic-nova.
           05 ws-nova-vigencia     pic x(8).
           05 ws-nova-taxa         pic v9(4).
           05 ws-nova-taxa-antecip pic v9(4).
       77 ws-vig-anterior      pic x(8) value spaces.

      *    dupla custodia das taxas: a alteracao fica pendente em
      /    alteracoes_pend.dat, com as imagens antes/depois, ate um
      /    supervisor diferente do proponente aprovar em aprovaalt
       77 ws-pendente-status   pic x(2) value spaces.
           88 ws-pendente-ok           value "00".
           88 ws-pendente-nao-existe   value "35".
       77 ws-altlog-status     pic x(2) value spaces.
           88 ws-altlog-ok             value "00".
           88 ws-altlog-nao-existe     value "35".
       77 ws-eof-pendente      pic x value "N".
       77 ws-prox-alteracao    pic 9(7) value zeros.
       77 ws-alt-tipo          pic x(3) value spaces.
       77 ws-alt-chave         pic x(20) value spaces.
       77 ws-alt-antes         pic x(60) value spaces.
       77 ws-alt-depois        pic x(60) value spaces.
       77 ws-alt-gravada-flag  pic x value "N".
           88 ws-alt-gravada       value "S".

      *    imposto de renda na fonte sobre os juros do resgate -
      /    sem aliquota vigente em aliquota_ir.dat nada e' retido
       77 ws-aliquota-status   pic x(2) value spaces.
           88 ws-aliquota-ok           value "00".
           88 ws-aliquota-nao-existe   value "35".
       77 ws-retencao-status   pic x(2) value spaces.
           88 ws-retencao-ok           value "00".
           88 ws-retencao-nao-existe   value "35".
       77 ws-aliquota-vigente  pic x(8) value spaces.
       77 ws-aliquota-ir       pic v9(4) value zeros.
       77 ws-vlr-ir            pic 9(5)v99 value zeros.

      *    conta da aplicacao
       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-conta-achou-flag  pic x value "N".
           88 ws-conta-achou       value "S".
       77 ws-encerrada-flag    pic x value "N".
           88 ws-conta-fechada     value "S".
       77 ws-obito-flag        pic x value "N".
           88 ws-conta-obito       value "S".
       77 ws-saldo-conta       pic s9(5)v99 value zeros.
       77 ws-agencia-conta     pic 9(3) value zeros.
       77 ws-total-bloqueado   pic 9(7)v99 value zeros.
       77 ws-saldo-livre       pic s9(8)v99 value zeros.

      *    dados da aplicacao em abertura ou resgate
       77 ws-valor-x           pic x(7) value spaces.
       77 ws-principal         pic 9(5)v99 value zeros.
       77 ws-prazo-x           pic x(4) value spaces.
       77 ws-prazo             pic 9(4) value zeros.
       77 ws-prazo-minimo      pic 9(4) value 30.
       77 ws-numero-apl        pic 9(7) value zeros.
       77 ws-ultimo-numero     pic 9(7) value zeros.
       77 ws-apl-achou-flag    pic x value "N".
           88 ws-apl-achou         value "S".
       77 ws-dias              pic 9(5) value zeros.
       77 ws-taxa-resgate      pic v9(4) value zeros.
       77 ws-vlr-juros         pic 9(5)v99 value zeros.
       77 ws-vlr-resgate       pic 9(6)v99 value zeros.
       77 ws-status-resgate    pic x(1) value space.
       77 ws-data-inicio-int   pic 9(7) value zeros.
       77 ws-data-hoje-int     pic 9(7) value zeros.
       77 ws-data-vencimento   pic x(8) value spaces.

      *    calendario de dias uteis: feriados de feriados.dat em
      /    tabela e fim de semana por calculo, como agendamentos.cbl
       77 ws-feriados-status     pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
       77 ws-eof-feriado         pic x value "N".
       77 ws-max-feriados        pic 9(3) value 50.
       77 ws-total-feriados      pic 9(3) value zeros.
       01 ws-fer-tab.
           03 ws-fer-data occurs 50 times indexed by ws-idx-fer
                                       pic x(8).
       77 ws-data-util-int       pic 9(7) value zeros.
       01 ws-data-util           pic 9(8) value zeros.
       01 ws-data-util-x redefines ws-data-util pic x(8).
       77 ws-dia-semana          pic 9(1) value zeros.
       77 ws-dia-util-flag       pic x value "N".
           88 ws-eh-dia-util         value "S".
       77 ws-feriado-achou-flag  pic x value "N".
           88 ws-eh-feriado          value "S".

      *    lancamento em transacoes.log: valor, marca e ordem das
      /    pernas (S = saque do cliente primeiro, D = deposito do
      /    cliente primeiro)
       77 ws-vlr-lancamento    pic 9(5)v99 value zeros.
       77 ws-marca-lancamento  pic x(1) value space.
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

           move function current-date (1:8) to ws-hoje

           perform verifica-sistema-aberto

           perform identifica-operador

           perform carrega-feriados

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Abrir aplicacao a prazo"
               display "2 - Consultar aplicacoes da conta"
               display "3 - Resgate antecipado"
               display "4 - Listar taxas de aplicacao"
               display "5 - Carregar taxas de aplicacao"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-abrir
                       perform abrir-aplicacao
                   when ws-opcao-consultar
                       perform consultar-aplicacoes
                   when ws-opcao-antecipar
                       perform resgate-antecipado
                   when ws-opcao-listar-taxas
                       perform listar-taxas
                   when ws-opcao-carregar-taxa
                       perform carregar-taxa
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

      *    abertura: o principal sai do saldo livre da conta - sem
      /    cheque especial e sem o valor capturado por bloqueio
       abrir-aplicacao.

           perform carrega-taxa-vigente

           if ws-taxa-aplic = zeros
               display "Nenhuma taxa de aplicacao vigente em "
                       "taxa_aplicacao.dat - abertura recusada."
               exit paragraph
           end-if

           display "Codigo da conta: "
           accept ws-conta-id

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           if ws-conta-fechada
               display "Conta " ws-conta-id " encerrada - abertura "
                       "recusada."
               exit paragraph
           end-if

           if ws-conta-obito
               display "Conta " ws-conta-id " bloqueada por obito do "
                       "titular - abertura recusada."
               exit paragraph
           end-if

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Valor aplicado (7 digitos, 2 decimais - "
                       "ex.: 0100000 = 1000,00): "
               accept ws-valor-x

               if ws-valor-x is numeric
                   compute ws-principal =
                           function numval (ws-valor-x) / 100
                   if ws-principal > zeros
                       move "S" to ws-entrada-ok
                   else
                       display "Valor deve ser maior que zero."
                   end-if
               else
                   display "Valor invalido. Informe somente numeros."
               end-if
           end-perform

           perform soma-bloqueios-conta

           if ws-saldo-conta > ws-total-bloqueado
               compute ws-saldo-livre =
                       ws-saldo-conta - ws-total-bloqueado
           else
               move zeros to ws-saldo-livre
           end-if

           if ws-principal > ws-saldo-livre
               display "Saldo livre insuficiente para a aplicacao: "
                       ws-saldo-livre
               display "(a aplicacao nao usa cheque especial nem "
                       "saldo bloqueado judicialmente)"
               exit paragraph
           end-if

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Prazo em dias corridos (minimo "
                       ws-prazo-minimo "): "
               accept ws-prazo-x

               if ws-prazo-x is numeric
                   move ws-prazo-x to ws-prazo
                   if ws-prazo >= ws-prazo-minimo
                       move "S" to ws-entrada-ok
                   else
                       display "Prazo abaixo do minimo."
                   end-if
               else
                   display "Prazo invalido. Informe somente numeros."
               end-if
           end-perform

      *    vencimento: inicio + prazo, rolado para o primeiro dia
      /    util
           compute ws-data-util-int =
                   function integer-of-date
                       (function numval (ws-hoje)) + ws-prazo
           perform proximo-dia-util
           move ws-data-util-x to ws-data-vencimento

           display "Principal: "  ws-principal
                   " taxa mensal: " ws-taxa-aplic
                   " (antecipado: " ws-taxa-antecipado ")"
           display "Vencimento: " ws-data-vencimento

           move "N" to ws-confirma-flag
           display "Confirma a aplicacao? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Aplicacao cancelada - nada foi alterado."
               exit paragraph
           end-if

           perform atualiza-saldo-conta-debito

           if not ws-conta-ok
               exit paragraph
           end-if

           perform busca-ultimo-numero

           open extend aplicacoes-file

           if ws-aplicacao-nao-existe
               open output aplicacoes-file
           end-if

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           compute apl-numero = ws-ultimo-numero + 1
           move ws-conta-id         to apl-conta-id
           move ws-principal        to apl-principal
           move ws-taxa-aplic       to apl-taxa
           move ws-taxa-antecipado  to apl-taxa-antecipado
           move ws-hoje             to apl-data-inicio
           move ws-data-vencimento  to apl-data-vencimento
           move "A"                 to apl-status
           move ws-operador-id      to apl-operador
           move ws-agencia-conta    to apl-agencia
           move spaces              to apl-data-resgate
           move zeros               to apl-valor-juros
           move zeros               to apl-valor-resgate
           move zeros               to apl-valor-ir

           write aplicacao-reg

           if ws-aplicacao-ok
               display "Aplicacao " apl-numero " aberta na conta "
                       ws-conta-id " - vencimento "
                       ws-data-vencimento
           else
               display "ERRO ao gravar aplicacoes.dat - file status "
                       ws-aplicacao-status
           end-if

           close aplicacoes-file

           perform le-saldo-atual
           perform monta-data-transacao

           move ws-principal to ws-vlr-lancamento
           move "A"          to ws-marca-lancamento
           perform grava-log-saida.

       consultar-aplicacoes.

           display "Codigo da conta: "
           accept ws-conta-id

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input aplicacoes-file

           if ws-aplicacao-nao-existe
               display "Nao ha aplicacoes.dat - nada a consultar."
               exit paragraph
           end-if

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if apl-conta-id = ws-conta-id
                           perform mostra-aplicacao
                       end-if
               end-read
           end-perform

           close aplicacoes-file

           display "Aplicacoes da conta: " ws-total-listados.

       mostra-aplicacao.

           add 1 to ws-total-listados

           if apl-ativa
               move apl-taxa to ws-taxa-resgate
               perform calcula-juros-ate-hoje
               display "aplicacao: " apl-numero
                       " principal: " apl-principal
                       " taxa: " apl-taxa
                       " inicio: " apl-data-inicio
                       " vencimento: " apl-data-vencimento
                       " ATIVA juros ate hoje: " ws-vlr-juros
           else
               display "aplicacao: " apl-numero
                       " principal: " apl-principal
                       " situacao: " apl-status
                       " resgate: " apl-data-resgate
                       " juros: " apl-valor-juros
                       " ir: " apl-valor-ir
                       " liquido: " apl-valor-resgate
           end-if.

      *    resgate antes do vencimento: juros pela taxa de resgate
      /    antecipado sobre os dias corridos - aplicacao ja vencida
      /    e ainda nao resgatada pelo lote recebe a taxa cheia
       resgate-antecipado.

           display "Codigo da conta: "
           accept ws-conta-id

           display "Numero da aplicacao: "
           accept ws-numero-apl

           perform le-conta

           if not ws-conta-achou
               display "Conta " ws-conta-id " nao encontrada."
               exit paragraph
           end-if

           perform localiza-aplicacao

           if not ws-apl-achou
               display "Aplicacao " ws-numero-apl " nao esta ativa "
                       "na conta " ws-conta-id "."
               exit paragraph
           end-if

           if ws-data-vencimento > ws-hoje
               move "E" to ws-status-resgate
           else
               move "R" to ws-status-resgate
           end-if

           display "Principal: " ws-principal
                   " vencimento: " ws-data-vencimento
           display "Juros no resgate antecipado: " ws-vlr-juros
                   " (taxa " ws-taxa-resgate ")"
           display "Imposto de renda retido: " ws-vlr-ir
                   " (aliquota " ws-aliquota-ir ")"
           display "Total a creditar na conta: " ws-vlr-resgate

           move "N" to ws-confirma-flag
           display "Confirma o resgate? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Resgate cancelado - nada foi alterado."
               exit paragraph
           end-if

           perform baixa-aplicacao

           if not ws-aplicacao-ok
               exit paragraph
           end-if

           perform atualiza-saldo-conta-credito

           perform le-saldo-atual
           perform monta-data-transacao

           move ws-principal to ws-vlr-lancamento
           move "R"          to ws-marca-lancamento
           perform grava-log-entrada

           if ws-vlr-juros > zeros
               move ws-vlr-juros to ws-vlr-lancamento
               move "P"          to ws-marca-lancamento
               perform grava-log-entrada
               perform grava-retencao
           end-if

           if ws-vlr-ir > zeros
               move ws-vlr-ir to ws-vlr-lancamento
               move "I"       to ws-marca-lancamento
               perform grava-log-saida
           end-if

           display "Aplicacao " ws-numero-apl " resgatada - "
                   "creditado " ws-vlr-resgate " na conta "
                   ws-conta-id.

       localiza-aplicacao.

           move "N" to ws-apl-achou-flag
           move "N" to ws-eof

           open input aplicacoes-file

           if ws-aplicacao-nao-existe
               exit paragraph
           end-if

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-apl-achou
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if apl-numero = ws-numero-apl and
                          apl-conta-id = ws-conta-id and apl-ativa
                           move "S" to ws-apl-achou-flag
                       end-if
               end-read
           end-perform

           if ws-apl-achou
               move apl-principal       to ws-principal
               move apl-data-vencimento to ws-data-vencimento
               if apl-data-vencimento > ws-hoje
                   move apl-taxa-antecipado to ws-taxa-resgate
               else
                   move apl-taxa            to ws-taxa-resgate
               end-if
               perform calcula-juros-ate-hoje
               perform carrega-aliquota-vigente
               compute ws-vlr-ir rounded =
                       ws-vlr-juros * ws-aliquota-ir
               compute ws-vlr-resgate =
                       ws-principal + ws-vlr-juros - ws-vlr-ir
           end-if

           close aplicacoes-file.

      *    juros simples pro rata dia sobre o principal, do inicio
      /    ate hoje (limitado ao vencimento), pela taxa em
      /    ws-taxa-resgate
       calcula-juros-ate-hoje.

           compute ws-data-inicio-int =
                   function integer-of-date
                       (function numval (apl-data-inicio))

           if apl-data-vencimento < ws-hoje
               compute ws-data-hoje-int =
                       function integer-of-date
                           (function numval (apl-data-vencimento))
           else
               compute ws-data-hoje-int =
                       function integer-of-date
                           (function numval (ws-hoje))
           end-if

           if ws-data-hoje-int > ws-data-inicio-int
               compute ws-dias = ws-data-hoje-int - ws-data-inicio-int
           else
               move zeros to ws-dias
           end-if

           compute ws-vlr-juros rounded =
                   apl-principal * ws-taxa-resgate * ws-dias / 30.

       baixa-aplicacao.

           move "N" to ws-eof
           move "N" to ws-apl-achou-flag

           open i-o aplicacoes-file

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-apl-achou
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if apl-numero = ws-numero-apl and
                          apl-conta-id = ws-conta-id and apl-ativa
                           move "S" to ws-apl-achou-flag
                           move ws-status-resgate to apl-status
                           move ws-hoje        to apl-data-resgate
                           move ws-vlr-juros   to apl-valor-juros
                           move ws-vlr-resgate to apl-valor-resgate
                           move ws-vlr-ir      to apl-valor-ir
                           rewrite aplicacao-reg
                       end-if
               end-read
           end-perform

           if not ws-aplicacao-ok
               display "ERRO ao atualizar aplicacoes.dat - file "
                       "status " ws-aplicacao-status
           end-if

           close aplicacoes-file.

       busca-ultimo-numero.

           move zeros to ws-ultimo-numero
           move "N"   to ws-eof

           open input aplicacoes-file

           if not ws-aplicacao-ok
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if apl-numero > ws-ultimo-numero
                           move apl-numero to ws-ultimo-numero
                       end-if
               end-read
           end-perform

           close aplicacoes-file.

       le-conta.

           move "N" to ws-conta-achou-flag
           move "N" to ws-encerrada-flag
           move "N" to ws-obito-flag

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
                   if conta-bloqueada-obito
                       move "S" to ws-obito-flag
                   end-if
           end-read

           close contas-file.

       atualiza-saldo-conta-debito.

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
               subtract ws-principal from conta-saldo
               rewrite conta-reg
               if not ws-conta-ok
                   display "ERRO ao debitar a conta " conta-id
                           " - file status " ws-conta-status
               end-if
           end-if

           close contas-file.

       atualiza-saldo-conta-credito.

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
               add ws-vlr-resgate to conta-saldo
               rewrite conta-reg
               if not ws-conta-ok
                   display "ERRO ao creditar a conta " conta-id
                           " - file status " ws-conta-status
               end-if
           end-if

           close contas-file.

       soma-bloqueios-conta.

           move zeros to ws-total-bloqueado
           move "N"   to ws-eof

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

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
                           add blq-valor to ws-total-bloqueado
                       end-if
               end-read
           end-perform

           close bloqueios-file.

      *    taxas em vigor hoje: vale a vigencia mais recente ate a
      /    data, e o ultimo registro gravado em caso de empate
       carrega-taxa-vigente.

           move "N"    to ws-eof
           move spaces to ws-taxa-vigente
           move zeros  to ws-taxa-aplic
           move zeros  to ws-taxa-antecipado

           open input taxa-aplic-file

           if ws-taxa-nao-existe
               exit paragraph
           end-if

           if not ws-taxa-ok
               display "ERRO ao abrir taxa_aplicacao.dat - file "
                       "status " ws-taxa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read taxa-aplic-file
                   at end move "S" to ws-eof
                   not at end
                       if tap-data-vigencia not > ws-hoje and
                          tap-data-vigencia not < ws-taxa-vigente
                           move tap-data-vigencia
                               to ws-taxa-vigente
                           move tap-taxa to ws-taxa-aplic
                           move tap-taxa-antecipado
                               to ws-taxa-antecipado
                       end-if
               end-read
           end-perform

           close taxa-aplic-file.

      *    aliquota de imposto de renda em vigor hoje, pelo mesmo
      /    criterio de vigencia das taxas
       carrega-aliquota-vigente.

           move "N"    to ws-eof
           move spaces to ws-aliquota-vigente
           move zeros  to ws-aliquota-ir

           open input aliquota-ir-file

           if ws-aliquota-nao-existe
               exit paragraph
           end-if

           if not ws-aliquota-ok
               display "ERRO ao abrir aliquota_ir.dat - file status "
                       ws-aliquota-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aliquota-ir-file
                   at end move "S" to ws-eof
                   not at end
                       if air-data-vigencia not > ws-hoje and
                          air-data-vigencia not < ws-aliquota-vigente
                           move air-data-vigencia
                               to ws-aliquota-vigente
                           move air-aliquota to ws-aliquota-ir
                       end-if
               end-read
           end-perform

           close aliquota-ir-file.

      *    ficha dos juros pagos para o informe anual de rendimentos
       grava-retencao.

           open extend retencoes-file

           if ws-retencao-nao-existe
               open output retencoes-file
           end-if

           if not ws-retencao-ok
               display "ERRO ao gravar retencoes_ir.dat - file "
                       "status " ws-retencao-status
               exit paragraph
           end-if

           move ws-conta-id    to ret-conta-id
           move ws-hoje        to ret-data
           move "P"            to ret-origem
           move ws-numero-apl  to ret-aplicacao
           move ws-vlr-juros   to ret-bruto
           move ws-aliquota-ir to ret-aliquota
           move ws-vlr-ir      to ret-valor-ir

           write retencao-ir-reg

           if not ws-retencao-ok
               display "ERRO ao gravar retencoes_ir.dat - file "
                       "status " ws-retencao-status
           end-if

           close retencoes-file.

       listar-taxas.

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input taxa-aplic-file

           if ws-taxa-nao-existe
               display "Nao ha taxa_aplicacao.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-taxa-ok
               display "ERRO ao abrir taxa_aplicacao.dat - file "
                       "status " ws-taxa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read taxa-aplic-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-listados
                       display "vigencia: "   tap-data-vigencia
                               " taxa mensal: " tap-taxa
                               " antecipado: "  tap-taxa-antecipado
               end-read
           end-perform

           close taxa-aplic-file

           display "Total de taxas: " ws-total-listados.

      *    as taxas nao vao direto para taxa_aplicacao.dat: ficam
      /    pendentes ate outro supervisor aprovar em aprovaalt
       carregar-taxa.

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
               display "Taxa mensal da aplicacao (4 digitos "
                       "decimais - ex.: 0090 = 0,9%): "
               accept ws-taxa-x

               if ws-taxa-x is numeric
                   compute ws-taxa-aplic =
                           function numval (ws-taxa-x) / 10000
                   move "S" to ws-entrada-ok
               else
                   display "Taxa invalida. Informe somente numeros."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Taxa mensal no resgate antecipado (4 digitos "
                       "decimais, menor que a taxa da aplicacao): "
               accept ws-taxa-ant-x

               if ws-taxa-ant-x is numeric
                   compute ws-taxa-antecipado =
                           function numval (ws-taxa-ant-x) / 10000
                   if ws-taxa-antecipado > ws-taxa-aplic
                       display "A taxa do resgate antecipado nao "
                               "pode passar da taxa da aplicacao."
                   else
                       move "S" to ws-entrada-ok
                   end-if
               else
                   display "Taxa invalida. Informe somente numeros."
               end-if
           end-perform

      *    imagem antes: as taxas em vigor na data proposta
           move spaces to ws-alt-antes
           move spaces to ws-vig-anterior
           move "N"    to ws-eof

           open input taxa-aplic-file

           if ws-taxa-ok
               perform until ws-eof = "S"
                   read taxa-aplic-file
                       at end move "S" to ws-eof
                       not at end
                           if tap-data-vigencia <= ws-data-vigencia-x
                              and tap-data-vigencia >= ws-vig-anterior
                               move tap-data-vigencia
                                   to ws-vig-anterior
                               move taxa-aplic-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close taxa-aplic-file
           else
               if not ws-taxa-nao-existe
                   display "ERRO ao abrir taxa_aplicacao.dat - file "
                           "status " ws-taxa-status
                   exit paragraph
               end-if
           end-if

           move ws-data-vigencia-x  to ws-nova-vigencia
           move ws-taxa-aplic       to ws-nova-taxa
           move ws-taxa-antecipado  to ws-nova-taxa-antecip

           move "TAP"              to ws-alt-tipo
           move ws-data-vigencia-x to ws-alt-chave
           move ws-taxa-aplic-nova to ws-alt-depois

           perform grava-pendente.

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
           move "APLICACOES"           to alp-programa
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

       carrega-feriados.

           move "N" to ws-eof-feriado

           open input feriados-file

           if ws-feriados-nao-existe
               exit paragraph
           end-if

           if not ws-feriados-ok
               display "ERRO ao abrir feriados.dat - file status "
                       ws-feriados-status
               exit paragraph
           end-if

           perform until ws-eof-feriado = "S"
               read feriados-file
                   at end move "S" to ws-eof-feriado
                   not at end
                       if ws-total-feriados < ws-max-feriados
                           add 1 to ws-total-feriados
                           move fer-data to
                               ws-fer-data (ws-total-feriados)
                       else
                           display "AVISO: feriados.dat tem mais de "
                                   ws-max-feriados
                                   " registros - excedente ignorado."
                       end-if
               end-read
           end-perform

           close feriados-file.

      *    avanca ws-data-util-int ate o primeiro dia util (nem
      /    sabado, nem domingo, nem feriado) e deixa a data AAAAMMDD
      /    correspondente em ws-data-util-x - integer-of-date conta
      /    a partir de 01/01/1601, uma segunda-feira, entao
      /    mod 7 = 6 e' sabado e mod 7 = 0 e' domingo
       proximo-dia-util.

           move "N" to ws-dia-util-flag

           perform until ws-eh-dia-util
               compute ws-dia-semana =
                       function mod (ws-data-util-int 7)
               compute ws-data-util =
                       function date-of-integer (ws-data-util-int)

               perform busca-feriado

               if ws-dia-semana = 6 or ws-dia-semana = 0 or
                  ws-eh-feriado
                   add 1 to ws-data-util-int
               else
                   move "S" to ws-dia-util-flag
               end-if
           end-perform.

       busca-feriado.

           move "N" to ws-feriado-achou-flag

           perform varying ws-idx-fer from 1 by 1
                   until ws-idx-fer > ws-total-feriados
               if ws-fer-data (ws-idx-fer) = ws-data-util-x
                   move "S" to ws-feriado-achou-flag
               end-if
           end-perform.

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

      *    saida de dinheiro da conta do cliente para a conta zeros
      /    (abertura): saque no cliente e deposito na casa, com os
      /    saldos resultantes se compensando para o replay
       grava-log-saida.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           move "2"                 to trans-opcao
           compute trans-saldo-result =
                   ws-saldo-total - ws-vlr-lancamento
           move ws-conta-id         to trans-conta-id
           perform grava-perna

           move "1"                 to trans-opcao
           move ws-saldo-total      to trans-saldo-result
           move zeros               to trans-conta-id
           perform grava-perna

           close transacoes-file.

      *    entrada de dinheiro na conta do cliente vinda da conta
      /    zeros (resgate e juros): deposito no cliente e saque na
      /    casa
       grava-log-entrada.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           move "1"                 to trans-opcao
           compute trans-saldo-result =
                   ws-saldo-total + ws-vlr-lancamento
           move ws-conta-id         to trans-conta-id
           perform grava-perna

           move "2"                 to trans-opcao
           move ws-saldo-total      to trans-saldo-result
           move zeros               to trans-conta-id
           perform grava-perna

           close transacoes-file.

       grava-perna.

           move ws-vlr-lancamento   to trans-valor
           move ws-data-trasacao    to trans-data
           move "BRL"               to trans-moeda
           move ws-vlr-lancamento   to trans-valor-original
           move ws-marca-lancamento to trans-estorno
           move ws-data-trasacao    to trans-estorno-ref
           move ws-agencia-conta    to trans-agencia

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           perform grava-movimento.

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

       end program aplicacoes.
