      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: resgate noturno das aplicacoes a prazo vencidas -
      * varre aplicacoes.dat e, para cada aplicacao ativa com
      * vencimento ate hoje, calcula os juros simples pela taxa
      * contratada (principal x taxa x dias / 30, do inicio ao
      * vencimento), credita principal e juros na conta do cliente
      * e marca a aplicacao como resgatada. cada resgate sai em
      * transacoes.log em pernas marcadas com R (principal) e P
      * (juros): deposito na conta do cliente e saque na conta
      * zeros, com efeito nulo no saldo da casa. o imposto de renda
      * na fonte sobre os juros (aliquota vigente em aliquota_ir.dat)
      * e' retido no credito, em pernas marcadas com I, e o credito
      * entra em retencoes_ir.dat para o informe anual de
      * rendimentos. roda uma vez por
      * dia, antes dos agendamentos, para o dinheiro resgatado ja
      * estar disponivel, com controle de reexecucao em
      * controle_batch.dat
      ******************************************************************

       identification division.
       program-id. resgateapl.
       environment division.
       input-output section.
       file-control.

       select aplicacoes-file assign to './files/aplicacoes.dat'
       organization is sequential
       file status is ws-aplicacao-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select aliquota-ir-file assign to './files/aliquota_ir.dat'
       organization is sequential
       file status is ws-aliquota-status.

       select retencoes-file assign to './files/retencoes_ir.dat'
       organization is sequential
       file status is ws-retencao-status.

       select saldo-file assign to './files/saldo.dat'
       organization is sequential
       file status is ws-saldo-status.

       select transacoes-file assign to './files/transacoes.log'
       organization is sequential
       file status is ws-transacao-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select rel-resgates assign to
              './files/relatorio_resgates_aplicacao.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd aplicacoes-file.
       copy "aplicacao.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd aliquota-ir-file.
       copy "aliquotair.cpy".

       fd retencoes-file.
       copy "retencaoir.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd rel-resgates.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-aplicacao-status  pic x(2) value spaces.
           88 ws-aplicacao-ok          value "00".
           88 ws-aplicacao-nao-existe  value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
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

      *    juros simples pro rata dia do inicio ao vencimento
       77 ws-dias-mes-base     pic 9(2) value 30.
       77 ws-dias              pic 9(5) value zeros.
       77 ws-data-inicio-int   pic 9(7) value zeros.
       77 ws-data-venc-int     pic 9(7) value zeros.
       77 ws-vlr-juros         pic 9(5)v99 value zeros.
       77 ws-vlr-resgate       pic 9(6)v99 value zeros.

      *    imposto de renda na fonte sobre os juros - sem aliquota
      /    vigente em aliquota_ir.dat nada e' retido
       77 ws-aliquota-status   pic x(2) value spaces.
           88 ws-aliquota-ok           value "00".
           88 ws-aliquota-nao-existe   value "35".
       77 ws-retencao-status   pic x(2) value spaces.
           88 ws-retencao-ok           value "00".
           88 ws-retencao-nao-existe   value "35".
       77 ws-aliquota-vigente  pic x(8) value spaces.
       77 ws-aliquota-ir       pic v9(4) value zeros.
       77 ws-vlr-ir            pic 9(5)v99 value zeros.

      *    lancamento em transacoes.log: valor e marca da perna
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

       77 ws-total-lidas       pic 9(5) value zeros.
       77 ws-total-resgatadas  pic 9(5) value zeros.
       77 ws-total-principal   pic 9(9)v99 value zeros.
       77 ws-total-juros       pic 9(9)v99 value zeros.
       77 ws-total-ir          pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "RESGATE DE APLICACOES VENCIDAS - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(10) value "APLICACAO".
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(10) value "INICIO".
           05 filler          pic x(10) value "VENCTO".
           05 filler          pic x(7)  value "DIAS".
           05 filler          pic x(12) value "PRINCIPAL".
           05 filler          pic x(8)  value "TAXA".
           05 filler          pic x(11) value "JUROS".
           05 filler          pic x(11) value "IR".
           05 filler          pic x(12) value "CREDITADO".

       01 ws-det-linha.
           05 ws-det-numero   pic 9(7).
           05 filler          pic x(3)  value spaces.
           05 ws-det-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-inicio   pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-det-venc     pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dias     pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-det-principal pic zzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-det-taxa     pic .9999.
           05 filler          pic x(3)  value spaces.
           05 ws-det-juros    pic zzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-ir       pic zzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-resgate  pic zzzzz9.99.

       01 ws-total-linha-1.
           05 filler          pic x(24) value
              "APLICACOES LIDAS: ".
           05 ws-tot-lidas    pic zzzz9.
           05 filler          pic x(16) value "  RESGATADAS: ".
           05 ws-tot-resgatadas pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(24) value
              "PRINCIPAL DEVOLVIDO: ".
           05 ws-tot-principal pic zzzzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(24) value
              "JUROS PAGOS: ".
           05 ws-tot-juros    pic zzzzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(24) value
              "IR RETIDO: ".
           05 ws-tot-ir       pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "RESGATEAPL ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform carrega-aliquota-vigente

           perform grava-controle-inicio

           perform le-saldo-atual

           perform monta-data-transacao

           open output rel-resgates

           if not ws-rel-ok
               display "ERRO ao abrir "
                       "relatorio_resgates_aplicacao.txt - file "
                       "status " ws-rel-status
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           perform resgata-aplicacoes

           move spaces to rel-linha
           write rel-linha
           move ws-total-lidas      to ws-tot-lidas
           move ws-total-resgatadas to ws-tot-resgatadas
           move ws-total-linha-1    to rel-linha
           write rel-linha
           move ws-total-principal  to ws-tot-principal
           move ws-total-linha-2    to rel-linha
           write rel-linha
           move ws-total-juros      to ws-tot-juros
           move ws-total-linha-3    to rel-linha
           write rel-linha
           move ws-total-ir         to ws-tot-ir
           move ws-total-linha-4    to rel-linha
           write rel-linha

           close rel-resgates

           perform grava-controle-fim

           display "Aplicacoes resgatadas no vencimento: "
                   ws-total-resgatadas " - juros pagos "
                   ws-total-juros " - IR retido " ws-total-ir "."

           goback.

       le-saldo-atual.

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

      *    aliquota de imposto de renda em vigor hoje: vale a
      /    vigencia mais recente ate a data, e o ultimo registro
      /    gravado em caso de empate
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

       resgata-aplicacoes.

           move "N" to ws-eof

           open i-o aplicacoes-file

           if ws-aplicacao-nao-existe
               display "Nao ha aplicacoes.dat - nada a resgatar."
               exit paragraph
           end-if

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               close aplicacoes-file
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-lidas
                       if apl-ativa and
                          apl-data-vencimento not > ws-hoje
                           perform resgata-aplicacao
                       end-if
               end-read
           end-perform

           close contas-file
           close aplicacoes-file.

      *    a conta e' creditada antes da baixa da aplicacao - se o
      /    credito falhar a aplicacao continua ativa e volta no
      /    proximo lote
       resgata-aplicacao.

           compute ws-data-inicio-int =
                   function integer-of-date
                       (function numval (apl-data-inicio))
           compute ws-data-venc-int =
                   function integer-of-date
                       (function numval (apl-data-vencimento))

           if ws-data-venc-int > ws-data-inicio-int
               compute ws-dias = ws-data-venc-int - ws-data-inicio-int
           else
               move zeros to ws-dias
           end-if

           compute ws-vlr-juros rounded =
                   apl-principal * apl-taxa * ws-dias
                   / ws-dias-mes-base

           compute ws-vlr-ir rounded = ws-vlr-juros * ws-aliquota-ir

           compute ws-vlr-resgate =
                   apl-principal + ws-vlr-juros - ws-vlr-ir

           move apl-conta-id to conta-id

           read contas-file
               invalid key
                   display "AVISO: conta " apl-conta-id
                           " da aplicacao " apl-numero
                           " nao existe em contas.dat."
                   exit paragraph
           end-read

           add ws-vlr-resgate to conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao creditar a conta " conta-id
                       " - file status " ws-conta-status
               exit paragraph
           end-if

           move "R"            to apl-status
           move ws-hoje        to apl-data-resgate
           move ws-vlr-juros   to apl-valor-juros
           move ws-vlr-resgate to apl-valor-resgate
           move ws-vlr-ir      to apl-valor-ir

           rewrite aplicacao-reg

           if not ws-aplicacao-ok
               display "ERRO ao baixar a aplicacao " apl-numero
                       " - file status " ws-aplicacao-status
           end-if

           move apl-principal to ws-vlr-lancamento
           move "R"           to ws-marca-lancamento
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

           add 1             to ws-total-resgatadas
           add apl-principal to ws-total-principal
           add ws-vlr-juros  to ws-total-juros
           add ws-vlr-ir     to ws-total-ir

           move apl-numero          to ws-det-numero
           move apl-conta-id        to ws-det-conta
           move apl-data-inicio     to ws-det-inicio
           move apl-data-vencimento to ws-det-venc
           move ws-dias             to ws-det-dias
           move apl-principal       to ws-det-principal
           move apl-taxa            to ws-det-taxa
           move ws-vlr-juros        to ws-det-juros
           move ws-vlr-ir           to ws-det-ir
           move ws-vlr-resgate      to ws-det-resgate
           move ws-det-linha        to rel-linha
           write rel-linha.

      *    duas pernas: deposito na conta do cliente e saque na conta
      /    zeros - os saldos resultantes se compensam para o replay
      /    da casa fechar em zero
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
           move conta-id            to trans-conta-id
           perform grava-perna

           move "2"                 to trans-opcao
           move ws-saldo-total      to trans-saldo-result
           move zeros               to trans-conta-id
           perform grava-perna

           close transacoes-file.

      *    duas pernas: saque na conta do cliente e deposito na
      /    conta zeros (imposto retido a recolher)
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
           move conta-id            to trans-conta-id
           perform grava-perna

           move "1"                 to trans-opcao
           move ws-saldo-total      to trans-saldo-result
           move zeros               to trans-conta-id
           perform grava-perna

           close transacoes-file.

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

           move apl-conta-id   to ret-conta-id
           move ws-hoje        to ret-data
           move "P"            to ret-origem
           move apl-numero     to ret-aplicacao
           move ws-vlr-juros   to ret-bruto
           move ws-aliquota-ir to ret-aliquota
           move ws-vlr-ir      to ret-valor-ir

           write retencao-ir-reg

           if not ws-retencao-ok
               display "ERRO ao gravar retencoes_ir.dat - file "
                       "status " ws-retencao-status
           end-if

           close retencoes-file.

       grava-perna.

           move ws-vlr-lancamento   to trans-valor
           move ws-data-trasacao    to trans-data
           move "BRL"               to trans-moeda
           move ws-vlr-lancamento   to trans-valor-original
           move ws-marca-lancamento to trans-estorno
           move ws-data-trasacao    to trans-estorno-ref
           move conta-agencia       to trans-agencia

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
                       if ctb-programa = "RESGATEAPL" and
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

           move "F"                 to ws-ctb-tipo-grava
           move ws-total-resgatadas to ws-ctb-registros-grava
           move "OK"                to ws-ctb-resultado-grava
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

           move "RESGATEAPL"            to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program resgateapl.
