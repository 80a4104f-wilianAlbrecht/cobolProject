      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: lembrete de vencimento por SMS - todo dia, depois
      * do fechamento, grava em lembretes_envio.txt (arquivo do
      * provedor de SMS/e-mail) as parcelas abertas de parcelas.dat
      * que vencem nos proximos N dias uteis (parm de 2 digitos,
      * padrao 03, contados pelo calendario de feriados.dat como em
      * negativa.cbl), com o telefone do devedor em devedores.dat, o
      * valor em aberto e o vencimento. fica de fora o devedor que
      * pediu para nao receber (lembretes_optout.dat, registrado em
      * contatos.cbl), o sem telefone, o de divida habilitada no
      * espolio, o que esta com assessoria de cobranca (encaminhamento
      * ativo em encaminhamentos.dat) e a parcela ja lembrada para o
      * mesmo vencimento - falha de entrega informada pelo provedor
      * libera o reenvio.
      * cada lembrete entra em lembretes.dat com numero de controle;
      * o retorno de entrega e' lido por retlembretes.cbl e
      * rellembretes.cbl mede o pagamento em dia das parcelas
      * lembradas. controle de reexecucao diaria em
      * controle_batch.dat - a segunda rodada do dia regravaria o
      * arquivo do provedor ainda nao transmitido
      ******************************************************************

       identification division.
       program-id. lembretes.
       environment division.
       input-output section.
       file-control.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select optout-file assign to './files/lembretes_optout.dat'
       organization is sequential
       file status is ws-optout-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       select lembretes-file assign to './files/lembretes.dat'
       organization is sequential
       file status is ws-lembrete-status.

       select envio-file assign to './files/lembretes_envio.txt'
       organization is line sequential
       file status is ws-envio-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-lembretes assign to './files/relatorio_lembretes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd devedores.
       copy "devedor.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd optout-file.
       copy "optout.cpy".

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       fd lembretes-file.
       copy "lembrete.cpy".

       fd envio-file.
       01 envio-reg            pic x(80).

       fd feriados-file.
       copy "feriado.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-lembretes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-optout-status     pic x(2) value spaces.
           88 ws-optout-ok             value "00".
           88 ws-optout-nao-existe     value "35".
       77 ws-encaminhamento-status pic x(2) value spaces.
           88 ws-encaminhamento-ok     value "00".
           88 ws-encaminhamento-nao-existe value "35".
       77 ws-lembrete-status   pic x(2) value spaces.
           88 ws-lembrete-ok           value "00".
           88 ws-lembrete-nao-existe   value "35".
       77 ws-envio-status      pic x(2) value spaces.
           88 ws-envio-ok              value "00".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    janela do lembrete em dias uteis - parm de 2 digitos no
      /    passo do lote, padrao 03; a data limite e' o N-esimo dia
      /    util depois de hoje
       77 ws-parm-dias         pic x(2) value spaces.
       77 ws-dias-janela       pic 9(2) value 3.
       77 ws-data-limite       pic x(8) value spaces.

      *    devedores de devedores.dat com o telefone, a marca de
      /    espolio, o ultimo pedido de opt-out e o encaminhamento
      /    ativo a assessoria de cobranca
       77 ws-max-devedores     pic 9(3) value 100.
       77 ws-qtd-devedores     pic 9(3) value zeros.
       77 ws-idx-dvd           pic 9(3) value zeros.
       77 ws-pos-dvd           pic 9(3) value zeros.
       01 ws-dvd-tab.
           03 ws-dvd-item occurs 100 times.
               05 ws-dvd-id        pic 9(5).
               05 ws-dvd-nome      pic x(15).
               05 ws-dvd-telefone  pic x(9).
               05 ws-dvd-espolio   pic x(1).
               05 ws-dvd-optout    pic x(1).
               05 ws-dvd-assessoria pic x(1).
       77 ws-dvd-achou-flag    pic x value "N".
           88 ws-dvd-achou         value "S".
       77 ws-busca-id          pic 9(5) value zeros.

      *    lembretes ja enviados (E) ou entregues (R) de parcelas que
      /    ainda nao venceram - seguram o reenvio da mesma parcela
       77 ws-max-lembretes     pic 9(3) value 500.
       77 ws-qtd-lembretes     pic 9(3) value zeros.
       77 ws-idx-lmb           pic 9(3) value zeros.
       01 ws-lmb-tab.
           03 ws-lmb-item occurs 500 times.
               05 ws-lmb-dev-id    pic 9(5).
               05 ws-lmb-parcela   pic 9(3).
               05 ws-lmb-venc      pic x(8).
       77 ws-lmb-achou-flag    pic x value "N".
           88 ws-lmb-achou         value "S".
       77 ws-prox-controle     pic 9(7) value 1.

       77 ws-vlr-residual      pic 9(5)v99 value zeros.

      *    calendario de dias uteis (feriados.dat), como em
      /    negativa.cbl
       77 ws-feriados-status   pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
       77 ws-eof-feriado       pic x value "N".
       77 ws-max-feriados      pic 9(3) value 50.
       77 ws-total-feriados    pic 9(3) value zeros.
       01 ws-fer-tab.
           03 ws-fer-data occurs 50 times indexed by ws-idx-fer
                                       pic x(8).
       77 ws-data-util-int     pic 9(7) value zeros.
       01 ws-data-util         pic 9(8) value zeros.
       01 ws-data-util-x redefines ws-data-util pic x(8).
       77 ws-dia-semana        pic 9(1) value zeros.
       77 ws-dia-util-flag     pic x value "N".
           88 ws-eh-dia-util         value "S".
       77 ws-feriado-achou-flag pic x value "N".
           88 ws-eh-feriado          value "S".

       77 ws-total-enviados    pic 9(5) value zeros.
       77 ws-total-vlr-enviado pic 9(10)v99 value zeros.
       77 ws-total-ja-lembradas pic 9(5) value zeros.
       77 ws-total-optout      pic 9(5) value zeros.
       77 ws-total-sem-fone    pic 9(5) value zeros.
       77 ws-total-espolio     pic 9(5) value zeros.
       77 ws-total-assessoria  pic 9(5) value zeros.

      *    registros do arquivo do provedor: detalhe e trailer com a
      /    quantidade e o valor total, como os arquivos do biro
       01 ws-reg-lembrete.
           05 filler          pic x(1) value "L".
           05 ws-env-controle pic 9(7).
           05 ws-env-dev-id   pic 9(5).
           05 ws-env-nome     pic x(15).
           05 ws-env-telefone pic x(9).
           05 ws-env-parcela  pic 9(3).
           05 ws-env-venc     pic x(8).
           05 ws-env-valor    pic 9(5)v99.

       01 ws-reg-trailer.
           05 filler          pic x(1) value "T".
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-valor    pic 9(10)v99.

       01 ws-cab-1.
           05 filler          pic x(36) value
              "LEMBRETES DE VENCIMENTO - DIA ".
           05 ws-cab-data     pic x(10).
           05 filler          pic x(15) value "  VENCIMENTOS ".
           05 filler          pic x(4)  value "ATE ".
           05 ws-cab-limite   pic x(10).

       01 ws-cab-2.
           05 filler          pic x(9)  value "CONTROLE".
           05 filler          pic x(8)  value "DEVEDOR".
           05 filler          pic x(17) value "NOME".
           05 filler          pic x(6)  value "PARC".
           05 filler          pic x(12) value "VENCIMENTO".
           05 filler          pic x(12) value "VALOR".
           05 filler          pic x(20) value "SITUACAO".

       01 ws-det-linha.
           05 ws-det-controle pic x(7).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dev      pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-nome     pic x(15).
           05 filler          pic x(2)  value spaces.
           05 ws-det-parcela  pic zz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-venc     pic x(8).
           05 filler          pic x(4)  value spaces.
           05 ws-det-valor    pic zzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-det-situacao pic x(20).

       01 ws-total-linha-1.
           05 filler          pic x(34) value
              "LEMBRETES ENVIADOS: ".
           05 ws-tot-enviados pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-env  pic zzzzzzzzz9.99.

       01 ws-total-linha-2.
           05 filler          pic x(34) value
              "JA LEMBRADAS (SEM REENVIO): ".
           05 ws-tot-ja-lembradas pic zzzz9.

       01 ws-total-linha-3.
           05 filler          pic x(34) value
              "DEVEDOR FORA DOS LEMBRETES: ".
           05 ws-tot-optout   pic zzzz9.

       01 ws-total-linha-4.
           05 filler          pic x(34) value
              "DEVEDOR SEM TELEFONE: ".
           05 ws-tot-sem-fone pic zzzz9.

       01 ws-total-linha-5.
           05 filler          pic x(34) value
              "DIVIDA HABILITADA NO ESPOLIO: ".
           05 ws-tot-espolio  pic zzzz9.

       01 ws-total-linha-6.
           05 filler          pic x(34) value
              "DEVEDOR COM ASSESSORIA: ".
           05 ws-tot-assessoria pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           accept ws-parm-dias from command-line

           if ws-parm-dias not = spaces and
              ws-parm-dias is numeric
               move function numval (ws-parm-dias) to ws-dias-janela
           end-if

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "LEMBRETES ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-feriados

           perform calcula-data-limite

           perform carrega-devedores

           perform carrega-optout

           perform carrega-encaminhamentos

           perform carrega-lembretes

           open output rel-lembretes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_lembretes.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           open output envio-file

           if not ws-envio-ok
               display "ERRO ao abrir lembretes_envio.txt - file "
                       "status " ws-envio-status
               close rel-lembretes
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)
           move ws-data-limite (7:2) to ws-cab-limite (1:2)
           move "/"                  to ws-cab-limite (3:1)
           move ws-data-limite (5:2) to ws-cab-limite (4:2)
           move "/"                  to ws-cab-limite (6:1)
           move ws-data-limite (1:4) to ws-cab-limite (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           perform processa-parcelas

           move ws-total-enviados    to ws-trl-qtd
           move ws-total-vlr-enviado to ws-trl-valor
           move ws-reg-trailer       to envio-reg
           write envio-reg

           close envio-file

           move spaces to rel-linha
           write rel-linha
           move ws-total-enviados     to ws-tot-enviados
           move ws-total-vlr-enviado  to ws-tot-vlr-env
           move ws-total-linha-1      to rel-linha
           write rel-linha
           move ws-total-ja-lembradas to ws-tot-ja-lembradas
           move ws-total-linha-2      to rel-linha
           write rel-linha
           move ws-total-optout       to ws-tot-optout
           move ws-total-linha-3      to rel-linha
           write rel-linha
           move ws-total-sem-fone     to ws-tot-sem-fone
           move ws-total-linha-4      to rel-linha
           write rel-linha
           move ws-total-espolio      to ws-tot-espolio
           move ws-total-linha-5      to rel-linha
           write rel-linha
           move ws-total-assessoria   to ws-tot-assessoria
           move ws-total-linha-6      to rel-linha
           write rel-linha

           close rel-lembretes

           perform grava-controle-fim

           display "Lembretes de vencimento: " ws-total-enviados
                   " enviado(s) ate " ws-data-limite ", "
                   ws-total-optout " fora por pedido, "
                   ws-total-sem-fone " sem telefone."

           goback.

      *    data limite da janela: avanca de hoje N dias uteis
       calcula-data-limite.

           move ws-hoje-int to ws-data-util-int
           move ws-hoje     to ws-data-limite

           perform ws-dias-janela times
               add 1 to ws-data-util-int
               perform proximo-dia-util
               move ws-data-util-x to ws-data-limite
           end-perform.

       carrega-devedores.

           move "N" to ws-eof

           open input devedores

           if ws-devedor-nao-existe
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-devedores < ws-max-devedores
                           perform inclui-devedor
                       else
                           display "AVISO: devedores.dat tem mais de "
                                   ws-max-devedores
                                   " registros - excedente ignorado."
                       end-if
               end-read
           end-perform

           close devedores.

       inclui-devedor.

           add 1 to ws-qtd-devedores
           move ws-qtd-devedores to ws-pos-dvd

           move dev-id            to ws-dvd-id (ws-pos-dvd)
           move dev-primeiro-nome to ws-dvd-nome (ws-pos-dvd)
           move dev-telefone      to ws-dvd-telefone (ws-pos-dvd)
           move "N"               to ws-dvd-espolio (ws-pos-dvd)
           if dev-divida-espolio
               move "S" to ws-dvd-espolio (ws-pos-dvd)
           end-if
           move "N"               to ws-dvd-optout (ws-pos-dvd)
           move "N"               to ws-dvd-assessoria (ws-pos-dvd).

      *    localiza o devedor de ws-busca-id na tabela - ws-pos-dvd
      /    fica zerado quando ele nao esta em devedores.dat
       busca-devedor.

           move "N"   to ws-dvd-achou-flag
           move zeros to ws-pos-dvd

           perform varying ws-idx-dvd from 1 by 1
                   until ws-idx-dvd > ws-qtd-devedores or ws-dvd-achou
               if ws-dvd-id (ws-idx-dvd) = ws-busca-id
                   move "S" to ws-dvd-achou-flag
                   move ws-idx-dvd to ws-pos-dvd
               end-if
           end-perform.

      *    o arquivo de opt-out so cresce - vale o ultimo pedido de
      /    cada devedor
       carrega-optout.

           move "N" to ws-eof

           open input optout-file

           if ws-optout-nao-existe
               exit paragraph
           end-if

           if not ws-optout-ok
               display "ERRO ao abrir lembretes_optout.dat - file "
                       "status " ws-optout-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read optout-file
                   at end move "S" to ws-eof
                   not at end
                       move opt-dev-id to ws-busca-id
                       perform busca-devedor
                       if ws-pos-dvd > zeros
                           if opt-saiu
                               move "S" to ws-dvd-optout (ws-pos-dvd)
                           else
                               move "N" to ws-dvd-optout (ws-pos-dvd)
                           end-if
                       end-if
               end-read
           end-perform

           close optout-file.

      *    devedor com a cobranca entregue a assessoria nao recebe
      /    lembrete nosso
       carrega-encaminhamentos.

           move "N" to ws-eof

           open input encaminhamentos

           if ws-encaminhamento-nao-existe
               exit paragraph
           end-if

           if not ws-encaminhamento-ok
               display "ERRO ao abrir encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read encaminhamentos
                   at end move "S" to ws-eof
                   not at end
                       if enc-ativo
                           move enc-dev-id to ws-busca-id
                           perform busca-devedor
                           if ws-pos-dvd > zeros
                               move "S" to
                                   ws-dvd-assessoria (ws-pos-dvd)
                           end-if
                       end-if
               end-read
           end-perform

           close encaminhamentos.

      *    proximo numero de controle e lembretes ainda validos (nao
      /    falhos, parcela ainda por vencer)
       carrega-lembretes.

           move "N" to ws-eof

           open input lembretes-file

           if ws-lembrete-nao-existe
               exit paragraph
           end-if

           if not ws-lembrete-ok
               display "ERRO ao abrir lembretes.dat - file status "
                       ws-lembrete-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read lembretes-file
                   at end move "S" to ws-eof
                   not at end
                       if lem-controle >= ws-prox-controle
                           compute ws-prox-controle =
                                   lem-controle + 1
                       end-if
                       if not lem-falhou and
                          lem-vencimento > ws-hoje
                           perform inclui-lembrete
                       end-if
               end-read
           end-perform

           close lembretes-file.

       inclui-lembrete.

           if ws-qtd-lembretes not < ws-max-lembretes
               display "AVISO: lembretes.dat tem mais de "
                       ws-max-lembretes
                       " lembretes a vencer - excedente ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-lembretes
           move lem-dev-id     to ws-lmb-dev-id (ws-qtd-lembretes)
           move lem-parcela    to ws-lmb-parcela (ws-qtd-lembretes)
           move lem-vencimento to ws-lmb-venc (ws-qtd-lembretes).

       busca-lembrete.

           move "N" to ws-lmb-achou-flag

           perform varying ws-idx-lmb from 1 by 1
                   until ws-idx-lmb > ws-qtd-lembretes or ws-lmb-achou
               if ws-lmb-dev-id (ws-idx-lmb) = par-dev-id and
                  ws-lmb-parcela (ws-idx-lmb) = par-numero and
                  ws-lmb-venc (ws-idx-lmb) = par-vencimento
                   move "S" to ws-lmb-achou-flag
               end-if
           end-perform.

      *    parcelas abertas que vencem depois de hoje e ate a data
      /    limite da janela
       processa-parcelas.

           move "N" to ws-eof

           open input parcelas

           if ws-parcela-nao-existe
               exit paragraph
           end-if

           if not ws-parcela-ok
               display "ERRO ao abrir parcelas.dat - file status "
                       ws-parcela-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read parcelas
                   at end move "S" to ws-eof
                   not at end
                       if par-aberta and
                          par-vencimento > ws-hoje and
                          par-vencimento not > ws-data-limite
                           perform avalia-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

       avalia-parcela.

           move par-dev-id to ws-busca-id
           perform busca-devedor

           if ws-pos-dvd = zeros
               exit paragraph
           end-if

           compute ws-vlr-residual = par-valor - par-valor-pago

           if ws-vlr-residual = zeros
               exit paragraph
           end-if

           perform busca-lembrete

      *    divida do falecido e' cobrada do espolio; pedido de
      /    opt-out e telefone em branco saem no relatorio para o
      /    back office conferir
           evaluate true
               when ws-dvd-espolio (ws-pos-dvd) = "S"
                   add 1 to ws-total-espolio
               when ws-dvd-assessoria (ws-pos-dvd) = "S"
                   add 1 to ws-total-assessoria
               when ws-lmb-achou
                   add 1 to ws-total-ja-lembradas
               when ws-dvd-optout (ws-pos-dvd) = "S"
                   add 1 to ws-total-optout
                   move "PEDIU PARA NAO RECEBER" to ws-det-situacao
                   perform imprime-parcela
               when ws-dvd-telefone (ws-pos-dvd) = spaces
                   add 1 to ws-total-sem-fone
                   move "SEM TELEFONE" to ws-det-situacao
                   perform imprime-parcela
               when other
                   perform envia-lembrete
           end-evaluate.

       envia-lembrete.

           move ws-prox-controle            to ws-env-controle
           move par-dev-id                  to ws-env-dev-id
           move ws-dvd-nome (ws-pos-dvd)    to ws-env-nome
           move ws-dvd-telefone (ws-pos-dvd) to ws-env-telefone
           move par-numero                  to ws-env-parcela
           move par-vencimento              to ws-env-venc
           move ws-vlr-residual             to ws-env-valor

           move ws-reg-lembrete to envio-reg
           write envio-reg

           perform grava-lembrete

           add 1 to ws-total-enviados
           add ws-vlr-residual to ws-total-vlr-enviado

           move "ENVIADO" to ws-det-situacao
           perform imprime-parcela

           add 1 to ws-prox-controle.

       imprime-parcela.

           if ws-det-situacao = "ENVIADO"
               move ws-prox-controle to ws-det-controle
           else
               move spaces to ws-det-controle
           end-if

           move par-dev-id               to ws-det-dev
           move ws-dvd-nome (ws-pos-dvd) to ws-det-nome
           move par-numero               to ws-det-parcela
           move par-vencimento           to ws-det-venc
           move ws-vlr-residual          to ws-det-valor
           move ws-det-linha to rel-linha
           write rel-linha.

       grava-lembrete.

           open extend lembretes-file

           if ws-lembrete-nao-existe
               open output lembretes-file
           end-if

           if not ws-lembrete-ok
               display "ERRO ao abrir lembretes.dat - file status "
                       ws-lembrete-status
               display "O controle do lembrete nao foi gravado."
               exit paragraph
           end-if

           move ws-prox-controle             to lem-controle
           move par-dev-id                   to lem-dev-id
           move par-numero                   to lem-parcela
           move par-vencimento               to lem-vencimento
           move ws-vlr-residual              to lem-valor
           move ws-dvd-telefone (ws-pos-dvd) to lem-telefone
           move ws-hoje                      to lem-data-envio
           move "E"                          to lem-status
           move spaces to lem-data-retorno lem-cod-retorno

           write lembrete-reg

           if not ws-lembrete-ok
               display "ERRO ao gravar lembretes.dat - file status "
                       ws-lembrete-status
           end-if

           close lembretes-file.

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
                       if ctb-programa = "LEMBRETES" and
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

           move "F"               to ws-ctb-tipo-grava
           move ws-total-enviados to ws-ctb-registros-grava
           move "OK"              to ws-ctb-resultado-grava
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

           move "LEMBRETES"             to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program lembretes.
