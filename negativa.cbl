      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: negativacao de devedores no biro de credito - todo
      * dia, depois do fechamento: (1) confere as anotacoes ativas de
      * negativacoes.dat contra devedores.dat e, quando a divida foi
      * quitada (retorno.cbl, pagamento no caixa, quitacao
      * antecipada) ou renegociada (renegociacoes.dat) depois da
      * inclusao, grava o pedido de exclusao em
      * negativacao_exclusao.txt - o prazo legal e' de cinco dias
      * uteis da quitacao e o relatorio destaca exclusao enviada fora
      * do prazo ou ainda sem confirmacao do biro depois dele; (2)
      * grava em negativacao_inclusao.txt os devedores com parcela
      * aberta ha pelo menos N dias (parm, padrao 60, contados do
      * primeiro dia util apos o vencimento como em atrasos.cbl),
      * sem anotacao ativa e sem promessa de pagamento ainda nao
      * vencida em contatos.dat e sem divida habilitada no espolio
      * (devedor falecido). o retorno do biro e' lido por
      * retnegativa.cbl. controle de reexecucao diaria em
      * controle_batch.dat - a segunda rodada do dia regravaria os
      * arquivos do biro ainda nao transmitidos
      ******************************************************************

       identification division.
       program-id. negativa.
       environment division.
       input-output section.
       file-control.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select pagamentos assign to './files/pagamentos.log'
       organization is sequential
       file status is ws-pagamento-status.

       select renegociacoes assign to './files/renegociacoes.dat'
       organization is sequential
       file status is ws-renegociacao-status.

       select contatos-file assign to './files/contatos.dat'
       organization is sequential
       file status is ws-contato-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select negativacoes assign to './files/negativacoes.dat'
       organization is sequential
       file status is ws-negativacao-status.

       select inclusao-file
              assign to './files/negativacao_inclusao.txt'
       organization is line sequential
       file status is ws-inclusao-status.

       select exclusao-file
              assign to './files/negativacao_exclusao.txt'
       organization is line sequential
       file status is ws-exclusao-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-negativacao
              assign to './files/relatorio_negativacao.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd devedores.
       copy "devedor.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd pagamentos.
       copy "pagamento.cpy".

       fd renegociacoes.
       copy "renegociacao.cpy".

       fd contatos-file.
       copy "contato.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd negativacoes.
       copy "negativacao.cpy".

       fd inclusao-file.
       01 inclusao-reg         pic x(120).

       fd exclusao-file.
       01 exclusao-reg         pic x(120).

       fd feriados-file.
       copy "feriado.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-negativacao.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-renegociacao-status pic x(2) value spaces.
           88 ws-renegociacao-ok       value "00".
           88 ws-renegociacao-nao-existe value "35".
       77 ws-contato-status    pic x(2) value spaces.
           88 ws-contato-ok            value "00".
           88 ws-contato-nao-existe    value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-encontrou  value "23".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-negativacao-status pic x(2) value spaces.
           88 ws-negativacao-ok        value "00".
           88 ws-negativacao-nao-existe value "35".
       77 ws-inclusao-status   pic x(2) value spaces.
           88 ws-inclusao-ok           value "00".
       77 ws-exclusao-status   pic x(2) value spaces.
           88 ws-exclusao-ok           value "00".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".
       77 ws-pessoa-aberto-flag pic x value "N".
           88 ws-pessoa-aberto     value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    atraso minimo em dias para negativar - parm de 3 digitos
      /    no passo do lote, padrao 60
       77 ws-parm-dias         pic x(3) value spaces.
       77 ws-dias-minimo       pic 9(3) value 60.
      *    prazo legal da exclusao depois da quitacao, em dias uteis
       77 ws-prazo-exclusao    pic 9(2) value 5.

      *    situacao de cada devedor montada de devedores.dat,
      /    parcelas.dat, pagamentos.log, renegociacoes.dat e
      /    contatos.dat antes de conferir as anotacoes
       77 ws-max-devedores     pic 9(3) value 100.
       77 ws-qtd-devedores     pic 9(3) value zeros.
       77 ws-idx-dvd           pic 9(3) value zeros.
       77 ws-pos-dvd           pic 9(3) value zeros.
       01 ws-dvd-tab.
           03 ws-dvd-item occurs 100 times.
               05 ws-dvd-id        pic 9(5).
               05 ws-dvd-nome      pic x(30).
               05 ws-dvd-aberta    pic x(1).
               05 ws-dvd-saldo     pic 9(8)v99.
               05 ws-dvd-vencimento pic x(8).
               05 ws-dvd-dias      pic s9(5).
               05 ws-dvd-ult-pagto pic x(8).
               05 ws-dvd-ult-reneg pic x(8).
               05 ws-dvd-promessa  pic x(8).
               05 ws-dvd-anotada   pic x(1).
               05 ws-dvd-espolio   pic x(1).
       77 ws-dvd-achou-flag    pic x value "N".
           88 ws-dvd-achou         value "S".
       77 ws-busca-id          pic 9(5) value zeros.

       77 ws-venc-int          pic 9(7) value zeros.
       77 ws-dias-atraso       pic s9(5) value zeros.
       77 ws-vlr-residual      pic 9(5)v99 value zeros.
       77 ws-data-pagamento    pic x(8) value spaces.
       77 ws-quitou-flag       pic x value "N".
           88 ws-quitou            value "S".
       77 ws-prox-controle     pic 9(7) value 1.

      *    calendario de dias uteis (feriados.dat), como em
      /    atrasos.cbl - conta o atraso e o prazo da exclusao
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

       77 ws-total-inclusoes   pic 9(5) value zeros.
       77 ws-total-vlr-inclusao pic 9(10)v99 value zeros.
       77 ws-total-exclusoes   pic 9(5) value zeros.
       77 ws-total-vlr-exclusao pic 9(10)v99 value zeros.
       77 ws-total-fora-prazo  pic 9(5) value zeros.
       77 ws-total-sem-confirma pic 9(5) value zeros.
       77 ws-total-promessas   pic 9(5) value zeros.
       77 ws-total-espolio     pic 9(5) value zeros.

      *    registros dos arquivos do biro: detalhe e trailer com a
      /    quantidade e o valor total, como a remessa de cobranca
       01 ws-reg-inclusao.
           05 filler          pic x(1) value "I".
           05 ws-inc-controle pic 9(7).
           05 ws-inc-dev-id   pic 9(5).
           05 ws-inc-nome     pic x(30).
           05 ws-inc-valor    pic 9(8)v99.
           05 ws-inc-venc     pic x(8).
           05 ws-inc-rua      pic x(10).
           05 ws-inc-numero   pic 9(10).
           05 ws-inc-bairro   pic x(10).
           05 ws-inc-cidade   pic x(15).
           05 ws-inc-uf       pic x(2).
           05 ws-inc-cep      pic x(9).

       01 ws-reg-exclusao.
           05 filler          pic x(1) value "E".
           05 ws-exc-controle pic 9(7).
           05 ws-exc-dev-id   pic 9(5).
           05 ws-exc-nome     pic x(30).
           05 ws-exc-valor    pic 9(8)v99.
           05 ws-exc-venc     pic x(8).
           05 ws-exc-quitacao pic x(8).

       01 ws-reg-trailer.
           05 filler          pic x(1) value "T".
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-valor    pic 9(10)v99.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "NEGATIVACAO NO BIRO DE CREDITO - DIA ".
           05 ws-cab-data     pic x(10).
           05 filler          pic x(16) value "  ATRASO MINIMO ".
           05 ws-cab-dias     pic zz9.
           05 filler          pic x(5)  value " DIAS".

       01 ws-cab-exc.
           05 filler          pic x(9)  value "CONTROLE".
           05 filler          pic x(8)  value "DEVEDOR".
           05 filler          pic x(17) value "NOME".
           05 filler          pic x(12) value "QUITACAO".
           05 filler          pic x(12) value "PRAZO".
           05 filler          pic x(12) value "VALOR".
           05 filler          pic x(20) value "SITUACAO".

       01 ws-exc-linha.
           05 ws-exl-controle pic 9(7).
           05 filler          pic x(2)  value spaces.
           05 ws-exl-dev      pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-exl-nome     pic x(15).
           05 filler          pic x(2)  value spaces.
           05 ws-exl-quitacao pic x(8).
           05 filler          pic x(4)  value spaces.
           05 ws-exl-prazo    pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-exl-valor    pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-exl-situacao pic x(20).

       01 ws-cab-inc.
           05 filler          pic x(9)  value "CONTROLE".
           05 filler          pic x(8)  value "DEVEDOR".
           05 filler          pic x(17) value "NOME".
           05 filler          pic x(12) value "VENCIMENTO".
           05 filler          pic x(8)  value "ATRASO".
           05 filler          pic x(12) value "VALOR".

       01 ws-inc-linha.
           05 ws-inl-controle pic 9(7).
           05 filler          pic x(2)  value spaces.
           05 ws-inl-dev      pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-inl-nome     pic x(15).
           05 filler          pic x(2)  value spaces.
           05 ws-inl-venc     pic x(8).
           05 filler          pic x(4)  value spaces.
           05 ws-inl-dias     pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-inl-valor    pic zzzzzz9.99.

       01 ws-total-linha-1.
           05 filler          pic x(34) value
              "INCLUSOES ENVIADAS: ".
           05 ws-tot-inclusoes pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-inc  pic zzzzzzzzz9.99.

       01 ws-total-linha-2.
           05 filler          pic x(34) value
              "EXCLUSOES ENVIADAS: ".
           05 ws-tot-exclusoes pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-exc  pic zzzzzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(34) value
              "EXCLUSOES ENVIADAS FORA DO PRAZO: ".
           05 ws-tot-fora     pic zzzz9.

       01 ws-total-linha-4.
           05 filler          pic x(34) value
              "EXCLUSOES PENDENTES APOS O PRAZO: ".
           05 ws-tot-sem-conf pic zzzz9.

       01 ws-total-linha-5.
           05 filler          pic x(34) value
              "INCLUSOES ADIADAS POR PROMESSA: ".
           05 ws-tot-promessas pic zzzz9.

       01 ws-total-linha-6.
           05 filler          pic x(34) value
              "INCLUSOES SUSPENSAS POR OBITO: ".
           05 ws-tot-espolio  pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           accept ws-parm-dias from command-line

           if ws-parm-dias not = spaces and
              ws-parm-dias is numeric
               move function numval (ws-parm-dias) to ws-dias-minimo
           end-if

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "NEGATIVA ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-feriados

           perform carrega-devedores

           perform carrega-parcelas

           perform carrega-pagamentos

           perform carrega-renegociacoes

           perform carrega-promessas

           open output rel-negativacao

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_negativacao.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           open output exclusao-file

           if not ws-exclusao-ok
               display "ERRO ao abrir negativacao_exclusao.txt - "
                       "file status " ws-exclusao-status
               close rel-negativacao
               goback
           end-if

           open output inclusao-file

           if not ws-inclusao-ok
               display "ERRO ao abrir negativacao_inclusao.txt - "
                       "file status " ws-inclusao-status
               close rel-negativacao exclusao-file
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)
           move ws-dias-minimo to ws-cab-dias

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move "EXCLUSOES (DIVIDA QUITADA OU RENEGOCIADA)"
               to rel-linha
           write rel-linha
           move ws-cab-exc to rel-linha
           write rel-linha

           perform confere-anotacoes

           move spaces to rel-linha
           write rel-linha
           move "INCLUSOES" to rel-linha
           write rel-linha
           move ws-cab-inc to rel-linha
           write rel-linha

           perform gera-inclusoes

           move ws-total-exclusoes    to ws-trl-qtd
           move ws-total-vlr-exclusao to ws-trl-valor
           move ws-reg-trailer        to exclusao-reg
           write exclusao-reg

           move ws-total-inclusoes    to ws-trl-qtd
           move ws-total-vlr-inclusao to ws-trl-valor
           move ws-reg-trailer        to inclusao-reg
           write inclusao-reg

           close exclusao-file inclusao-file

           move spaces to rel-linha
           write rel-linha
           move ws-total-inclusoes    to ws-tot-inclusoes
           move ws-total-vlr-inclusao to ws-tot-vlr-inc
           move ws-total-linha-1      to rel-linha
           write rel-linha
           move ws-total-exclusoes    to ws-tot-exclusoes
           move ws-total-vlr-exclusao to ws-tot-vlr-exc
           move ws-total-linha-2      to rel-linha
           write rel-linha
           move ws-total-fora-prazo   to ws-tot-fora
           move ws-total-linha-3      to rel-linha
           write rel-linha
           move ws-total-sem-confirma to ws-tot-sem-conf
           move ws-total-linha-4      to rel-linha
           write rel-linha
           move ws-total-promessas    to ws-tot-promessas
           move ws-total-linha-5      to rel-linha
           write rel-linha
           move ws-total-espolio      to ws-tot-espolio
           move ws-total-linha-6      to rel-linha
           write rel-linha

           close rel-negativacao

           perform grava-controle-fim

           display "Negativacao: " ws-total-inclusoes
                   " inclusao(oes), " ws-total-exclusoes
                   " exclusao(oes), " ws-total-fora-prazo
                   " fora do prazo, " ws-total-sem-confirma
                   " sem confirmacao do biro."

           goback.

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

           move dev-id   to ws-dvd-id (ws-pos-dvd)
           move dev-nome to ws-dvd-nome (ws-pos-dvd)
           move "N"      to ws-dvd-aberta (ws-pos-dvd)
           if dev-parc-pgs < dev-qrd-parc
               move "S" to ws-dvd-aberta (ws-pos-dvd)
           end-if
           move zeros    to ws-dvd-saldo (ws-pos-dvd)
           move spaces   to ws-dvd-vencimento (ws-pos-dvd)
           move zeros    to ws-dvd-dias (ws-pos-dvd)
           move spaces   to ws-dvd-ult-pagto (ws-pos-dvd)
           move spaces   to ws-dvd-ult-reneg (ws-pos-dvd)
           move spaces   to ws-dvd-promessa (ws-pos-dvd)
           move "N"      to ws-dvd-anotada (ws-pos-dvd)
           move "N"      to ws-dvd-espolio (ws-pos-dvd)
           if dev-divida-espolio
               move "S" to ws-dvd-espolio (ws-pos-dvd)
           end-if.

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

      *    saldo em aberto, vencimento mais antigo e maior atraso das
      /    parcelas abertas de cada devedor
       carrega-parcelas.

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
                       if par-aberta
                           perform soma-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

       soma-parcela.

           move par-dev-id to ws-busca-id
           perform busca-devedor

           if ws-pos-dvd = zeros
               exit paragraph
           end-if

           compute ws-vlr-residual = par-valor - par-valor-pago
           add ws-vlr-residual to ws-dvd-saldo (ws-pos-dvd)

           if ws-dvd-vencimento (ws-pos-dvd) = spaces or
              par-vencimento < ws-dvd-vencimento (ws-pos-dvd)
               move par-vencimento to ws-dvd-vencimento (ws-pos-dvd)
           end-if

           compute ws-venc-int =
                   function integer-of-date
                       (function numval (par-vencimento))

           move ws-venc-int to ws-data-util-int
           perform proximo-dia-util

           compute ws-dias-atraso = ws-hoje-int - ws-data-util-int

           if ws-dias-atraso > ws-dvd-dias (ws-pos-dvd)
               move ws-dias-atraso to ws-dvd-dias (ws-pos-dvd)
           end-if.

      *    data do ultimo pagamento de cada devedor - retorno.cbl,
      /    caixa e quitacao antecipada gravam todos em pagamentos.log
       carrega-pagamentos.

           move "N" to ws-eof

           open input pagamentos

           if ws-pagamento-nao-existe
               exit paragraph
           end-if

           if not ws-pagamento-ok
               display "ERRO ao abrir pagamentos.log - file status "
                       ws-pagamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pagamentos
                   at end move "S" to ws-eof
                   not at end
                       move pag-dev-id to ws-busca-id
                       perform busca-devedor
                       if ws-pos-dvd > zeros
                           move pag-ano to ws-data-pagamento (1:4)
                           move pag-mes to ws-data-pagamento (5:2)
                           move pag-dia to ws-data-pagamento (7:2)
                           if ws-data-pagamento >
                              ws-dvd-ult-pagto (ws-pos-dvd)
                              or ws-dvd-ult-pagto (ws-pos-dvd) = spaces
                               move ws-data-pagamento
                                   to ws-dvd-ult-pagto (ws-pos-dvd)
                           end-if
                       end-if
               end-read
           end-perform

           close pagamentos.

       carrega-renegociacoes.

           move "N" to ws-eof

           open input renegociacoes

           if ws-renegociacao-nao-existe
               exit paragraph
           end-if

           if not ws-renegociacao-ok
               display "ERRO ao abrir renegociacoes.dat - file status "
                       ws-renegociacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read renegociacoes
                   at end move "S" to ws-eof
                   not at end
                       move ren-dev-id to ws-busca-id
                       perform busca-devedor
                       if ws-pos-dvd > zeros
                           if ren-data > ws-dvd-ult-reneg (ws-pos-dvd)
                              or ws-dvd-ult-reneg (ws-pos-dvd) = spaces
                               move ren-data
                                   to ws-dvd-ult-reneg (ws-pos-dvd)
                           end-if
                       end-if
               end-read
           end-perform

           close renegociacoes.

      *    maior data prometida de pagamento por devedor - promessa
      /    ainda nao vencida segura a inclusao, como segura a carta
      /    de cobranca em cartas.cbl
       carrega-promessas.

           move "N" to ws-eof

           open input contatos-file

           if ws-contato-nao-existe
               exit paragraph
           end-if

           if not ws-contato-ok
               display "ERRO ao abrir contatos.dat - file status "
                       ws-contato-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contatos-file
                   at end move "S" to ws-eof
                   not at end
                       if con-prometeu-pagar
                           move con-dev-id to ws-busca-id
                           perform busca-devedor
                           if ws-pos-dvd > zeros
                               if con-data-promessa >
                                  ws-dvd-promessa (ws-pos-dvd)
                                  or ws-dvd-promessa (ws-pos-dvd) =
                                     spaces
                                   move con-data-promessa
                                       to ws-dvd-promessa (ws-pos-dvd)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           close contatos-file.

      *    anotacao enviada ou confirmada cuja divida foi quitada ou
      /    renegociada depois da inclusao vira Q (exclusao a enviar);
      /    toda Q - a nova e a que o biro rejeitou na exclusao - sai
      /    no arquivo de exclusao e vira X ate o biro confirmar
       confere-anotacoes.

           move "N" to ws-eof

           open i-o negativacoes

           if ws-negativacao-nao-existe
               exit paragraph
           end-if

           if not ws-negativacao-ok
               display "ERRO ao abrir negativacoes.dat - file status "
                       ws-negativacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read negativacoes
                   at end move "S" to ws-eof
                   not at end
                       perform confere-anotacao
               end-read
           end-perform

           close negativacoes.

       confere-anotacao.

           if neg-controle >= ws-prox-controle
               compute ws-prox-controle = neg-controle + 1
           end-if

           move neg-dev-id to ws-busca-id
           perform busca-devedor

           if neg-enviada or neg-confirmada
               perform verifica-quitacao
               if ws-quitou
                   move "Q" to neg-status
                   perform calcula-prazo-exclusao
               end-if
           end-if

           if neg-quitada
               perform envia-exclusao
           else
               if neg-exclusao-enviada and
                  neg-prazo-exclusao < ws-hoje
                   add 1 to ws-total-sem-confirma
                   move "SEM CONFIRMACAO" to ws-exl-situacao
                   perform imprime-exclusao
               end-if
           end-if

      *    anotacao ativa segura nova inclusao do devedor; inclusao
      /    rejeitada pelo biro tambem, ate uma renegociacao posterior
           if ws-pos-dvd > zeros
               if neg-anotacao-ativa
                   move "S" to ws-dvd-anotada (ws-pos-dvd)
               end-if
               if neg-rejeitada and
                  ws-dvd-ult-reneg (ws-pos-dvd) not > neg-data-envio
                   move "S" to ws-dvd-anotada (ws-pos-dvd)
               end-if
           end-if.

      *    a divida esta quitada quando o devedor saiu de
      /    devedores.dat (arquivado como quitado), pagou todas as
      /    parcelas ou renegociou depois da inclusao - a data da
      /    quitacao e' a da renegociacao ou a do ultimo pagamento
       verifica-quitacao.

           move "N" to ws-quitou-flag

           if ws-pos-dvd = zeros
               move "S"     to ws-quitou-flag
               move ws-hoje to neg-data-quitacao
               exit paragraph
           end-if

           if ws-dvd-ult-reneg (ws-pos-dvd) not = spaces and
              ws-dvd-ult-reneg (ws-pos-dvd) not < neg-data-envio
               move "S" to ws-quitou-flag
               move ws-dvd-ult-reneg (ws-pos-dvd) to neg-data-quitacao
               exit paragraph
           end-if

           if ws-dvd-aberta (ws-pos-dvd) = "N"
               move "S" to ws-quitou-flag
               move ws-dvd-ult-pagto (ws-pos-dvd) to neg-data-quitacao
               if neg-data-quitacao = spaces
                   move ws-hoje to neg-data-quitacao
               end-if
           end-if.

      *    prazo legal: cinco dias uteis contados da quitacao
       calcula-prazo-exclusao.

           compute ws-data-util-int =
                   function integer-of-date
                       (function numval (neg-data-quitacao))

           perform ws-prazo-exclusao times
               add 1 to ws-data-util-int
               perform proximo-dia-util
           end-perform

           move ws-data-util-x to neg-prazo-exclusao.

       envia-exclusao.

           move neg-controle      to ws-exc-controle
           move neg-dev-id        to ws-exc-dev-id
           move neg-nome          to ws-exc-nome
           move neg-valor         to ws-exc-valor
           move neg-vencimento    to ws-exc-venc
           move neg-data-quitacao to ws-exc-quitacao
           move ws-reg-exclusao   to exclusao-reg
           write exclusao-reg

           move "X"     to neg-status
           move ws-hoje to neg-data-exclusao
           move spaces  to neg-cod-rejeicao

           rewrite negativacao-reg

           if not ws-negativacao-ok
               display "ERRO ao atualizar negativacoes.dat - file "
                       "status " ws-negativacao-status
           end-if

           add 1         to ws-total-exclusoes
           add neg-valor to ws-total-vlr-exclusao

           if neg-prazo-exclusao < ws-hoje
               add 1 to ws-total-fora-prazo
               move "ENVIADA FORA PRAZO" to ws-exl-situacao
           else
               move "ENVIADA NO PRAZO"   to ws-exl-situacao
           end-if

           perform imprime-exclusao.

       imprime-exclusao.

           move neg-controle       to ws-exl-controle
           move neg-dev-id         to ws-exl-dev
           move neg-nome           to ws-exl-nome
           move neg-data-quitacao  to ws-exl-quitacao
           move neg-prazo-exclusao to ws-exl-prazo
           move neg-valor          to ws-exl-valor
           move ws-exc-linha to rel-linha
           write rel-linha.

       gera-inclusoes.

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberto-flag
           else
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               display "Inclusoes enviadas sem endereco."
           end-if

           perform varying ws-pos-dvd from 1 by 1
                   until ws-pos-dvd > ws-qtd-devedores
               if ws-dvd-aberta (ws-pos-dvd) = "S" and
                  ws-dvd-anotada (ws-pos-dvd) = "N" and
                  ws-dvd-saldo (ws-pos-dvd) > zeros and
                  ws-dvd-dias (ws-pos-dvd) not < ws-dias-minimo
      *            divida do falecido e' cobrada do espolio
                   evaluate true
                       when ws-dvd-espolio (ws-pos-dvd) = "S"
                           add 1 to ws-total-espolio
                       when ws-dvd-promessa (ws-pos-dvd) not = spaces
                        and ws-dvd-promessa (ws-pos-dvd) not < ws-hoje
                           add 1 to ws-total-promessas
                       when other
                           perform envia-inclusao
                   end-evaluate
               end-if
           end-perform

           if ws-pessoa-aberto
               close pessoa
           end-if.

       envia-inclusao.

           move ws-prox-controle to ws-inc-controle
           move ws-dvd-id (ws-pos-dvd)         to ws-inc-dev-id
           move ws-dvd-nome (ws-pos-dvd)       to ws-inc-nome
           move ws-dvd-saldo (ws-pos-dvd)      to ws-inc-valor
           move ws-dvd-vencimento (ws-pos-dvd) to ws-inc-venc
           move spaces to ws-inc-rua ws-inc-bairro ws-inc-cidade
                          ws-inc-uf ws-inc-cep
           move zeros  to ws-inc-numero

           if ws-pessoa-aberto
               move ws-dvd-id (ws-pos-dvd) to pessoa-id
               read pessoa
                   invalid key
                       display "AVISO: devedor "
                               ws-dvd-id (ws-pos-dvd)
                               " sem cadastro em registros.txt - "
                               "inclusao enviada sem endereco."
                   not invalid key
                       move pessoa-rua    to ws-inc-rua
                       move pessoa-numero to ws-inc-numero
                       move pessoa-bairro to ws-inc-bairro
                       move pessoa-cidade to ws-inc-cidade
                       move pessoa-uf     to ws-inc-uf
                       move pessoa-cep    to ws-inc-cep
               end-read
           end-if

           move ws-reg-inclusao to inclusao-reg
           write inclusao-reg

           perform grava-negativacao

           add 1 to ws-total-inclusoes
           add ws-dvd-saldo (ws-pos-dvd) to ws-total-vlr-inclusao

           move ws-prox-controle               to ws-inl-controle
           move ws-dvd-id (ws-pos-dvd)         to ws-inl-dev
           move ws-dvd-nome (ws-pos-dvd)       to ws-inl-nome
           move ws-dvd-vencimento (ws-pos-dvd) to ws-inl-venc
           move ws-dvd-dias (ws-pos-dvd)       to ws-inl-dias
           move ws-dvd-saldo (ws-pos-dvd)      to ws-inl-valor
           move ws-inc-linha to rel-linha
           write rel-linha

           add 1 to ws-prox-controle.

       grava-negativacao.

           open extend negativacoes

           if ws-negativacao-nao-existe
               open output negativacoes
           end-if

           if not ws-negativacao-ok
               display "ERRO ao abrir negativacoes.dat - file status "
                       ws-negativacao-status
               display "O controle da inclusao nao foi gravado."
               exit paragraph
           end-if

           move ws-prox-controle               to neg-controle
           move ws-dvd-id (ws-pos-dvd)         to neg-dev-id
           move ws-dvd-nome (ws-pos-dvd)       to neg-nome
           move ws-dvd-saldo (ws-pos-dvd)      to neg-valor
           move ws-dvd-vencimento (ws-pos-dvd) to neg-vencimento
           move ws-dvd-dias (ws-pos-dvd)       to neg-dias-atraso
           move ws-hoje                        to neg-data-envio
           move "E"                            to neg-status
           move spaces to neg-data-confirma neg-data-quitacao
                          neg-prazo-exclusao neg-data-exclusao
                          neg-data-baixa neg-cod-rejeicao

           write negativacao-reg

           if not ws-negativacao-ok
               display "ERRO ao gravar negativacoes.dat - file "
                       "status " ws-negativacao-status
           end-if

           close negativacoes.

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
                       if ctb-programa = "NEGATIVA" and
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

           move "F"                to ws-ctb-tipo-grava
           move ws-total-inclusoes to ws-ctb-registros-grava
           move "OK"               to ws-ctb-resultado-grava
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

           move "NEGATIVA"              to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program negativa.
