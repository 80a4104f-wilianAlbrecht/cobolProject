      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: encaminhamento de devedores a assessorias de
      * cobranca terceirizada - todo dia, depois do fechamento: (1)
      * confere os encaminhamentos ativos de encaminhamentos.dat -
      * divida quitada ou renegociada vira Q e encaminhamento com o
      * prazo vencido e' devolvido (D), os dois avisados a
      * assessoria no arquivo do dia; (2) entrega a uma assessoria
      * ativa de assessorias.dat cada devedor com parcela aberta
      * cujo atraso (contado do primeiro dia util apos o vencimento,
      * como em negativa.cbl) cai na faixa de atraso dela, ate o
      * maximo de devedores da assessoria - entre as que servem vai
      * para a de menos devedores, nunca de volta para a que acabou
      * de devolver. fica de fora o devedor ja encaminhado, o de
      * divida habilitada no espolio e o de promessa de pagamento
      * ainda nao vencida em contatos.dat. o arquivo das assessorias
      * (encaminhamento_assessorias.txt) tem um bloco por
      * assessoria com nome, telefone e endereco de registros.txt e
      * as parcelas abertas de cada devedor, e as devolucoes. o
      * relatorio de recuperacao das assessorias e' lido por
      * retassessorias.cbl e a comissao e' apurada por
      * comissoes.cbl. controle de reexecucao diaria em
      * controle_batch.dat - a segunda rodada do dia regravaria o
      * arquivo ainda nao transmitido
      ******************************************************************

       identification division.
       program-id. encaminha.
       environment division.
       input-output section.
       file-control.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select contatos-file assign to './files/contatos.dat'
       organization is sequential
       file status is ws-contato-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select assessorias-file assign to './files/assessorias.dat'
       organization is sequential
       file status is ws-assessoria-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       select envio-file
              assign to './files/encaminhamento_assessorias.txt'
       organization is line sequential
       file status is ws-envio-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-encaminha
              assign to './files/relatorio_encaminhamento.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd devedores.
       copy "devedor.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd contatos-file.
       copy "contato.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd assessorias-file.
       copy "assessoria.cpy".

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       fd envio-file.
       01 envio-reg            pic x(150).

       fd feriados-file.
       copy "feriado.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-encaminha.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-contato-status    pic x(2) value spaces.
           88 ws-contato-ok            value "00".
           88 ws-contato-nao-existe    value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-encontrou  value "23".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-assessoria-status pic x(2) value spaces.
           88 ws-assessoria-ok         value "00".
           88 ws-assessoria-nao-existe value "35".
       77 ws-encaminhamento-status pic x(2) value spaces.
           88 ws-encaminhamento-ok     value "00".
           88 ws-encaminhamento-nao-existe value "35".
       77 ws-envio-status      pic x(2) value spaces.
           88 ws-envio-ok              value "00".
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

      *    situacao de cada devedor montada de devedores.dat,
      /    parcelas.dat, contatos.dat e encaminhamentos.dat
       77 ws-max-devedores     pic 9(3) value 100.
       77 ws-qtd-devedores     pic 9(3) value zeros.
       77 ws-idx-dvd           pic 9(3) value zeros.
       77 ws-pos-dvd           pic 9(3) value zeros.
       01 ws-dvd-tab.
           03 ws-dvd-item occurs 100 times.
               05 ws-dvd-id        pic 9(5).
               05 ws-dvd-nome      pic x(30).
               05 ws-dvd-telefone  pic x(9).
               05 ws-dvd-aberta    pic x(1).
               05 ws-dvd-saldo     pic 9(8)v99.
               05 ws-dvd-dias      pic s9(5).
               05 ws-dvd-promessa  pic x(8).
               05 ws-dvd-espolio   pic x(1).
      *        S com encaminhamento ativo ou devolvido hoje
               05 ws-dvd-encaminhado pic x(1).
      *        assessoria que devolveu o devedor por ultimo
               05 ws-dvd-ult-assessoria pic 9(3).
      *        posicao na tabela da assessoria escolhida hoje
               05 ws-dvd-nova-ass  pic 9(2).
               05 ws-dvd-controle  pic 9(7).
       77 ws-dvd-achou-flag    pic x value "N".
           88 ws-dvd-achou         value "S".
       77 ws-busca-id          pic 9(5) value zeros.

      *    parcelas abertas, que vao no bloco de cada devedor
       77 ws-max-parcelas      pic 9(3) value 500.
       77 ws-qtd-parcelas      pic 9(3) value zeros.
       77 ws-idx-par           pic 9(3) value zeros.
       01 ws-par-tab.
           03 ws-par-item occurs 500 times.
               05 ws-par-dev-id    pic 9(5).
               05 ws-par-numero    pic 9(3).
               05 ws-par-venc      pic x(8).
               05 ws-par-residual  pic 9(5)v99.

      *    assessorias vigentes (ultimo registro de cada codigo) com
      /    os devedores ativos, os novos e as devolucoes do dia
       77 ws-max-assessorias   pic 9(2) value 20.
       77 ws-qtd-assessorias   pic 9(2) value zeros.
       77 ws-idx-ass           pic 9(2) value zeros.
       77 ws-pos-ass           pic 9(2) value zeros.
       77 ws-esc-ass           pic 9(2) value zeros.
       01 ws-ass-tab.
           03 ws-ass-item occurs 20 times.
               05 ws-ass-codigo    pic 9(3).
               05 ws-ass-nome      pic x(20).
               05 ws-ass-atraso-min pic 9(3).
               05 ws-ass-atraso-max pic 9(3).
               05 ws-ass-prazo     pic 9(3).
               05 ws-ass-comissao  pic 9(2)v99.
               05 ws-ass-max-devedores pic 9(3).
               05 ws-ass-situacao  pic x(1).
               05 ws-ass-ativos    pic 9(5).
               05 ws-ass-novos     pic 9(5).
               05 ws-ass-vlr-novos pic 9(10)v99.
               05 ws-ass-devolvidos pic 9(5).
       77 ws-ass-carga         pic 9(5) value zeros.
       77 ws-menor-carga       pic 9(5) value zeros.
       77 ws-faixa-achou-flag  pic x value "N".
           88 ws-faixa-achou       value "S".

      *    encaminhamentos devolvidos ou quitados hoje, avisados a
      /    assessoria no bloco dela
       77 ws-max-devolucoes    pic 9(3) value 200.
       77 ws-qtd-devolucoes    pic 9(3) value zeros.
       77 ws-idx-dvl           pic 9(3) value zeros.
       01 ws-dvl-tab.
           03 ws-dvl-item occurs 200 times.
               05 ws-dvl-controle  pic 9(7).
               05 ws-dvl-dev-id    pic 9(5).
               05 ws-dvl-assessoria pic 9(3).
               05 ws-dvl-motivo    pic x(1).
               05 ws-dvl-saldo     pic 9(8)v99.

       77 ws-motivo            pic x(1) value space.
       77 ws-venc-int          pic 9(7) value zeros.
       77 ws-dias-atraso       pic s9(5) value zeros.
       77 ws-vlr-residual      pic 9(5)v99 value zeros.
       77 ws-prox-controle     pic 9(7) value 1.
       77 ws-expira-int        pic 9(7) value zeros.
       01 ws-data-expira       pic 9(8) value zeros.
       01 ws-data-expira-x redefines ws-data-expira pic x(8).

      *    calendario de dias uteis (feriados.dat), como em
      /    negativa.cbl - conta o atraso
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

       77 ws-total-encaminhados pic 9(5) value zeros.
       77 ws-total-vlr-encaminhado pic 9(10)v99 value zeros.
       77 ws-total-devolvidos  pic 9(5) value zeros.
       77 ws-total-quitados    pic 9(5) value zeros.
       77 ws-total-sem-vaga    pic 9(5) value zeros.
       77 ws-total-promessas   pic 9(5) value zeros.
       77 ws-total-espolio     pic 9(5) value zeros.

      *    registros do arquivo das assessorias: cabecalho, devedor,
      /    parcela, devolucao e trailer por assessoria
       01 ws-reg-cabecalho.
           05 filler          pic x(1) value "H".
           05 ws-cab-assessoria pic 9(3).
           05 ws-cab-nome-ass pic x(20).
           05 ws-cab-data-env pic x(8).

       01 ws-reg-devedor.
           05 filler          pic x(1) value "D".
           05 ws-env-controle pic 9(7).
           05 ws-env-dev-id   pic 9(5).
           05 ws-env-nome     pic x(30).
           05 ws-env-telefone pic x(9).
           05 ws-env-rua      pic x(10).
           05 ws-env-numero   pic 9(10).
           05 ws-env-bairro   pic x(10).
           05 ws-env-cidade   pic x(15).
           05 ws-env-uf       pic x(2).
           05 ws-env-cep      pic x(9).
           05 ws-env-saldo    pic 9(8)v99.
           05 ws-env-dias     pic 9(5).
           05 ws-env-expira   pic x(8).

       01 ws-reg-parcela.
           05 filler          pic x(1) value "P".
           05 ws-envp-controle pic 9(7).
           05 ws-envp-parcela pic 9(3).
           05 ws-envp-venc    pic x(8).
           05 ws-envp-valor   pic 9(5)v99.

      *    motivo da devolucao: D prazo vencido, Q divida quitada ou
      /    renegociada, B divida baixada de devedores.dat
       01 ws-reg-devolucao.
           05 filler          pic x(1) value "R".
           05 ws-envd-controle pic 9(7).
           05 ws-envd-dev-id  pic 9(5).
           05 ws-envd-motivo  pic x(1).
           05 ws-envd-data    pic x(8).

       01 ws-reg-trailer.
           05 filler          pic x(1) value "T".
           05 ws-trl-assessoria pic 9(3).
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-valor    pic 9(10)v99.
           05 ws-trl-devolucoes pic 9(5).

       01 ws-cab-1.
           05 filler          pic x(42) value
              "ENCAMINHAMENTO A ASSESSORIAS - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-ass.
           05 filler          pic x(11) value "ASSESSORIA ".
           05 ws-cas-codigo   pic 9(3).
           05 filler          pic x(1)  value space.
           05 ws-cas-nome     pic x(20).
           05 filler          pic x(10) value "  ATIVOS: ".
           05 ws-cas-ativos   pic zzzz9.
           05 filler          pic x(9)  value "  MAXIMO ".
           05 ws-cas-maximo   pic zz9.

       01 ws-cab-det.
           05 filler          pic x(9)  value "CONTROLE".
           05 filler          pic x(8)  value "DEVEDOR".
           05 filler          pic x(17) value "NOME".
           05 filler          pic x(8)  value "ATRASO".
           05 filler          pic x(14) value "SALDO".
           05 filler          pic x(20) value "SITUACAO".

       01 ws-det-linha.
           05 ws-det-controle pic 9(7).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dev      pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-nome     pic x(15).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dias     pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-saldo    pic zzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-situacao pic x(24).

       01 ws-total-linha-1.
           05 filler          pic x(36) value
              "DEVEDORES ENCAMINHADOS: ".
           05 ws-tot-encaminhados pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-enc  pic zzzzzzzzz9.99.

       01 ws-total-linha-2.
           05 filler          pic x(36) value
              "DEVOLVIDOS POR FIM DO PRAZO: ".
           05 ws-tot-devolvidos pic zzzz9.

       01 ws-total-linha-3.
           05 filler          pic x(36) value
              "QUITADOS/RENEGOCIADOS: ".
           05 ws-tot-quitados pic zzzz9.

       01 ws-total-linha-4.
           05 filler          pic x(36) value
              "NA FAIXA SEM VAGA EM ASSESSORIA: ".
           05 ws-tot-sem-vaga pic zzzz9.

       01 ws-total-linha-5.
           05 filler          pic x(36) value
              "SEGUROS POR PROMESSA DE PAGAMENTO: ".
           05 ws-tot-promessas pic zzzz9.

       01 ws-total-linha-6.
           05 filler          pic x(36) value
              "DIVIDA HABILITADA NO ESPOLIO: ".
           05 ws-tot-espolio  pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "ENCAMINHA ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-feriados

           perform carrega-assessorias

           perform carrega-devedores

           perform carrega-parcelas

           perform carrega-promessas

           perform confere-encaminhamentos

           perform escolhe-assessorias

           open output rel-encaminha

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_encaminhamento.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           open output envio-file

           if not ws-envio-ok
               display "ERRO ao abrir encaminhamento_assessorias.txt "
                       "- file status " ws-envio-status
               close rel-encaminha
               goback
           end-if

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberto-flag
           else
               display "AVISO: registros.txt indisponivel - file "
                       "status " ws-pessoa-status
               display "Devedores enviados com o nome e o telefone "
                       "de devedores.dat, sem endereco."
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha

           perform varying ws-pos-ass from 1 by 1
                   until ws-pos-ass > ws-qtd-assessorias
               if ws-ass-novos (ws-pos-ass) > zeros or
                  ws-ass-devolvidos (ws-pos-ass) > zeros
                   perform gera-bloco-assessoria
               end-if
           end-perform

           close envio-file

           if ws-pessoa-aberto
               close pessoa
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-total-encaminhados    to ws-tot-encaminhados
           move ws-total-vlr-encaminhado to ws-tot-vlr-enc
           move ws-total-linha-1         to rel-linha
           write rel-linha
           move ws-total-devolvidos      to ws-tot-devolvidos
           move ws-total-linha-2         to rel-linha
           write rel-linha
           move ws-total-quitados        to ws-tot-quitados
           move ws-total-linha-3         to rel-linha
           write rel-linha
           move ws-total-sem-vaga        to ws-tot-sem-vaga
           move ws-total-linha-4         to rel-linha
           write rel-linha
           move ws-total-promessas       to ws-tot-promessas
           move ws-total-linha-5         to rel-linha
           write rel-linha
           move ws-total-espolio         to ws-tot-espolio
           move ws-total-linha-6         to rel-linha
           write rel-linha

           close rel-encaminha

           perform grava-controle-fim

           display "Encaminhamento: " ws-total-encaminhados
                   " devedor(es) encaminhado(s), "
                   ws-total-devolvidos " devolvido(s), "
                   ws-total-quitados " quitado(s), "
                   ws-total-sem-vaga " sem vaga."

           goback.

      *    o arquivo so cresce - vale o ultimo registro de cada codigo
       carrega-assessorias.

           move "N" to ws-eof

           open input assessorias-file

           if ws-assessoria-nao-existe
               exit paragraph
           end-if

           if not ws-assessoria-ok
               display "ERRO ao abrir assessorias.dat - file status "
                       ws-assessoria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read assessorias-file
                   at end move "S" to ws-eof
                   not at end
                       perform guarda-assessoria
               end-read
           end-perform

           close assessorias-file.

       guarda-assessoria.

           move zeros to ws-pos-ass

           perform varying ws-idx-ass from 1 by 1
                   until ws-idx-ass > ws-qtd-assessorias or
                         ws-pos-ass > zeros
               if ws-ass-codigo (ws-idx-ass) = ass-codigo
                   move ws-idx-ass to ws-pos-ass
               end-if
           end-perform

           if ws-pos-ass = zeros
               if ws-qtd-assessorias not < ws-max-assessorias
                   display "AVISO: assessorias.dat tem mais de "
                           ws-max-assessorias
                           " assessorias - excedente ignorado."
                   exit paragraph
               end-if
               add 1 to ws-qtd-assessorias
               move ws-qtd-assessorias to ws-pos-ass
               move zeros to ws-ass-ativos (ws-pos-ass)
                             ws-ass-novos (ws-pos-ass)
                             ws-ass-vlr-novos (ws-pos-ass)
                             ws-ass-devolvidos (ws-pos-ass)
           end-if

           move ass-codigo        to ws-ass-codigo (ws-pos-ass)
           move ass-nome          to ws-ass-nome (ws-pos-ass)
           move ass-atraso-min    to ws-ass-atraso-min (ws-pos-ass)
           move ass-atraso-max    to ws-ass-atraso-max (ws-pos-ass)
           move ass-prazo-dias    to ws-ass-prazo (ws-pos-ass)
           move ass-comissao      to ws-ass-comissao (ws-pos-ass)
           move ass-max-devedores to
               ws-ass-max-devedores (ws-pos-ass)
           move ass-situacao      to ws-ass-situacao (ws-pos-ass).

       busca-assessoria.

           move zeros to ws-pos-ass

           perform varying ws-idx-ass from 1 by 1
                   until ws-idx-ass > ws-qtd-assessorias or
                         ws-pos-ass > zeros
               if ws-ass-codigo (ws-idx-ass) = enc-assessoria
                   move ws-idx-ass to ws-pos-ass
               end-if
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

           move dev-id       to ws-dvd-id (ws-pos-dvd)
           move dev-nome     to ws-dvd-nome (ws-pos-dvd)
           move dev-telefone to ws-dvd-telefone (ws-pos-dvd)
           move "N"          to ws-dvd-aberta (ws-pos-dvd)
           if dev-parc-pgs < dev-qrd-parc
               move "S" to ws-dvd-aberta (ws-pos-dvd)
           end-if
           move zeros        to ws-dvd-saldo (ws-pos-dvd)
           move zeros        to ws-dvd-dias (ws-pos-dvd)
           move spaces       to ws-dvd-promessa (ws-pos-dvd)
           move "N"          to ws-dvd-espolio (ws-pos-dvd)
           if dev-divida-espolio
               move "S" to ws-dvd-espolio (ws-pos-dvd)
           end-if
           move "N"          to ws-dvd-encaminhado (ws-pos-dvd)
           move zeros        to ws-dvd-ult-assessoria (ws-pos-dvd)
           move zeros        to ws-dvd-nova-ass (ws-pos-dvd)
           move zeros        to ws-dvd-controle (ws-pos-dvd).

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

      *    saldo em aberto e maior atraso de cada devedor; as
      /    parcelas abertas ficam guardadas para o arquivo
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

           if ws-qtd-parcelas < ws-max-parcelas
               add 1 to ws-qtd-parcelas
               move par-dev-id      to ws-par-dev-id (ws-qtd-parcelas)
               move par-numero      to ws-par-numero (ws-qtd-parcelas)
               move par-vencimento  to ws-par-venc (ws-qtd-parcelas)
               move ws-vlr-residual to
                   ws-par-residual (ws-qtd-parcelas)
           else
               display "AVISO: parcelas.dat tem mais de "
                       ws-max-parcelas
                       " parcelas abertas - excedente fora do "
                       "arquivo das assessorias."
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

      *    maior data prometida de pagamento por devedor - promessa
      /    ainda nao vencida segura o encaminhamento
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

      *    encaminhamento ativo cuja divida foi quitada ou
      /    renegociada vira Q; com o prazo vencido e' devolvido (D)
       confere-encaminhamentos.

           move "N" to ws-eof

           open i-o encaminhamentos

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
                       perform confere-encaminhamento
               end-read
           end-perform

           close encaminhamentos.

       confere-encaminhamento.

           if enc-controle >= ws-prox-controle
               compute ws-prox-controle = enc-controle + 1
           end-if

           move enc-dev-id to ws-busca-id
           perform busca-devedor

           if enc-devolvido and ws-pos-dvd > zeros
               move enc-assessoria to
                   ws-dvd-ult-assessoria (ws-pos-dvd)
           end-if

           if not enc-ativo
               exit paragraph
           end-if

           perform busca-assessoria

           evaluate true
               when ws-pos-dvd = zeros
                   move "D" to enc-status
                   move "B" to ws-motivo
               when ws-dvd-aberta (ws-pos-dvd) = "N" or
                    ws-dvd-saldo (ws-pos-dvd) = zeros
                   move "Q" to enc-status
                   move "Q" to ws-motivo
               when enc-data-expira < ws-hoje
                   move "D" to enc-status
                   move "D" to ws-motivo
               when other
                   move "S" to ws-dvd-encaminhado (ws-pos-dvd)
                   if ws-pos-ass > zeros
                       add 1 to ws-ass-ativos (ws-pos-ass)
                   end-if
                   exit paragraph
           end-evaluate

           move ws-hoje to enc-data-baixa

           rewrite encaminhamento-reg

           if not ws-encaminhamento-ok
               display "ERRO ao atualizar encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
               exit paragraph
           end-if

           if enc-quitado
               add 1 to ws-total-quitados
           else
               add 1 to ws-total-devolvidos
           end-if

           if ws-pos-dvd > zeros
               move "S" to ws-dvd-encaminhado (ws-pos-dvd)
               if enc-devolvido
                   move enc-assessoria to
                       ws-dvd-ult-assessoria (ws-pos-dvd)
               end-if
           end-if

           if ws-qtd-devolucoes not < ws-max-devolucoes
               display "AVISO: mais de " ws-max-devolucoes
                       " devolucoes no dia - encaminhamento "
                       enc-controle " fora do arquivo."
               exit paragraph
           end-if

           add 1 to ws-qtd-devolucoes
           move enc-controle   to ws-dvl-controle (ws-qtd-devolucoes)
           move enc-dev-id     to ws-dvl-dev-id (ws-qtd-devolucoes)
           move enc-assessoria to
               ws-dvl-assessoria (ws-qtd-devolucoes)
           move enc-saldo      to ws-dvl-saldo (ws-qtd-devolucoes)
           move ws-motivo      to ws-dvl-motivo (ws-qtd-devolucoes)

           if ws-pos-ass > zeros
               add 1 to ws-ass-devolvidos (ws-pos-ass)
           end-if.

      *    cada devedor na faixa de atraso de alguma assessoria ativa
      /    vai para a de menos devedores entre as que tem vaga
       escolhe-assessorias.

           perform varying ws-pos-dvd from 1 by 1
                   until ws-pos-dvd > ws-qtd-devedores
               if ws-dvd-aberta (ws-pos-dvd) = "S" and
                  ws-dvd-saldo (ws-pos-dvd) > zeros and
                  ws-dvd-encaminhado (ws-pos-dvd) = "N"
                   perform escolhe-assessoria
               end-if
           end-perform.

       escolhe-assessoria.

           move "N"   to ws-faixa-achou-flag
           move zeros to ws-esc-ass
           move 99999 to ws-menor-carga

           perform varying ws-idx-ass from 1 by 1
                   until ws-idx-ass > ws-qtd-assessorias
               if ws-ass-situacao (ws-idx-ass) = "A" and
                  ws-dvd-dias (ws-pos-dvd) not <
                     ws-ass-atraso-min (ws-idx-ass) and
                  ws-dvd-dias (ws-pos-dvd) not >
                     ws-ass-atraso-max (ws-idx-ass)
                   move "S" to ws-faixa-achou-flag
                   compute ws-ass-carga =
                           ws-ass-ativos (ws-idx-ass) +
                           ws-ass-novos (ws-idx-ass)
                   if ws-ass-carga <
                      ws-ass-max-devedores (ws-idx-ass) and
                      ws-ass-codigo (ws-idx-ass) not =
                      ws-dvd-ult-assessoria (ws-pos-dvd) and
                      ws-ass-carga < ws-menor-carga
                       move ws-ass-carga to ws-menor-carga
                       move ws-idx-ass   to ws-esc-ass
                   end-if
               end-if
           end-perform

           if not ws-faixa-achou
               exit paragraph
           end-if

      *    divida do falecido e' cobrada do espolio; promessa viva
      /    fica com o operador que a recebeu
           evaluate true
               when ws-dvd-espolio (ws-pos-dvd) = "S"
                   add 1 to ws-total-espolio
               when ws-dvd-promessa (ws-pos-dvd) not = spaces
                and ws-dvd-promessa (ws-pos-dvd) not < ws-hoje
                   add 1 to ws-total-promessas
               when ws-esc-ass = zeros
                   add 1 to ws-total-sem-vaga
               when other
                   move ws-esc-ass to ws-dvd-nova-ass (ws-pos-dvd)
                   add 1 to ws-ass-novos (ws-esc-ass)
                   add ws-dvd-saldo (ws-pos-dvd) to
                       ws-ass-vlr-novos (ws-esc-ass)
           end-evaluate.

      *    bloco da assessoria no arquivo do dia e no relatorio:
      /    devedores novos com as parcelas abertas e devolucoes
       gera-bloco-assessoria.

           move ws-ass-codigo (ws-pos-ass) to ws-cab-assessoria
           move ws-ass-nome (ws-pos-ass)   to ws-cab-nome-ass
           move ws-hoje                    to ws-cab-data-env
           move ws-reg-cabecalho to envio-reg
           write envio-reg

           compute ws-expira-int =
                   ws-hoje-int + ws-ass-prazo (ws-pos-ass)
           compute ws-data-expira =
                   function date-of-integer (ws-expira-int)

           move spaces to rel-linha
           write rel-linha
           move ws-ass-codigo (ws-pos-ass) to ws-cas-codigo
           move ws-ass-nome (ws-pos-ass)   to ws-cas-nome
           compute ws-cas-ativos =
                   ws-ass-ativos (ws-pos-ass) +
                   ws-ass-novos (ws-pos-ass)
           move ws-ass-max-devedores (ws-pos-ass) to ws-cas-maximo
           move ws-cab-ass to rel-linha
           write rel-linha
           move ws-cab-det to rel-linha
           write rel-linha

           perform varying ws-idx-dvd from 1 by 1
                   until ws-idx-dvd > ws-qtd-devedores
               if ws-dvd-nova-ass (ws-idx-dvd) = ws-pos-ass
                   move ws-idx-dvd to ws-pos-dvd
                   perform envia-devedor
               end-if
           end-perform

           perform varying ws-idx-dvl from 1 by 1
                   until ws-idx-dvl > ws-qtd-devolucoes
               if ws-dvl-assessoria (ws-idx-dvl) =
                  ws-ass-codigo (ws-pos-ass)
                   perform envia-devolucao
               end-if
           end-perform

           move ws-ass-codigo (ws-pos-ass)     to ws-trl-assessoria
           move ws-ass-novos (ws-pos-ass)      to ws-trl-qtd
           move ws-ass-vlr-novos (ws-pos-ass)  to ws-trl-valor
           move ws-ass-devolvidos (ws-pos-ass) to ws-trl-devolucoes
           move ws-reg-trailer to envio-reg
           write envio-reg.

       envia-devedor.

           move ws-prox-controle             to ws-env-controle
           move ws-dvd-id (ws-pos-dvd)       to ws-env-dev-id
           move ws-dvd-nome (ws-pos-dvd)     to ws-env-nome
           move ws-dvd-telefone (ws-pos-dvd) to ws-env-telefone
           move spaces to ws-env-rua ws-env-bairro ws-env-cidade
                          ws-env-uf ws-env-cep
           move zeros  to ws-env-numero
           move ws-dvd-saldo (ws-pos-dvd)    to ws-env-saldo
           move ws-dvd-dias (ws-pos-dvd)     to ws-env-dias
           move ws-data-expira-x             to ws-env-expira

      *    nome, telefone e endereco do cadastro de pessoas
           if ws-pessoa-aberto
               move ws-dvd-id (ws-pos-dvd) to pessoa-id
               read pessoa
                   invalid key
                       display "AVISO: devedor "
                               ws-dvd-id (ws-pos-dvd)
                               " sem cadastro em registros.txt - "
                               "enviado sem endereco."
                   not invalid key
                       move pessoa-nome   to ws-env-nome
                       if pessoa-telefone not = spaces
                           move pessoa-telefone to ws-env-telefone
                       end-if
                       move pessoa-rua    to ws-env-rua
                       move pessoa-numero to ws-env-numero
                       move pessoa-bairro to ws-env-bairro
                       move pessoa-cidade to ws-env-cidade
                       move pessoa-uf     to ws-env-uf
                       move pessoa-cep    to ws-env-cep
               end-read
           end-if

           move ws-reg-devedor to envio-reg
           write envio-reg

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-parcelas
               if ws-par-dev-id (ws-idx-par) = ws-dvd-id (ws-pos-dvd)
                   move ws-prox-controle to ws-envp-controle
                   move ws-par-numero (ws-idx-par)   to ws-envp-parcela
                   move ws-par-venc (ws-idx-par)     to ws-envp-venc
                   move ws-par-residual (ws-idx-par) to ws-envp-valor
                   move ws-reg-parcela to envio-reg
                   write envio-reg
               end-if
           end-perform

           perform grava-encaminhamento

           add 1 to ws-total-encaminhados
           add ws-dvd-saldo (ws-pos-dvd) to ws-total-vlr-encaminhado

           move ws-prox-controle           to ws-det-controle
           move ws-dvd-id (ws-pos-dvd)     to ws-det-dev
           move ws-dvd-nome (ws-pos-dvd)   to ws-det-nome
           move ws-dvd-dias (ws-pos-dvd)   to ws-det-dias
           move ws-dvd-saldo (ws-pos-dvd)  to ws-det-saldo
           move "ENCAMINHADO"              to ws-det-situacao
           move ws-det-linha to rel-linha
           write rel-linha

           add 1 to ws-prox-controle.

       grava-encaminhamento.

           open extend encaminhamentos

           if ws-encaminhamento-nao-existe
               open output encaminhamentos
           end-if

           if not ws-encaminhamento-ok
               display "ERRO ao abrir encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
               display "O controle do encaminhamento nao foi gravado."
               exit paragraph
           end-if

           move ws-prox-controle             to enc-controle
           move ws-dvd-id (ws-pos-dvd)       to enc-dev-id
           move ws-ass-codigo (ws-pos-ass)   to enc-assessoria
           move ws-hoje                      to enc-data-envio
           move ws-data-expira-x             to enc-data-expira
           move ws-dvd-saldo (ws-pos-dvd)    to enc-saldo
           move ws-dvd-dias (ws-pos-dvd)     to enc-dias-atraso
           move ws-ass-comissao (ws-pos-ass) to enc-comissao
           move "A"                          to enc-status
           move spaces                       to enc-data-baixa
           move zeros                        to enc-vlr-informado
           move spaces                       to enc-data-informe

           write encaminhamento-reg

           if not ws-encaminhamento-ok
               display "ERRO ao gravar encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
           end-if

           close encaminhamentos.

       envia-devolucao.

           move ws-dvl-controle (ws-idx-dvl) to ws-envd-controle
           move ws-dvl-dev-id (ws-idx-dvl)   to ws-envd-dev-id
           move ws-dvl-motivo (ws-idx-dvl)   to ws-envd-motivo
           move ws-hoje                      to ws-envd-data
           move ws-reg-devolucao to envio-reg
           write envio-reg

           move ws-dvl-controle (ws-idx-dvl) to ws-det-controle
           move ws-dvl-dev-id (ws-idx-dvl)   to ws-det-dev
           move ws-dvl-dev-id (ws-idx-dvl)   to ws-busca-id
           perform busca-devedor
           if ws-pos-dvd > zeros
               move ws-dvd-nome (ws-pos-dvd) to ws-det-nome
               move ws-dvd-dias (ws-pos-dvd) to ws-det-dias
           else
               move spaces to ws-det-nome
               move zeros  to ws-det-dias
           end-if
           move ws-dvl-saldo (ws-idx-dvl) to ws-det-saldo

           evaluate ws-dvl-motivo (ws-idx-dvl)
               when "Q"
                   move "QUITADO/RENEGOCIADO" to ws-det-situacao
               when "B"
                   move "DEVOLVIDO - BAIXADO" to ws-det-situacao
               when other
                   move "DEVOLVIDO - FIM DO PRAZO" to ws-det-situacao
           end-evaluate

           move ws-det-linha to rel-linha
           write rel-linha.

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
                       if ctb-programa = "ENCAMINHA" and
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

           move "F"                   to ws-ctb-tipo-grava
           move ws-total-encaminhados to ws-ctb-registros-grava
           move "OK"                  to ws-ctb-resultado-grava
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

           move "ENCAMINHA"             to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program encaminha.
