      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: provisao mensal para devedores duvidosos (pdd) -
      * classifica cada divida em aberto de devedores.dat/
      * parcelas.dat num nivel de risco de AA a H pelo maior atraso
      * entre as suas parcelas abertas (contado do primeiro dia util
      * apos o vencimento, como em atrasos.cbl), aplica sobre a
      * exposicao (saldo das parcelas abertas) o percentual do nivel
      * em pdd_niveis.dat (mantido por mantpdd.cbl) e grava em
      * lancamentos.dat a reversao da provisao do mes anterior
      * (D 1102/C 3006) e a provisao do mes (D 4003/C 1102). dividas
      * baixadas em prejuizo.dat ficam de fora. o relatorio mostra
      * por nivel a exposicao, o percentual, a provisao e a variacao
      * sobre o mes anterior (pdd_historico.dat, onde a posicao do
      * mes fica gravada). uma vez por mes - o mes ja gravado no
      * historico recusa o reprocessamento
      ******************************************************************

       identification division.
       program-id. pdd.
       environment division.
       input-output section.
       file-control.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select prejuizo-file assign to './files/prejuizo.dat'
       organization is sequential
       file status is ws-prejuizo-status.

       select niveis-file assign to './files/pdd_niveis.dat'
       organization is sequential
       file status is ws-nivel-status.

       select historico-file assign to './files/pdd_historico.dat'
       organization is sequential
       file status is ws-historico-status.

       select lancamentos assign to './files/lancamentos.dat'
       organization is sequential
       file status is ws-lancamento-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select periodos-file
              assign to './files/periodos_contabeis.dat'
       organization is sequential
       file status is ws-periodo-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-pdd assign to './files/relatorio_pdd.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd devedores.
       copy "devedor.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd prejuizo-file.
       copy "prejuizo.cpy".

       fd niveis-file.
       copy "pddnivel.cpy".

       fd historico-file.
       copy "pddhist.cpy".

       fd lancamentos.
       copy "lancamento.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd periodos-file.
       copy "periodo.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-pdd.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-prejuizo-status   pic x(2) value spaces.
           88 ws-prejuizo-ok           value "00".
           88 ws-prejuizo-nao-existe   value "35".
       77 ws-nivel-status      pic x(2) value spaces.
           88 ws-nivel-ok              value "00".
           88 ws-nivel-nao-existe      value "35".
       77 ws-historico-status  pic x(2) value spaces.
           88 ws-historico-ok          value "00".
           88 ws-historico-nao-existe  value "35".
       77 ws-lancamento-status pic x(2) value spaces.
           88 ws-lancamento-ok         value "00".
           88 ws-lancamento-nao-existe value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-periodo-status    pic x(2) value spaces.
           88 ws-periodo-ok            value "00".
           88 ws-periodo-nao-existe    value "35".
       77 ws-periodo-fechado-flag pic x value "N".
           88 ws-periodo-fechado       value "S".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       77 ws-mes-ref           pic x(6) value spaces.
       77 ws-mes-anterior      pic x(6) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    niveis de risco - tabela padrao da resolucao, substituida
      /    por pdd_niveis.dat quando o arquivo existe: nivel, maior
      /    atraso em dias do nivel e percentual de provisao
       77 ws-max-niveis        pic 9(2) value 9.
       77 ws-qtd-niveis        pic 9(2) value 9.
       77 ws-idx-niv           pic 9(2) value zeros.
       77 ws-pos-niv           pic 9(2) value zeros.
       01 ws-niveis-init.
           05 filler pic x(12) value "AA0000000000".
           05 filler pic x(12) value "A 0001400050".
           05 filler pic x(12) value "B 0003000100".
           05 filler pic x(12) value "C 0006000300".
           05 filler pic x(12) value "D 0009001000".
           05 filler pic x(12) value "E 0012003000".
           05 filler pic x(12) value "F 0015005000".
           05 filler pic x(12) value "G 0018007000".
           05 filler pic x(12) value "H 9999910000".
       01 ws-niveis-tab redefines ws-niveis-init.
           05 ws-niv-item occurs 9 times.
               10 ws-niv-codigo    pic x(2).
               10 ws-niv-dias      pic 9(5).
               10 ws-niv-pct       pic 9v9(4).

      *    acumulados do mes e provisao do mes anterior por nivel
       01 ws-acm-tab.
           05 ws-acm-item occurs 9 times.
               10 ws-acm-qtd       pic 9(5).
               10 ws-acm-exposicao pic 9(9)v99.
               10 ws-acm-provisao  pic 9(9)v99.
               10 ws-acm-anterior  pic 9(9)v99.

      *    dividas baixadas para prejuizo - fora da provisao
       77 ws-max-prejuizos     pic 9(3) value 100.
       77 ws-qtd-prejuizos     pic 9(3) value zeros.
       77 ws-idx-prj           pic 9(3) value zeros.
       01 ws-prj-tab.
           03 ws-prj-dev-id occurs 100 times pic 9(5).
       77 ws-prejuizo-achou-flag pic x value "N".
           88 ws-em-prejuizo       value "S".

      *    dividas em aberto: maior atraso e exposicao por devedor
       77 ws-max-dividas       pic 9(3) value 100.
       77 ws-qtd-dividas       pic 9(3) value zeros.
       77 ws-idx-dvd           pic 9(3) value zeros.
       77 ws-pos-dvd           pic 9(3) value zeros.
       01 ws-dvd-tab.
           03 ws-dvd-item occurs 100 times.
               05 ws-dvd-id        pic 9(5).
               05 ws-dvd-nome      pic x(15).
               05 ws-dvd-dias      pic s9(5).
               05 ws-dvd-exposicao pic 9(7)v99.
       77 ws-dvd-achou-flag    pic x value "N".
           88 ws-dvd-achou         value "S".

       77 ws-venc-int          pic 9(7) value zeros.
       77 ws-dias-atraso       pic s9(5) value zeros.
       77 ws-vlr-residual      pic 9(5)v99 value zeros.
       77 ws-vlr-provisao      pic 9(9)v99 value zeros.

      *    calendario de dias uteis: o atraso conta a partir do
      /    primeiro dia util apos o vencimento, como em atrasos.cbl
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

      *    lancamento contabil (par D/C de lancamentos.dat)
       77 ws-conta-debito      pic x(4) value spaces.
       77 ws-conta-credito     pic x(4) value spaces.
       77 ws-vlr-lancamento    pic 9(9)v99 value zeros.
       77 ws-total-lancamentos pic 9(5) value zeros.

       77 ws-total-exposicao   pic 9(9)v99 value zeros.
       77 ws-total-provisao    pic 9(9)v99 value zeros.
       77 ws-total-anterior    pic 9(9)v99 value zeros.
       77 ws-total-qtd         pic 9(5) value zeros.
       77 ws-variacao          pic s9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(41) value
              "PROVISAO PARA DEVEDORES DUVIDOSOS - MES ".
           05 ws-cab-mes      pic x(7).
           05 filler          pic x(13) value "  APURADO EM ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-det.
           05 filler          pic x(8)  value "CODIGO".
           05 filler          pic x(17) value "NOME".
           05 filler          pic x(8)  value "ATRASO".
           05 filler          pic x(7)  value "NIVEL".
           05 filler          pic x(14) value "EXPOSICAO".
           05 filler          pic x(12) value "PROVISAO".

       01 ws-det-linha.
           05 ws-det-id       pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-nome     pic x(15).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dias     pic zzzz9-.
           05 filler          pic x(4)  value spaces.
           05 ws-det-nivel    pic x(2).
           05 filler          pic x(3)  value spaces.
           05 ws-det-exposicao pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-det-provisao pic zzzzzz9.99.

       01 ws-cab-niv.
           05 filler          pic x(7)  value "NIVEL".
           05 filler          pic x(8)  value "ATE DIA".
           05 filler          pic x(7)  value "QTD".
           05 filler          pic x(15) value "EXPOSICAO".
           05 filler          pic x(9)  value "PERC.".
           05 filler          pic x(15) value "PROVISAO".
           05 filler          pic x(15) value "MES ANTERIOR".
           05 filler          pic x(15) value "VARIACAO".

       01 ws-niv-linha.
           05 ws-nvl-nivel    pic x(2).
           05 filler          pic x(4)  value spaces.
           05 ws-nvl-dias     pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-nvl-qtd      pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-nvl-exposicao pic zzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-nvl-pct      pic zz9.99.
           05 filler          pic x(1)  value "%".
           05 filler          pic x(2)  value spaces.
           05 ws-nvl-provisao pic zzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-nvl-anterior pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-nvl-variacao pic -zzzzzzzz9.99.

       01 ws-total-linha.
           05 filler          pic x(14) value "TOTAL".
           05 ws-tot-qtd      pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-tot-exposicao pic zzzzzzzz9.99.
           05 filler          pic x(12) value spaces.
           05 ws-tot-provisao pic zzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-tot-anterior pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-tot-variacao pic -zzzzzzzz9.99.

       01 ws-lanc-linha.
           05 ws-lcl-texto    pic x(40).
           05 filler          pic x(2)  value "D ".
           05 ws-lcl-debito   pic x(4).
           05 filler          pic x(5)  value " / C ".
           05 ws-lcl-credito  pic x(4).
           05 filler          pic x(2)  value spaces.
           05 ws-lcl-valor    pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje
           move ws-hoje (1:6) to ws-mes-ref
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           perform carrega-historico

           if ws-ja-rodou
               display "PDD do mes " ws-mes-ref " ja apurada (ver "
                       "pdd_historico.dat) - reprocessamento "
                       "recusado."
               goback
           end-if

           perform verifica-periodo-aberto

           if ws-periodo-fechado
               display "PDD: periodo contabil " ws-hoje (1:6)
                       " ja encerrado - posicao nao atualizada."
               move 8 to return-code
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-niveis

           perform carrega-feriados

           perform carrega-prejuizos

           perform carrega-devedores

           perform varre-parcelas

           open output rel-pdd

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_pdd.txt - file "
                       "status " ws-rel-status
               goback
           end-if

           move ws-mes-ref (5:2) to ws-cab-mes (1:2)
           move "/"              to ws-cab-mes (3:1)
           move ws-mes-ref (1:4) to ws-cab-mes (4:4)
           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-det to rel-linha
           write rel-linha

           perform varying ws-pos-dvd from 1 by 1
                   until ws-pos-dvd > ws-qtd-dividas
               if ws-dvd-exposicao (ws-pos-dvd) > zeros
                   perform classifica-divida
               end-if
           end-perform

           perform imprime-niveis

           perform contabiliza-provisao

           perform grava-historico

           close rel-pdd

           perform grava-controle-fim

           display "PDD " ws-mes-ref ": " ws-total-qtd
                   " divida(s), exposicao " ws-total-exposicao
                   " provisao " ws-total-provisao
                   " (anterior " ws-total-anterior ")."

           goback.

      *    provisao do ultimo mes gravado antes do mes de referencia
      /    (a reverter) e recusa do mes ja apurado
       carrega-historico.

           move "N"    to ws-eof
           move "N"    to ws-ja-rodou-flag
           move spaces to ws-mes-anterior

           open input historico-file

           if ws-historico-nao-existe
               exit paragraph
           end-if

           if not ws-historico-ok
               display "ERRO ao abrir pdd_historico.dat - file status "
                       ws-historico-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read historico-file
                   at end move "S" to ws-eof
                   not at end
                       if pdh-mes = ws-mes-ref
                           move "S" to ws-ja-rodou-flag
                       end-if
                       if pdh-mes < ws-mes-ref and
                          pdh-mes > ws-mes-anterior
                           move pdh-mes to ws-mes-anterior
                       end-if
               end-read
           end-perform

           close historico-file.

      *    soma a provisao do mes anterior por nivel - roda depois de
      /    carrega-niveis, para casar o codigo do nivel
       carrega-anterior.

           move "N"   to ws-eof
           move zeros to ws-total-anterior

           if ws-mes-anterior = spaces
               exit paragraph
           end-if

           open input historico-file

           if not ws-historico-ok
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read historico-file
                   at end move "S" to ws-eof
                   not at end
                       if pdh-mes = ws-mes-anterior
                           perform soma-anterior
                       end-if
               end-read
           end-perform

           close historico-file.

       soma-anterior.

           add pdh-provisao to ws-total-anterior

           move ws-qtd-niveis to ws-pos-niv

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               if ws-niv-codigo (ws-idx-niv) = pdh-nivel
                   move ws-idx-niv to ws-pos-niv
               end-if
           end-perform

           add pdh-provisao to ws-acm-anterior (ws-pos-niv).

       carrega-niveis.

           move "N" to ws-eof

           open input niveis-file

           if ws-nivel-ok
               move zeros to ws-qtd-niveis
               perform until ws-eof = "S"
                   read niveis-file
                       at end move "S" to ws-eof
                       not at end
                           if ws-qtd-niveis < ws-max-niveis
                               add 1 to ws-qtd-niveis
                               move pdn-nivel to
                                   ws-niv-codigo (ws-qtd-niveis)
                               move pdn-dias-ate to
                                   ws-niv-dias (ws-qtd-niveis)
                               move pdn-percentual to
                                   ws-niv-pct (ws-qtd-niveis)
                           else
                               display "AVISO: pdd_niveis.dat tem "
                                       "mais de " ws-max-niveis
                                       " niveis - excedente ignorado."
                           end-if
                   end-read
               end-perform
               close niveis-file
           else
               if not ws-nivel-nao-existe
                   display "ERRO ao abrir pdd_niveis.dat - file "
                           "status " ws-nivel-status
               end-if
               display "Usando a tabela padrao de niveis de risco."
           end-if

           if ws-qtd-niveis = zeros
               move ws-max-niveis to ws-qtd-niveis
           end-if

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-max-niveis
               move zeros to ws-acm-qtd (ws-idx-niv)
               move zeros to ws-acm-exposicao (ws-idx-niv)
               move zeros to ws-acm-provisao (ws-idx-niv)
               move zeros to ws-acm-anterior (ws-idx-niv)
           end-perform

           perform carrega-anterior.

       carrega-prejuizos.

           move "N" to ws-eof

           open input prejuizo-file

           if ws-prejuizo-nao-existe
               exit paragraph
           end-if

           if not ws-prejuizo-ok
               display "ERRO ao abrir prejuizo.dat - file status "
                       ws-prejuizo-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read prejuizo-file
                   at end move "S" to ws-eof
                   not at end
                       if prej-baixado
                           if ws-qtd-prejuizos < ws-max-prejuizos
                               add 1 to ws-qtd-prejuizos
                               move prej-dev-id to
                                   ws-prj-dev-id (ws-qtd-prejuizos)
                           else
                               display "AVISO: prejuizo.dat tem mais "
                                       "de " ws-max-prejuizos
                                       " baixas - excedente ignorado."
                           end-if
                       end-if
               end-read
           end-perform

           close prejuizo-file.

      *    divida em aberto: parcelas pagas abaixo do total e devedor
      /    fora de prejuizo.dat
       carrega-devedores.

           move "N" to ws-eof

           open input devedores

           if ws-devedor-nao-existe
               display "Nao ha devedores.dat - nada a provisionar."
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
                       if dev-parc-pgs < dev-qrd-parc
                           perform inclui-divida
                       end-if
               end-read
           end-perform

           close devedores.

       inclui-divida.

           move "N" to ws-prejuizo-achou-flag

           perform varying ws-idx-prj from 1 by 1
                   until ws-idx-prj > ws-qtd-prejuizos
               if ws-prj-dev-id (ws-idx-prj) = dev-id
                   move "S" to ws-prejuizo-achou-flag
               end-if
           end-perform

           if ws-em-prejuizo
               exit paragraph
           end-if

           if ws-qtd-dividas >= ws-max-dividas
               display "AVISO: devedores.dat tem mais de "
                       ws-max-dividas " dividas em aberto - "
                       "excedente ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-dividas
           move dev-id            to ws-dvd-id (ws-qtd-dividas)
           move dev-primeiro-nome to ws-dvd-nome (ws-qtd-dividas)
           move zeros             to ws-dvd-dias (ws-qtd-dividas)
           move zeros to ws-dvd-exposicao (ws-qtd-dividas).

       varre-parcelas.

           move "N" to ws-eof

           open input parcelas

           if ws-parcela-nao-existe
               display "Nao ha parcelas.dat - nada a provisionar."
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

           move "N"   to ws-dvd-achou-flag
           move zeros to ws-pos-dvd

           perform varying ws-idx-dvd from 1 by 1
                   until ws-idx-dvd > ws-qtd-dividas or ws-dvd-achou
               if ws-dvd-id (ws-idx-dvd) = par-dev-id
                   move "S" to ws-dvd-achou-flag
                   move ws-idx-dvd to ws-pos-dvd
               end-if
           end-perform

           if not ws-dvd-achou
               exit paragraph
           end-if

           compute ws-vlr-residual = par-valor - par-valor-pago

           add ws-vlr-residual to ws-dvd-exposicao (ws-pos-dvd)

           compute ws-venc-int =
                   function integer-of-date
                       (function numval (par-vencimento))

           move ws-venc-int to ws-data-util-int
           perform proximo-dia-util

           compute ws-dias-atraso = ws-hoje-int - ws-data-util-int

           if ws-dias-atraso > ws-dvd-dias (ws-pos-dvd)
               move ws-dias-atraso to ws-dvd-dias (ws-pos-dvd)
           end-if.

      *    nivel da divida: o primeiro cujo limite de dias cobre o
      /    maior atraso; acima de todos os limites, o ultimo nivel
       classifica-divida.

           move zeros to ws-pos-niv

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis or ws-pos-niv > 0
               if ws-dvd-dias (ws-pos-dvd) <= ws-niv-dias (ws-idx-niv)
                   move ws-idx-niv to ws-pos-niv
               end-if
           end-perform

           if ws-pos-niv = zeros
               move ws-qtd-niveis to ws-pos-niv
           end-if

           compute ws-vlr-provisao rounded =
                   ws-dvd-exposicao (ws-pos-dvd) *
                   ws-niv-pct (ws-pos-niv)

           add 1 to ws-acm-qtd (ws-pos-niv)
           add ws-dvd-exposicao (ws-pos-dvd)
               to ws-acm-exposicao (ws-pos-niv)
           add ws-vlr-provisao to ws-acm-provisao (ws-pos-niv)

           add 1 to ws-total-qtd
           add ws-dvd-exposicao (ws-pos-dvd) to ws-total-exposicao
           add ws-vlr-provisao to ws-total-provisao

           move ws-dvd-id (ws-pos-dvd)        to ws-det-id
           move ws-dvd-nome (ws-pos-dvd)      to ws-det-nome
           move ws-dvd-dias (ws-pos-dvd)      to ws-det-dias
           move ws-niv-codigo (ws-pos-niv)    to ws-det-nivel
           move ws-dvd-exposicao (ws-pos-dvd) to ws-det-exposicao
           move ws-vlr-provisao               to ws-det-provisao
           move ws-det-linha to rel-linha
           write rel-linha.

       imprime-niveis.

           move spaces to rel-linha
           write rel-linha
           move ws-cab-niv to rel-linha
           write rel-linha

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               compute ws-variacao =
                       ws-acm-provisao (ws-idx-niv) -
                       ws-acm-anterior (ws-idx-niv)
               move ws-niv-codigo (ws-idx-niv)    to ws-nvl-nivel
               move ws-niv-dias (ws-idx-niv)      to ws-nvl-dias
               move ws-acm-qtd (ws-idx-niv)       to ws-nvl-qtd
               move ws-acm-exposicao (ws-idx-niv) to ws-nvl-exposicao
               compute ws-nvl-pct = ws-niv-pct (ws-idx-niv) * 100
               move ws-acm-provisao (ws-idx-niv)  to ws-nvl-provisao
               move ws-acm-anterior (ws-idx-niv)  to ws-nvl-anterior
               move ws-variacao                   to ws-nvl-variacao
               move ws-niv-linha to rel-linha
               write rel-linha
           end-perform

           compute ws-variacao = ws-total-provisao - ws-total-anterior

           move spaces to rel-linha
           write rel-linha
           move ws-total-qtd       to ws-tot-qtd
           move ws-total-exposicao to ws-tot-exposicao
           move ws-total-provisao  to ws-tot-provisao
           move ws-total-anterior  to ws-tot-anterior
           move ws-variacao        to ws-tot-variacao
           move ws-total-linha     to rel-linha
           write rel-linha.

      *    reversao integral da provisao anterior e constituicao da
      /    provisao do mes - dois pares D/C balanceados
       contabiliza-provisao.

           move spaces to rel-linha
           write rel-linha
           move "LANCAMENTOS EM LANCAMENTOS.DAT:" to rel-linha
           write rel-linha

           if ws-total-anterior > zeros
               move "1102"            to ws-conta-debito
               move "3006"            to ws-conta-credito
               move ws-total-anterior to ws-vlr-lancamento
               perform grava-par-lancamento
               move "REVERSAO DA PROVISAO ANTERIOR"
                   to ws-lcl-texto
               perform imprime-lancamento
           end-if

           if ws-total-provisao > zeros
               move "4003"            to ws-conta-debito
               move "1102"            to ws-conta-credito
               move ws-total-provisao to ws-vlr-lancamento
               perform grava-par-lancamento
               move "CONSTITUICAO DA PROVISAO DO MES"
                   to ws-lcl-texto
               perform imprime-lancamento
           end-if.

       imprime-lancamento.

           move ws-conta-debito   to ws-lcl-debito
           move ws-conta-credito  to ws-lcl-credito
           move ws-vlr-lancamento to ws-lcl-valor
           move ws-lanc-linha to rel-linha
           write rel-linha.

      *    mes de hoje ja encerrado pelo balanco mensal - nenhum
      /    lancamento datado nele pode mais entrar no diario
       verifica-periodo-aberto.

           move "N" to ws-eof
           move "N" to ws-periodo-fechado-flag

           open input periodos-file

           if ws-periodo-nao-existe
               exit paragraph
           end-if

           if not ws-periodo-ok
               display "ERRO ao abrir periodos_contabeis.dat - file "
                       "status " ws-periodo-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read periodos-file
                   at end move "S" to ws-eof
                   not at end
                       if per-mes = ws-hoje (1:6)
                           move "S" to ws-periodo-fechado-flag
                       end-if
               end-read
           end-perform

           close periodos-file.

       grava-par-lancamento.

           if ws-periodo-fechado
               display "ERRO: periodo contabil " ws-hoje (1:6)
                       " encerrado - lancamento " ws-conta-debito
                       "/" ws-conta-credito " de " ws-vlr-lancamento
                       " recusado."
               move 8 to return-code
               exit paragraph
           end-if

           open extend lancamentos

           if ws-lancamento-nao-existe
               open output lancamentos
           end-if

           if not ws-lancamento-ok
               display "ERRO ao abrir lancamentos.dat - file status "
                       ws-lancamento-status
               exit paragraph
           end-if

           move ws-hoje           to lan-data
           move ws-conta-debito   to lan-conta
           move "D"               to lan-dc
           move ws-vlr-lancamento to lan-valor
           move "V"               to lan-origem

           write lancamento-reg

           move ws-conta-credito  to lan-conta
           move "C"               to lan-dc

           write lancamento-reg

           if not ws-lancamento-ok
               display "ERRO ao gravar lancamentos.dat - file "
                       "status " ws-lancamento-status
           end-if

           close lancamentos

           add 2 to ws-total-lancamentos.

       grava-historico.

           open extend historico-file

           if ws-historico-nao-existe
               open output historico-file
           end-if

           if not ws-historico-ok
               display "ERRO ao gravar pdd_historico.dat - file "
                       "status " ws-historico-status
               exit paragraph
           end-if

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               move ws-mes-ref                    to pdh-mes
               move ws-hoje                       to pdh-data
               move ws-niv-codigo (ws-idx-niv)    to pdh-nivel
               move ws-acm-qtd (ws-idx-niv)       to pdh-qtd
               move ws-acm-exposicao (ws-idx-niv) to pdh-exposicao
               move ws-niv-pct (ws-idx-niv)       to pdh-percentual
               move ws-acm-provisao (ws-idx-niv)  to pdh-provisao
               write pdd-hist-reg
           end-perform

           if not ws-historico-ok
               display "ERRO ao gravar pdd_historico.dat - file "
                       "status " ws-historico-status
           end-if

           close historico-file.

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

       grava-controle-inicio.

           move "I"    to ws-ctb-tipo-grava
           move zeros  to ws-ctb-registros-grava
           move spaces to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle-fim.

           move "F"          to ws-ctb-tipo-grava
           move ws-total-qtd to ws-ctb-registros-grava
           move "OK"         to ws-ctb-resultado-grava
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

           move "PDD"                   to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program pdd.
