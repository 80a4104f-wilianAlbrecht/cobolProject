      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: escada de vencimentos da carteira de emprestimos -
      * o que ainda deve entrar das parcelas abertas de parcelas.dat,
      * por mes de vencimento nos proximos 12 meses, mais as vencidas
      * e as que vencem depois de 12 meses. o saldo de cada parcela
      * sai separado em principal e juros (par-amortizacao/par-juros
      * do contrato, juros pagos primeiro como em apropriacao.cbl;
      * plano digitado em variaveis.cbl e renegociacao nao tem juros
      * separados e vai todo como principal) e com a perda esperada
      * - o percentual do nivel de risco do devedor pelo maior
      * atraso (pdd_niveis.dat, mesma regra de pdd.cbl). dividas
      * baixadas em prejuizo.dat ficam de fora. escada da carteira
      * toda, por agencia (a da conta em que o devedor e' titular -
      * titulares.dat/contas.dat; sem conta, agencia 000) e dos
      * contratos de contratos.dat contra as dividas avulsas
      ******************************************************************

       identification division.
       program-id. escadavenc.
       environment division.
       input-output section.
       file-control.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select contratos-file assign to './files/contratos.dat'
       organization is sequential
       file status is ws-contrato-status.

       select prejuizo-file assign to './files/prejuizo.dat'
       organization is sequential
       file status is ws-prejuizo-status.

       select niveis-file assign to './files/pdd_niveis.dat'
       organization is sequential
       file status is ws-nivel-status.

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

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select rel-escada assign to './files/relatorio_vencimentos.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd devedores.
       copy "devedor.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd contratos-file.
       copy "contrato.cpy".

       fd prejuizo-file.
       copy "prejuizo.cpy".

       fd niveis-file.
       copy "pddnivel.cpy".

       fd titulares.
       copy "titular.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd rel-escada.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-contrato-status   pic x(2) value spaces.
           88 ws-contrato-ok           value "00".
           88 ws-contrato-nao-existe   value "35".
       77 ws-prejuizo-status   pic x(2) value spaces.
           88 ws-prejuizo-ok           value "00".
           88 ws-prejuizo-nao-existe   value "35".
       77 ws-nivel-status      pic x(2) value spaces.
           88 ws-nivel-ok              value "00".
           88 ws-nivel-nao-existe      value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".
       77 ws-cadastro-aberto-flag pic x value "N".
           88 ws-cadastro-aberto   value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       01 ws-hoje-mes.
           05 ws-hoje-ano      pic 9(4).
           05 ws-hoje-mm       pic 9(2).
       01 ws-hoje-mes-x redefines ws-hoje-mes pic x(6).

      *    niveis de risco - tabela padrao da resolucao, substituida
      /    por pdd_niveis.dat quando o arquivo existe, como em pdd.cbl
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

      *    dividas baixadas para prejuizo - fora da escada
       77 ws-max-prejuizos     pic 9(3) value 100.
       77 ws-qtd-prejuizos     pic 9(3) value zeros.
       77 ws-idx-prj           pic 9(3) value zeros.
       01 ws-prj-tab.
           03 ws-prj-dev-id occurs 100 times pic 9(5).
       77 ws-prejuizo-achou-flag pic x value "N".
           88 ws-em-prejuizo       value "S".

      *    devedores com contrato em contratos.dat
       77 ws-max-contratos     pic 9(3) value 100.
       77 ws-qtd-contratos     pic 9(3) value zeros.
       77 ws-idx-ctr           pic 9(3) value zeros.
       01 ws-ctr-tab.
           03 ws-ctr-dev-id occurs 100 times pic 9(5).

      *    dividas em aberto: maior atraso, percentual de perda,
      /    agencia e tipo (C contrato, A avulsa)
       77 ws-max-dividas       pic 9(3) value 100.
       77 ws-qtd-dividas       pic 9(3) value zeros.
       77 ws-idx-dvd           pic 9(3) value zeros.
       77 ws-pos-dvd           pic 9(3) value zeros.
       01 ws-dvd-tab.
           03 ws-dvd-item occurs 100 times.
               05 ws-dvd-id        pic 9(5).
               05 ws-dvd-dias      pic s9(5).
               05 ws-dvd-pct       pic 9v9(4).
               05 ws-dvd-agencia   pic 9(3).
               05 ws-dvd-tipo      pic 9(1).
               05 ws-dvd-pos-age   pic 9(2).
       77 ws-dvd-achou-flag    pic x value "N".
           88 ws-dvd-achou         value "S".
       77 ws-agencia-titular   pic 9(3) value zeros.
       77 ws-agencia-cotitular pic 9(3) value zeros.
       77 ws-achou-titular-flag pic x value "N".
           88 ws-achou-titular     value "S".
       77 ws-achou-cotitular-flag pic x value "N".
           88 ws-achou-cotitular   value "S".

      *    escada acumulada por agencia, tipo de divida e faixa de
      /    vencimento: 1 vencidas, 2 a 13 os meses a partir do
      /    corrente, 14 depois de 12 meses
       77 ws-max-agencias      pic 9(2) value 50.
       77 ws-qtd-agencias      pic 9(2) value zeros.
       77 ws-idx-age           pic 9(2) value zeros.
       77 ws-idx-age-2         pic 9(2) value zeros.
       77 ws-pos-age           pic 9(2) value zeros.
       01 ws-age-tab.
           03 ws-age-item occurs 50 times.
               05 ws-age-codigo    pic 9(3).
               05 ws-age-tipo occurs 2 times.
                   10 ws-age-faixa occurs 14 times.
                       15 ws-acc-qtd       pic 9(5).
                       15 ws-acc-principal pic 9(9)v99.
                       15 ws-acc-juros     pic 9(9)v99.
                       15 ws-acc-perda     pic 9(9)v99.
       01 ws-age-troca         pic x(1067).

      *    escada impressa - soma da selecao de agencia e tipo
      /    (zero = todos)
       77 ws-sel-agencia       pic 9(2) value zeros.
       77 ws-sel-tipo          pic 9(1) value zeros.
       77 ws-idx-tipo          pic 9(1) value zeros.
       77 ws-idx-fx            pic 9(2) value zeros.
       01 ws-esc-tab.
           03 ws-esc-faixa occurs 14 times.
               05 ws-esc-qtd       pic 9(5).
               05 ws-esc-principal pic 9(9)v99.
               05 ws-esc-juros     pic 9(9)v99.
               05 ws-esc-perda     pic 9(9)v99.
       77 ws-esc-tot-qtd       pic 9(5) value zeros.
       77 ws-esc-tot-principal pic 9(9)v99 value zeros.
       77 ws-esc-tot-juros     pic 9(9)v99 value zeros.
       77 ws-esc-tot-perda     pic 9(9)v99 value zeros.

       77 ws-faixa             pic 9(2) value zeros.
       77 ws-meses             pic s9(5) value zeros.
       77 ws-venc-int          pic 9(7) value zeros.
       77 ws-dias-atraso       pic s9(5) value zeros.
       77 ws-vlr-residual      pic 9(5)v99 value zeros.
       77 ws-vlr-juros         pic 9(5)v99 value zeros.
       77 ws-vlr-principal     pic 9(5)v99 value zeros.
       77 ws-vlr-perda         pic 9(7)v99 value zeros.
       77 ws-total-parcelas    pic 9(5) value zeros.
       01 ws-mes-label.
           05 ws-lbl-ano       pic 9(4).
           05 ws-lbl-mes       pic 9(2).

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

       01 ws-cab-1.
           05 filler          pic x(40) value
              "ESCADA DE VENCIMENTOS DA CARTEIRA - ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-secao.
           05 ws-csc-texto    pic x(40).

       01 ws-cab-colunas.
           05 filler          pic x(16) value "VENCIMENTO".
           05 filler          pic x(8)  value "PARC.".
           05 filler          pic x(15) value "PRINCIPAL".
           05 filler          pic x(15) value "JUROS".
           05 filler          pic x(15) value "TOTAL".
           05 filler          pic x(15) value "PERDA ESPER.".
           05 filler          pic x(15) value "LIQUIDO".

       01 ws-esc-linha.
           05 ws-lin-faixa    pic x(14).
           05 filler          pic x(2)  value spaces.
           05 ws-lin-qtd      pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-lin-principal pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-lin-juros    pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-lin-total    pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-lin-perda    pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-lin-liquido  pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje
           move ws-hoje (1:6) to ws-hoje-mes-x
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           perform carrega-feriados

           perform carrega-niveis

           perform carrega-prejuizos

           perform carrega-contratos

           perform carrega-devedores

           if ws-qtd-dividas = zeros
               display "Nenhuma divida em aberto - escada nao gerada."
               goback
           end-if

           perform apura-atrasos

           perform varying ws-pos-dvd from 1 by 1
                   until ws-pos-dvd > ws-qtd-dividas
               perform classifica-divida
           end-perform

           perform monta-escada

           open output rel-escada

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_vencimentos.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           perform imprime-relatorio

           close rel-escada

           display "Relatorio gravado em "
                   "./files/relatorio_vencimentos.txt - "
                   ws-total-parcelas " parcela(s) aberta(s) de "
                   ws-qtd-dividas " divida(s)."

           goback.

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
           end-if.

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

       carrega-contratos.

           move "N" to ws-eof

           open input contratos-file

           if ws-contrato-nao-existe
               exit paragraph
           end-if

           if not ws-contrato-ok
               display "ERRO ao abrir contratos.dat - file status "
                       ws-contrato-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contratos-file
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-contratos < ws-max-contratos
                           add 1 to ws-qtd-contratos
                           move ctr-dev-id to
                               ws-ctr-dev-id (ws-qtd-contratos)
                       else
                           display "AVISO: contratos.dat tem mais de "
                                   ws-max-contratos
                                   " registros - excedente ignorado."
                       end-if
               end-read
           end-perform

           close contratos-file.

      *    divida em aberto: parcelas pagas abaixo do total e devedor
      /    fora de prejuizo.dat
       carrega-devedores.

           move "N" to ws-eof

           open input devedores

           if ws-devedor-nao-existe
               display "Nao ha devedores.dat - nada a projetar."
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               exit paragraph
           end-if

           open input titulares
           open input contas-file

           if ws-titular-ok and ws-conta-ok
               move "S" to ws-cadastro-aberto-flag
           else
               display "AVISO: titulares.dat/contas.dat indisponivel "
                       "- dividas sem agencia (000)."
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

           close devedores

           if ws-titular-ok
               close titulares
           end-if

           if ws-conta-ok
               close contas-file
           end-if.

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
           move ws-qtd-dividas to ws-pos-dvd
           move dev-id to ws-dvd-id (ws-pos-dvd)
           move zeros  to ws-dvd-dias (ws-pos-dvd)
           move zeros  to ws-dvd-pct (ws-pos-dvd)

           move 2 to ws-dvd-tipo (ws-pos-dvd)
           perform varying ws-idx-ctr from 1 by 1
                   until ws-idx-ctr > ws-qtd-contratos
               if ws-ctr-dev-id (ws-idx-ctr) = dev-id
                   move 1 to ws-dvd-tipo (ws-pos-dvd)
               end-if
           end-perform

           perform busca-agencia-devedor
           move ws-agencia-titular to ws-dvd-agencia (ws-pos-dvd)

           perform localiza-agencia.

      *    agencia da primeira conta aberta em que o devedor e'
      /    titular; sem nenhuma, a da primeira em que e' cotitular
       busca-agencia-devedor.

           move zeros to ws-agencia-titular ws-agencia-cotitular
           move "N"   to ws-achou-titular-flag
           move "N"   to ws-achou-cotitular-flag

           if not ws-cadastro-aberto
               exit paragraph
           end-if

           move "N"    to ws-eof-titular
           move dev-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S" or ws-achou-titular
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = dev-id
                           move "S" to ws-eof-titular
                       else
                           perform confere-conta-titular
                       end-if
               end-read
           end-perform

           if not ws-achou-titular
               move ws-agencia-cotitular to ws-agencia-titular
           end-if.

       confere-conta-titular.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           if conta-encerrada
               exit paragraph
           end-if

           if tit-eh-titular
               move conta-agencia to ws-agencia-titular
               move "S" to ws-achou-titular-flag
           else
               if not ws-achou-cotitular
                   move conta-agencia to ws-agencia-cotitular
                   move "S" to ws-achou-cotitular-flag
               end-if
           end-if.

      *    posicao da agencia da divida na escada, incluindo quando
      /    ainda nao existe; acima do limite vai para a ultima
       localiza-agencia.

           move zeros to ws-pos-age

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias or
                         ws-pos-age > zeros
               if ws-age-codigo (ws-idx-age) =
                  ws-dvd-agencia (ws-pos-dvd)
                   move ws-idx-age to ws-pos-age
               end-if
           end-perform

           if ws-pos-age = zeros
               if ws-qtd-agencias < ws-max-agencias
                   add 1 to ws-qtd-agencias
                   initialize ws-age-item (ws-qtd-agencias)
                   move ws-dvd-agencia (ws-pos-dvd) to
                       ws-age-codigo (ws-qtd-agencias)
               else
                   display "AVISO: mais de " ws-max-agencias
                           " agencias - divida " dev-id
                           " somada na agencia "
                           ws-age-codigo (ws-qtd-agencias) "."
               end-if
               move ws-qtd-agencias to ws-pos-age
           end-if

           move ws-pos-age to ws-dvd-pos-age (ws-pos-dvd).

       busca-divida.

           move "N"   to ws-dvd-achou-flag
           move zeros to ws-pos-dvd

           perform varying ws-idx-dvd from 1 by 1
                   until ws-idx-dvd > ws-qtd-dividas or ws-dvd-achou
               if ws-dvd-id (ws-idx-dvd) = par-dev-id
                   move "S" to ws-dvd-achou-flag
                   move ws-idx-dvd to ws-pos-dvd
               end-if
           end-perform.

      *    primeira passada: maior atraso de cada divida
       apura-atrasos.

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
                           perform apura-atraso-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

       apura-atraso-parcela.

           perform busca-divida

           if not ws-dvd-achou
               exit paragraph
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

           move ws-niv-pct (ws-pos-niv) to ws-dvd-pct (ws-pos-dvd).

      *    segunda passada: cada parcela aberta na faixa do seu mes
      /    de vencimento
       monta-escada.

           move "N" to ws-eof

           open input parcelas

           if not ws-parcela-ok
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

           perform busca-divida

           if not ws-dvd-achou
               exit paragraph
           end-if

           move ws-dvd-pos-age (ws-pos-dvd) to ws-pos-age

           add 1 to ws-total-parcelas

           compute ws-vlr-residual = par-valor - par-valor-pago

      *    o pagamento parcial quita primeiro os juros da parcela
           if par-valor-pago < par-juros
               compute ws-vlr-juros = par-juros - par-valor-pago
           else
               move zeros to ws-vlr-juros
           end-if
           if ws-vlr-juros > ws-vlr-residual
               move ws-vlr-residual to ws-vlr-juros
           end-if
           compute ws-vlr-principal = ws-vlr-residual - ws-vlr-juros

           compute ws-vlr-perda rounded =
                   ws-vlr-residual * ws-dvd-pct (ws-pos-dvd)

           compute ws-meses =
                   (par-venc-ano * 12 + par-venc-mes) -
                   (ws-hoje-ano * 12 + ws-hoje-mm)

           evaluate true
               when par-vencimento < ws-hoje
                   move 1 to ws-faixa
               when ws-meses > 11
                   move 14 to ws-faixa
               when other
                   compute ws-faixa = ws-meses + 2
           end-evaluate

           move ws-dvd-tipo (ws-pos-dvd) to ws-idx-tipo

           add 1 to ws-acc-qtd (ws-pos-age ws-idx-tipo ws-faixa)
           add ws-vlr-principal to
               ws-acc-principal (ws-pos-age ws-idx-tipo ws-faixa)
           add ws-vlr-juros to
               ws-acc-juros (ws-pos-age ws-idx-tipo ws-faixa)
           add ws-vlr-perda to
               ws-acc-perda (ws-pos-age ws-idx-tipo ws-faixa).

      *    carteira toda, cada agencia em ordem crescente e contratos
      /    contra dividas avulsas
       imprime-relatorio.

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age >= ws-qtd-agencias
               perform varying ws-idx-age-2 from ws-idx-age by 1
                       until ws-idx-age-2 > ws-qtd-agencias
                   if ws-age-codigo (ws-idx-age-2) <
                      ws-age-codigo (ws-idx-age)
                       move ws-age-item (ws-idx-age) to ws-age-troca
                       move ws-age-item (ws-idx-age-2)
                           to ws-age-item (ws-idx-age)
                       move ws-age-troca
                           to ws-age-item (ws-idx-age-2)
                   end-if
               end-perform
           end-perform

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)
           move ws-cab-1 to rel-linha
           write rel-linha

           move "CARTEIRA TOTAL" to ws-csc-texto
           move zeros to ws-sel-agencia ws-sel-tipo
           perform imprime-escada

           perform varying ws-sel-agencia from 1 by 1
                   until ws-sel-agencia > ws-qtd-agencias
               move spaces to ws-csc-texto
               string "AGENCIA " ws-age-codigo (ws-sel-agencia)
                      delimited by size into ws-csc-texto
               move zeros to ws-sel-tipo
               perform imprime-escada
           end-perform

           move zeros to ws-sel-agencia

           move "CONTRATOS (CONTRATOS.DAT)" to ws-csc-texto
           move 1 to ws-sel-tipo
           perform imprime-escada

           move "DIVIDAS AVULSAS (SEM CONTRATO)" to ws-csc-texto
           move 2 to ws-sel-tipo
           perform imprime-escada.

       imprime-escada.

           initialize ws-esc-tab
           move zeros to ws-esc-tot-qtd ws-esc-tot-principal
                         ws-esc-tot-juros ws-esc-tot-perda

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               if ws-sel-agencia = zeros or
                  ws-sel-agencia = ws-idx-age
                   perform soma-agencia-escada
               end-if
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-cab-secao to rel-linha
           write rel-linha
           move ws-cab-colunas to rel-linha
           write rel-linha

           perform varying ws-idx-fx from 1 by 1 until ws-idx-fx > 14
               evaluate ws-idx-fx
                   when 1
                       move "VENCIDAS" to ws-lin-faixa
                   when 14
                       move "APOS 12 MESES" to ws-lin-faixa
                   when other
                       perform monta-label-mes
               end-evaluate
               move ws-esc-qtd (ws-idx-fx)       to ws-lin-qtd
               move ws-esc-principal (ws-idx-fx) to ws-lin-principal
               move ws-esc-juros (ws-idx-fx)     to ws-lin-juros
               compute ws-lin-total =
                       ws-esc-principal (ws-idx-fx) +
                       ws-esc-juros (ws-idx-fx)
               move ws-esc-perda (ws-idx-fx)     to ws-lin-perda
               compute ws-lin-liquido =
                       ws-esc-principal (ws-idx-fx) +
                       ws-esc-juros (ws-idx-fx) -
                       ws-esc-perda (ws-idx-fx)
               move ws-esc-linha to rel-linha
               write rel-linha

               add ws-esc-qtd (ws-idx-fx)       to ws-esc-tot-qtd
               add ws-esc-principal (ws-idx-fx) to ws-esc-tot-principal
               add ws-esc-juros (ws-idx-fx)     to ws-esc-tot-juros
               add ws-esc-perda (ws-idx-fx)     to ws-esc-tot-perda
           end-perform

           move "TOTAL"              to ws-lin-faixa
           move ws-esc-tot-qtd       to ws-lin-qtd
           move ws-esc-tot-principal to ws-lin-principal
           move ws-esc-tot-juros     to ws-lin-juros
           compute ws-lin-total = ws-esc-tot-principal +
                                  ws-esc-tot-juros
           move ws-esc-tot-perda     to ws-lin-perda
           compute ws-lin-liquido = ws-esc-tot-principal +
                                    ws-esc-tot-juros - ws-esc-tot-perda
           move ws-esc-linha to rel-linha
           write rel-linha.

       soma-agencia-escada.

           perform varying ws-idx-tipo from 1 by 1
                   until ws-idx-tipo > 2
               if ws-sel-tipo = zeros or ws-sel-tipo = ws-idx-tipo
                   perform varying ws-idx-fx from 1 by 1
                           until ws-idx-fx > 14
                       add ws-acc-qtd (ws-idx-age ws-idx-tipo
                                       ws-idx-fx)
                           to ws-esc-qtd (ws-idx-fx)
                       add ws-acc-principal (ws-idx-age ws-idx-tipo
                                             ws-idx-fx)
                           to ws-esc-principal (ws-idx-fx)
                       add ws-acc-juros (ws-idx-age ws-idx-tipo
                                         ws-idx-fx)
                           to ws-esc-juros (ws-idx-fx)
                       add ws-acc-perda (ws-idx-age ws-idx-tipo
                                         ws-idx-fx)
                           to ws-esc-perda (ws-idx-fx)
                   end-perform
               end-if
           end-perform.

      *    faixa 2 e' o mes corrente, 3 o seguinte e assim por diante
       monta-label-mes.

           move ws-hoje-ano to ws-lbl-ano
           compute ws-meses = ws-hoje-mm + ws-idx-fx - 2

           if ws-meses > 12
               subtract 12 from ws-meses
               add 1 to ws-lbl-ano
           end-if
           move ws-meses to ws-lbl-mes

           move spaces to ws-lin-faixa
           move ws-lbl-mes to ws-lin-faixa (1:2)
           move "/"        to ws-lin-faixa (3:1)
           move ws-lbl-ano to ws-lin-faixa (4:4).

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
      /    sabado, nem domingo, nem feriado) - integer-of-date conta
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

       end program escadavenc.
