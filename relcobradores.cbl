      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: relatorio mensal de desempenho dos cobradores por
      * matricula - cruza os contatos do mes em contatos.dat com
      * pagamentos.log: contatos feitos, a parte de cada resultado
      * (promessa, sem acordo, nao localizado), promessas cumpridas
      * e quebradas (mesma regra de promessas.cbl: cumprida se o
      * devedor pagou alguma coisa do dia do contato em diante) e o
      * valor recuperado ate N dias depois do contato, no total e
      * pela faixa de atraso da divida no dia do contato (faixas de
      * atrasos.cbl). cada pagamento conta uma vez so, para o ultimo
      * contato do devedor antes dele dentro da janela. parm
      * AAAAMMNNN - mes (padrao o mes anterior) e dias da janela
      * (padrao 030). operadores agrupados pela agencia de
      * operadores.dat, com o total de cada agencia e o geral
      ******************************************************************

       identification division.
       program-id. relcobradores.
       environment division.
       input-output section.
       file-control.

       select contatos-file assign to './files/contatos.dat'
       organization is sequential
       file status is ws-contato-status.

       select pagamentos assign to './files/pagamentos.log'
       organization is sequential
       file status is ws-pagamento-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select rel-cobradores
              assign to './files/relatorio_cobradores.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd contatos-file.
       copy "contato.cpy".

       fd pagamentos.
       copy "pagamento.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd operadores.
       copy "operador.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd rel-cobradores.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-contato-status    pic x(2) value spaces.
           88 ws-contato-ok            value "00".
           88 ws-contato-nao-existe    value "35".
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-operador-aberto-flag pic x value "N".
           88 ws-operador-aberto   value "S".

      *    parm AAAAMMNNN: mes de referencia e dias da janela de
      /    recuperacao depois do contato
       01 ws-parm.
           05 ws-parm-mes      pic x(6).
           05 ws-parm-dias     pic x(3).
       77 ws-dias-janela       pic 9(3) value 30.
       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       01 ws-mes-ref.
           05 ws-mes-ref-ano   pic 9(4).
           05 ws-mes-ref-mes   pic 9(2).
       01 ws-mes-ref-x redefines ws-mes-ref pic x(6).
       01 ws-data-calc.
           05 ws-calc-ano      pic 9(4).
           05 ws-calc-mes      pic 9(2).
           05 ws-calc-dia      pic 9(2).
       01 ws-data-calc-n redefines ws-data-calc pic 9(8).
       77 ws-ini-mes-int       pic 9(7) value zeros.
       77 ws-fim-mes-int       pic 9(7) value zeros.
       77 ws-fim-janela-int    pic 9(7) value zeros.
       77 ws-data-pagamento    pic x(8) value spaces.
       77 ws-pag-int           pic 9(7) value zeros.
       77 ws-con-int           pic 9(7) value zeros.

      *    parcelas com a data do ultimo pagamento, para saber o que
      /    estava em aberto no dia de cada contato
       77 ws-max-parcelas      pic 9(3) value 500.
       77 ws-qtd-parcelas      pic 9(3) value zeros.
       77 ws-idx-par           pic 9(3) value zeros.
       01 ws-par-tab.
           03 ws-par-item occurs 500 times.
               05 ws-par-dev-id    pic 9(5).
               05 ws-par-numero    pic 9(3).
               05 ws-par-venc      pic x(8).
               05 ws-par-status    pic x(1).
               05 ws-par-ult-pag   pic x(8).

      *    contatos do mes com a faixa de atraso no dia do contato
       77 ws-max-contatos      pic 9(3) value 500.
       77 ws-qtd-contatos      pic 9(3) value zeros.
       77 ws-idx-con           pic 9(3) value zeros.
       77 ws-pos-con           pic 9(3) value zeros.
       01 ws-con-tab.
           03 ws-con-item occurs 500 times.
               05 ws-con-dev-id    pic 9(5).
               05 ws-con-data      pic x(8).
               05 ws-con-data-int  pic 9(7).
               05 ws-con-ope       pic 9(2).
               05 ws-con-faixa     pic 9(1).
               05 ws-con-resultado pic x(1).
               05 ws-con-promessa  pic x(8).
      *        S pagou do dia do contato em diante
               05 ws-con-pagou     pic x(1).

      *    pagamentos do mes e da janela depois dele
       77 ws-max-pagamentos    pic 9(4) value 1000.
       77 ws-qtd-pagamentos    pic 9(4) value zeros.
       77 ws-idx-pag           pic 9(4) value zeros.
       01 ws-pag-tab.
           03 ws-pag-item occurs 1000 times.
               05 ws-pag-dev-id    pic 9(5).
               05 ws-pag-data-int  pic 9(7).
               05 ws-pag-total     pic 9(8)v99.

      *    acumulados por operador; a agencia vem de operadores.dat
       77 ws-max-operadores    pic 9(2) value 50.
       77 ws-qtd-operadores    pic 9(2) value zeros.
       77 ws-idx-ope           pic 9(2) value zeros.
       77 ws-pos-ope           pic 9(2) value zeros.
       01 ws-ope-tab.
           03 ws-ope-item occurs 50 times.
               05 ws-ope-matricula pic x(10).
               05 ws-ope-nome      pic x(30).
               05 ws-ope-agencia   pic 9(3).
               05 ws-ope-acum.
                   10 ws-ope-contatos  pic 9(5).
                   10 ws-ope-promessas pic 9(5).
                   10 ws-ope-sem-acordo pic 9(5).
                   10 ws-ope-nao-local pic 9(5).
                   10 ws-ope-cumpridas pic 9(5).
                   10 ws-ope-quebradas pic 9(5).
                   10 ws-ope-a-vencer  pic 9(5).
                   10 ws-ope-recuperado pic 9(10)v99.
                   10 ws-ope-faixa occurs 6 times.
                       15 ws-ope-fx-contatos pic 9(5).
                       15 ws-ope-fx-valor    pic 9(10)v99.

      *    bloco impresso - recebe um operador, uma agencia ou o
      /    total geral
       01 ws-blk-acum.
           05 ws-blk-contatos  pic 9(5).
           05 ws-blk-promessas pic 9(5).
           05 ws-blk-sem-acordo pic 9(5).
           05 ws-blk-nao-local pic 9(5).
           05 ws-blk-cumpridas pic 9(5).
           05 ws-blk-quebradas pic 9(5).
           05 ws-blk-a-vencer  pic 9(5).
           05 ws-blk-recuperado pic 9(10)v99.
           05 ws-blk-faixa occurs 6 times.
               10 ws-blk-fx-contatos pic 9(5).
               10 ws-blk-fx-valor    pic 9(10)v99.
       01 ws-age-acum.
           05 ws-age-contatos  pic 9(5).
           05 ws-age-promessas pic 9(5).
           05 ws-age-sem-acordo pic 9(5).
           05 ws-age-nao-local pic 9(5).
           05 ws-age-cumpridas pic 9(5).
           05 ws-age-quebradas pic 9(5).
           05 ws-age-a-vencer  pic 9(5).
           05 ws-age-recuperado pic 9(10)v99.
           05 ws-age-faixa occurs 6 times.
               10 ws-age-fx-contatos pic 9(5).
               10 ws-age-fx-valor    pic 9(10)v99.
       01 ws-ger-acum.
           05 ws-ger-contatos  pic 9(5).
           05 ws-ger-promessas pic 9(5).
           05 ws-ger-sem-acordo pic 9(5).
           05 ws-ger-nao-local pic 9(5).
           05 ws-ger-cumpridas pic 9(5).
           05 ws-ger-quebradas pic 9(5).
           05 ws-ger-a-vencer  pic 9(5).
           05 ws-ger-recuperado pic 9(10)v99.
           05 ws-ger-faixa occurs 6 times.
               10 ws-ger-fx-contatos pic 9(5).
               10 ws-ger-fx-valor    pic 9(10)v99.

       77 ws-max-agencias      pic 9(3) value 200.
       77 ws-qtd-agencias      pic 9(3) value zeros.
       77 ws-idx-age           pic 9(3) value zeros.
       77 ws-idx-age-2         pic 9(3) value zeros.
       77 ws-age-troca         pic 9(3) value zeros.
       01 ws-age-tab.
           03 ws-age-codigo occurs 200 times pic 9(3).
       77 ws-age-achou-flag    pic x value "N".
           88 ws-age-achou         value "S".

       77 ws-idx-fx            pic 9(1) value zeros.
       77 ws-faixa             pic 9(1) value zeros.
       77 ws-venc-int          pic 9(7) value zeros.
       77 ws-venc-antiga       pic x(8) value spaces.
       77 ws-dias-atraso       pic s9(5) value zeros.
       77 ws-qtd-pct           pic 9(5) value zeros.
       77 ws-pct               pic 9(3)v9 value zeros.

      *    calendario de dias uteis (feriados.dat), como em
      /    atrasos.cbl - o atraso conta do primeiro dia util apos o
      /    vencimento
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

       01 ws-nome-faixa-init.
           05 filler pic x(12) value "A VENCER".
           05 filler pic x(12) value "ATE 30 DIAS".
           05 filler pic x(12) value "31 A 60".
           05 filler pic x(12) value "61 A 90".
           05 filler pic x(12) value "91 A 120".
           05 filler pic x(12) value "MAIS DE 120".
       01 ws-nome-faixa-tab redefines ws-nome-faixa-init.
           05 ws-nome-faixa occurs 6 times pic x(12).

       01 ws-cab-1.
           05 filler          pic x(38) value
              "DESEMPENHO DOS COBRADORES - MES: ".
           05 ws-cab-mes      pic x(7).
           05 filler          pic x(20) value
              "  JANELA (DIAS): ".
           05 ws-cab-dias     pic zz9.

       01 ws-cab-aberta.
           05 filler          pic x(60) value
              "ATENCAO: JANELA DE RECUPERACAO AINDA ABERTA ATE ".
           05 ws-cab-fim-janela pic x(10).

       01 ws-cab-agencia.
           05 filler          pic x(8)  value "AGENCIA ".
           05 ws-cab-agencia-cod pic 9(3).

       01 ws-cab-operador.
           05 filler          pic x(11) value "  OPERADOR ".
           05 ws-cop-matricula pic x(10).
           05 filler          pic x(1)  value space.
           05 ws-cop-nome     pic x(30).

       01 ws-cab-total.
           05 filler          pic x(2)  value spaces.
           05 ws-ctt-texto    pic x(40).

       01 ws-linha-contatos.
           05 filler          pic x(14) value "    CONTATOS: ".
           05 ws-lct-contatos pic zzzz9.
           05 filler          pic x(12) value "  PROMESSA: ".
           05 ws-lct-promessas pic zzzz9.
           05 filler          pic x(2)  value " (".
           05 ws-lct-pct-prom pic zz9.9.
           05 filler          pic x(16) value "%)  SEM ACORDO: ".
           05 ws-lct-sem-acordo pic zzzz9.
           05 filler          pic x(2)  value " (".
           05 ws-lct-pct-sem  pic zz9.9.
           05 filler          pic x(14) value "%)  NAO LOC.: ".
           05 ws-lct-nao-local pic zzzz9.
           05 filler          pic x(2)  value " (".
           05 ws-lct-pct-nao  pic zz9.9.
           05 filler          pic x(2)  value "%)".

       01 ws-linha-promessas.
           05 filler          pic x(26) value
              "    PROMESSAS CUMPRIDAS: ".
           05 ws-lpr-cumpridas pic zzzz9.
           05 filler          pic x(13) value "  QUEBRADAS: ".
           05 ws-lpr-quebradas pic zzzz9.
           05 filler          pic x(19) value "  AINDA A VENCER: ".
           05 ws-lpr-a-vencer pic zzzz9.

       01 ws-linha-recuperado.
           05 filler          pic x(26) value
              "    RECUPERADO NA JANELA: ".
           05 ws-lrc-valor    pic zzzzzzzzz9.99.

       01 ws-linha-faixa.
           05 filler          pic x(6)  value spaces.
           05 ws-lfx-nome     pic x(12).
           05 filler          pic x(12) value "  contatos: ".
           05 ws-lfx-contatos pic zzzz9.
           05 filler          pic x(14) value "  recuperado: ".
           05 ws-lfx-valor    pic zzzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           move spaces to ws-parm
           accept ws-parm from command-line

           if ws-parm-mes not = spaces and ws-parm-mes is numeric
               move ws-parm-mes to ws-mes-ref-x
           else
               move ws-hoje (1:6) to ws-mes-ref-x
               if ws-mes-ref-mes = 1
                   move 12 to ws-mes-ref-mes
                   subtract 1 from ws-mes-ref-ano
               else
                   subtract 1 from ws-mes-ref-mes
               end-if
           end-if

           if ws-parm-dias not = spaces and ws-parm-dias is numeric
               move ws-parm-dias to ws-dias-janela
           end-if

           if ws-mes-ref-mes < 1 or ws-mes-ref-mes > 12
               display "Mes invalido no parm: " ws-parm-mes
               goback
           end-if

           perform calcula-periodo

           perform carrega-feriados

           perform carrega-parcelas

           perform carrega-contatos

           if ws-qtd-contatos = zeros
               display "Nenhum contato em contatos.dat no mes "
                       ws-mes-ref-x " - relatorio nao gerado."
               goback
           end-if

           perform carrega-pagamentos

           perform apura-contatos

           perform atribui-pagamentos

           open output rel-cobradores

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_cobradores.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           perform imprime-relatorio

           close rel-cobradores

           display "Relatorio gravado em "
                   "./files/relatorio_cobradores.txt - "
                   ws-qtd-contatos " contato(s) de "
                   ws-qtd-operadores " operador(es)."

           goback.

      *    primeiro e ultimo dia do mes e o fim da janela do ultimo
      /    contato possivel
       calcula-periodo.

           move ws-mes-ref-ano to ws-calc-ano
           move ws-mes-ref-mes to ws-calc-mes
           move 1              to ws-calc-dia
           compute ws-ini-mes-int =
                   function integer-of-date (ws-data-calc-n)

           if ws-mes-ref-mes = 12
               compute ws-calc-ano = ws-mes-ref-ano + 1
               move 1 to ws-calc-mes
           else
               compute ws-calc-mes = ws-mes-ref-mes + 1
           end-if
           compute ws-fim-mes-int =
                   function integer-of-date (ws-data-calc-n) - 1

           compute ws-fim-janela-int =
                   ws-fim-mes-int + ws-dias-janela.

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
                       if ws-qtd-parcelas < ws-max-parcelas
                           add 1 to ws-qtd-parcelas
                           move par-dev-id to
                               ws-par-dev-id (ws-qtd-parcelas)
                           move par-numero to
                               ws-par-numero (ws-qtd-parcelas)
                           move par-vencimento to
                               ws-par-venc (ws-qtd-parcelas)
                           move par-status to
                               ws-par-status (ws-qtd-parcelas)
                           move spaces to
                               ws-par-ult-pag (ws-qtd-parcelas)
                       else
                           display "AVISO: parcelas.dat tem mais de "
                                   ws-max-parcelas
                                   " registros - excedente ignorado."
                       end-if
               end-read
           end-perform

           close parcelas.

       carrega-contatos.

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

           open input operadores

           if ws-operador-ok
               move "S" to ws-operador-aberto-flag
           else
               display "AVISO: operadores.dat indisponivel - file "
                       "status " ws-operador-status
               display "Operadores sem agencia saem na agencia 000."
           end-if

           perform until ws-eof = "S"
               read contatos-file
                   at end move "S" to ws-eof
                   not at end
                       if con-data (1:6) = ws-mes-ref-x
                           perform guarda-contato
                       end-if
               end-read
           end-perform

           close contatos-file

           if ws-operador-aberto
               close operadores
           end-if.

       guarda-contato.

           if ws-qtd-contatos not < ws-max-contatos
               display "AVISO: mais de " ws-max-contatos
                       " contatos no mes - excedente ignorado."
               exit paragraph
           end-if

           perform busca-operador

           if ws-pos-ope = zeros
               exit paragraph
           end-if

           add 1 to ws-qtd-contatos
           move ws-qtd-contatos to ws-pos-con

           move con-dev-id        to ws-con-dev-id (ws-pos-con)
           move con-data          to ws-con-data (ws-pos-con)
           compute ws-con-data-int (ws-pos-con) =
                   function integer-of-date (function numval (con-data))
           move ws-pos-ope        to ws-con-ope (ws-pos-con)
           move con-resultado     to ws-con-resultado (ws-pos-con)
           move con-data-promessa to ws-con-promessa (ws-pos-con)
           move "N"               to ws-con-pagou (ws-pos-con)
           move 1                 to ws-con-faixa (ws-pos-con).

      *    localiza ou inclui a matricula do contato - a agencia e o
      /    nome vem de operadores.dat
       busca-operador.

           move zeros to ws-pos-ope

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores or
                         ws-pos-ope > zeros
               if ws-ope-matricula (ws-idx-ope) = con-operador
                   move ws-idx-ope to ws-pos-ope
               end-if
           end-perform

           if ws-pos-ope > zeros
               exit paragraph
           end-if

           if ws-qtd-operadores not < ws-max-operadores
               display "AVISO: mais de " ws-max-operadores
                       " operadores com contato no mes - excedente "
                       "ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-operadores
           move ws-qtd-operadores to ws-pos-ope

           move con-operador to ws-ope-matricula (ws-pos-ope)
           move "NAO CADASTRADO EM OPERADORES.DAT"
                             to ws-ope-nome (ws-pos-ope)
           move zeros        to ws-ope-agencia (ws-pos-ope)
           initialize ws-ope-acum (ws-pos-ope)

           if ws-operador-aberto
               move con-operador to ope-matricula
               read operadores
                   invalid key
                       continue
                   not invalid key
                       move ope-nome    to ws-ope-nome (ws-pos-ope)
                       move ope-agencia to ws-ope-agencia (ws-pos-ope)
               end-read
           end-if.

      *    cada pagamento atualiza a data do ultimo pagamento da
      /    parcela; os do mes e da janela ficam guardados
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
                       perform guarda-pagamento
               end-read
           end-perform

           close pagamentos.

       guarda-pagamento.

           move pag-ano to ws-data-pagamento (1:4)
           move pag-mes to ws-data-pagamento (5:2)
           move pag-dia to ws-data-pagamento (7:2)

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-parcelas
               if ws-par-dev-id (ws-idx-par) = pag-dev-id and
                  ws-par-numero (ws-idx-par) = pag-parcela and
                  ws-data-pagamento > ws-par-ult-pag (ws-idx-par)
                   move ws-data-pagamento to
                       ws-par-ult-pag (ws-idx-par)
               end-if
           end-perform

      *    promessa cumprida com qualquer pagamento do devedor do
      /    dia do contato em diante, como em promessas.cbl
           perform varying ws-idx-con from 1 by 1
                   until ws-idx-con > ws-qtd-contatos
               if ws-con-dev-id (ws-idx-con) = pag-dev-id and
                  ws-data-pagamento not < ws-con-data (ws-idx-con)
                   move "S" to ws-con-pagou (ws-idx-con)
               end-if
           end-perform

           compute ws-pag-int =
                   function integer-of-date
                       (function numval (ws-data-pagamento))

           if ws-pag-int < ws-ini-mes-int or
              ws-pag-int > ws-fim-janela-int
               exit paragraph
           end-if

           if ws-qtd-pagamentos not < ws-max-pagamentos
               display "AVISO: mais de " ws-max-pagamentos
                       " pagamentos no periodo - excedente ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-pagamentos
           move pag-dev-id to ws-pag-dev-id (ws-qtd-pagamentos)
           move ws-pag-int to ws-pag-data-int (ws-qtd-pagamentos)
           compute ws-pag-total (ws-qtd-pagamentos) =
                   pag-valor + pag-juros + pag-multa.

      *    resultado, promessa e faixa de atraso de cada contato
       apura-contatos.

           perform varying ws-pos-con from 1 by 1
                   until ws-pos-con > ws-qtd-contatos
               perform apura-contato
           end-perform.

       apura-contato.

           move ws-con-ope (ws-pos-con) to ws-pos-ope

           perform apura-faixa-contato
           move ws-faixa to ws-con-faixa (ws-pos-con)

           add 1 to ws-ope-contatos (ws-pos-ope)
           add 1 to ws-ope-fx-contatos (ws-pos-ope ws-faixa)

           evaluate ws-con-resultado (ws-pos-con)
               when "P"
                   add 1 to ws-ope-promessas (ws-pos-ope)
               when "N"
                   add 1 to ws-ope-sem-acordo (ws-pos-ope)
               when other
                   add 1 to ws-ope-nao-local (ws-pos-ope)
           end-evaluate

           if ws-con-resultado (ws-pos-con) not = "P"
               exit paragraph
           end-if

           evaluate true
               when ws-con-pagou (ws-pos-con) = "S"
                   add 1 to ws-ope-cumpridas (ws-pos-ope)
               when ws-con-promessa (ws-pos-con) < ws-hoje
                   add 1 to ws-ope-quebradas (ws-pos-ope)
               when other
                   add 1 to ws-ope-a-vencer (ws-pos-ope)
           end-evaluate.

      *    atraso no dia do contato pela parcela mais antiga ainda
      /    em aberto naquele dia - aberta hoje, ou paga depois do
      /    contato
       apura-faixa-contato.

           move high-values to ws-venc-antiga

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-parcelas
               if ws-par-dev-id (ws-idx-par) =
                  ws-con-dev-id (ws-pos-con) and
                  ws-par-venc (ws-idx-par) < ws-venc-antiga and
                  (ws-par-status (ws-idx-par) = "A" or
                   (ws-par-status (ws-idx-par) = "P" and
                    ws-par-ult-pag (ws-idx-par) not <
                    ws-con-data (ws-pos-con)))
                   move ws-par-venc (ws-idx-par) to ws-venc-antiga
               end-if
           end-perform

           if ws-venc-antiga = high-values
               move 1 to ws-faixa
               exit paragraph
           end-if

           compute ws-venc-int =
                   function integer-of-date
                       (function numval (ws-venc-antiga))

           move ws-venc-int to ws-data-util-int
           perform proximo-dia-util

           compute ws-dias-atraso =
                   ws-con-data-int (ws-pos-con) - ws-data-util-int

           evaluate true
               when ws-dias-atraso <= 0
                   move 1 to ws-faixa
               when ws-dias-atraso <= 30
                   move 2 to ws-faixa
               when ws-dias-atraso <= 60
                   move 3 to ws-faixa
               when ws-dias-atraso <= 90
                   move 4 to ws-faixa
               when ws-dias-atraso <= 120
                   move 5 to ws-faixa
               when other
                   move 6 to ws-faixa
           end-evaluate.

      *    cada pagamento vai para o ultimo contato do devedor feito
      /    ate o dia do pagamento e ate N dias antes dele
       atribui-pagamentos.

           perform varying ws-idx-pag from 1 by 1
                   until ws-idx-pag > ws-qtd-pagamentos
               perform atribui-pagamento
           end-perform.

       atribui-pagamento.

           move zeros to ws-pos-con
           move zeros to ws-con-int

           perform varying ws-idx-con from 1 by 1
                   until ws-idx-con > ws-qtd-contatos
               if ws-con-dev-id (ws-idx-con) =
                  ws-pag-dev-id (ws-idx-pag) and
                  ws-con-data-int (ws-idx-con) not >
                  ws-pag-data-int (ws-idx-pag) and
                  ws-con-data-int (ws-idx-con) + ws-dias-janela
                  not < ws-pag-data-int (ws-idx-pag) and
                  ws-con-data-int (ws-idx-con) not < ws-con-int
                   move ws-idx-con to ws-pos-con
                   move ws-con-data-int (ws-idx-con) to ws-con-int
               end-if
           end-perform

           if ws-pos-con = zeros
               exit paragraph
           end-if

           move ws-con-ope (ws-pos-con)   to ws-pos-ope
           move ws-con-faixa (ws-pos-con) to ws-faixa

           add ws-pag-total (ws-idx-pag) to
               ws-ope-recuperado (ws-pos-ope)
           add ws-pag-total (ws-idx-pag) to
               ws-ope-fx-valor (ws-pos-ope ws-faixa).

      *    agencias em ordem crescente; em cada uma os operadores e o
      /    total da agencia; no fim o total geral
       imprime-relatorio.

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores
               move "N" to ws-age-achou-flag
               perform varying ws-idx-age from 1 by 1
                       until ws-idx-age > ws-qtd-agencias or
                             ws-age-achou
                   if ws-age-codigo (ws-idx-age) =
                      ws-ope-agencia (ws-idx-ope)
                       move "S" to ws-age-achou-flag
                   end-if
               end-perform
               if not ws-age-achou and
                  ws-qtd-agencias < ws-max-agencias
                   add 1 to ws-qtd-agencias
                   move ws-ope-agencia (ws-idx-ope)
                       to ws-age-codigo (ws-qtd-agencias)
               end-if
           end-perform

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age >= ws-qtd-agencias
               perform varying ws-idx-age-2 from ws-idx-age by 1
                       until ws-idx-age-2 > ws-qtd-agencias
                   if ws-age-codigo (ws-idx-age-2) <
                      ws-age-codigo (ws-idx-age)
                       move ws-age-codigo (ws-idx-age) to ws-age-troca
                       move ws-age-codigo (ws-idx-age-2)
                           to ws-age-codigo (ws-idx-age)
                       move ws-age-troca
                           to ws-age-codigo (ws-idx-age-2)
                   end-if
               end-perform
           end-perform

           move ws-mes-ref-x (5:2) to ws-cab-mes (1:2)
           move "/"                to ws-cab-mes (3:1)
           move ws-mes-ref-x (1:4) to ws-cab-mes (4:4)
           move ws-dias-janela     to ws-cab-dias
           move ws-cab-1 to rel-linha
           write rel-linha

           if ws-fim-janela-int > ws-hoje-int
               compute ws-data-util =
                       function date-of-integer (ws-fim-janela-int)
               move ws-data-util-x (7:2) to ws-cab-fim-janela (1:2)
               move "/"                  to ws-cab-fim-janela (3:1)
               move ws-data-util-x (5:2) to ws-cab-fim-janela (4:2)
               move "/"                  to ws-cab-fim-janela (6:1)
               move ws-data-util-x (1:4) to ws-cab-fim-janela (7:4)
               move ws-cab-aberta to rel-linha
               write rel-linha
           end-if

           initialize ws-ger-acum

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               perform imprime-agencia
           end-perform

           move spaces to rel-linha
           write rel-linha
           move "TOTAL GERAL" to ws-ctt-texto
           move ws-cab-total  to rel-linha
           write rel-linha
           move ws-ger-acum   to ws-blk-acum
           perform imprime-bloco.

       imprime-agencia.

           move spaces to rel-linha
           write rel-linha
           move ws-age-codigo (ws-idx-age) to ws-cab-agencia-cod
           move ws-cab-agencia to rel-linha
           write rel-linha

           initialize ws-age-acum

           perform varying ws-idx-ope from 1 by 1
                   until ws-idx-ope > ws-qtd-operadores
               if ws-ope-agencia (ws-idx-ope) =
                  ws-age-codigo (ws-idx-age)
                   perform imprime-operador
               end-if
           end-perform

           move spaces to rel-linha
           write rel-linha
           move "TOTAL DA AGENCIA" to ws-ctt-texto
           move ws-cab-total to rel-linha
           write rel-linha
           move ws-age-acum  to ws-blk-acum
           perform imprime-bloco

           perform soma-geral.

       imprime-operador.

           move spaces to rel-linha
           write rel-linha
           move ws-ope-matricula (ws-idx-ope) to ws-cop-matricula
           move ws-ope-nome (ws-idx-ope)      to ws-cop-nome
           move ws-cab-operador to rel-linha
           write rel-linha

           move ws-ope-acum (ws-idx-ope) to ws-blk-acum
           perform imprime-bloco

           perform soma-agencia.

       soma-agencia.

           add ws-ope-contatos (ws-idx-ope)   to ws-age-contatos
           add ws-ope-promessas (ws-idx-ope)  to ws-age-promessas
           add ws-ope-sem-acordo (ws-idx-ope) to ws-age-sem-acordo
           add ws-ope-nao-local (ws-idx-ope)  to ws-age-nao-local
           add ws-ope-cumpridas (ws-idx-ope)  to ws-age-cumpridas
           add ws-ope-quebradas (ws-idx-ope)  to ws-age-quebradas
           add ws-ope-a-vencer (ws-idx-ope)   to ws-age-a-vencer
           add ws-ope-recuperado (ws-idx-ope) to ws-age-recuperado

           perform varying ws-idx-fx from 1 by 1 until ws-idx-fx > 6
               add ws-ope-fx-contatos (ws-idx-ope ws-idx-fx)
                   to ws-age-fx-contatos (ws-idx-fx)
               add ws-ope-fx-valor (ws-idx-ope ws-idx-fx)
                   to ws-age-fx-valor (ws-idx-fx)
           end-perform.

       soma-geral.

           add ws-age-contatos   to ws-ger-contatos
           add ws-age-promessas  to ws-ger-promessas
           add ws-age-sem-acordo to ws-ger-sem-acordo
           add ws-age-nao-local  to ws-ger-nao-local
           add ws-age-cumpridas  to ws-ger-cumpridas
           add ws-age-quebradas  to ws-ger-quebradas
           add ws-age-a-vencer   to ws-ger-a-vencer
           add ws-age-recuperado to ws-ger-recuperado

           perform varying ws-idx-fx from 1 by 1 until ws-idx-fx > 6
               add ws-age-fx-contatos (ws-idx-fx)
                   to ws-ger-fx-contatos (ws-idx-fx)
               add ws-age-fx-valor (ws-idx-fx)
                   to ws-ger-fx-valor (ws-idx-fx)
           end-perform.

       imprime-bloco.

           move ws-blk-contatos   to ws-lct-contatos ws-qtd-pct
           move ws-blk-promessas  to ws-lct-promessas
           move ws-blk-sem-acordo to ws-lct-sem-acordo
           move ws-blk-nao-local  to ws-lct-nao-local
           move zeros to ws-lct-pct-prom ws-lct-pct-sem ws-lct-pct-nao
           if ws-qtd-pct > zeros
               compute ws-pct rounded =
                       ws-blk-promessas * 100 / ws-qtd-pct
               move ws-pct to ws-lct-pct-prom
               compute ws-pct rounded =
                       ws-blk-sem-acordo * 100 / ws-qtd-pct
               move ws-pct to ws-lct-pct-sem
               compute ws-pct rounded =
                       ws-blk-nao-local * 100 / ws-qtd-pct
               move ws-pct to ws-lct-pct-nao
           end-if
           move ws-linha-contatos to rel-linha
           write rel-linha

           move ws-blk-cumpridas to ws-lpr-cumpridas
           move ws-blk-quebradas to ws-lpr-quebradas
           move ws-blk-a-vencer  to ws-lpr-a-vencer
           move ws-linha-promessas to rel-linha
           write rel-linha

           move ws-blk-recuperado to ws-lrc-valor
           move ws-linha-recuperado to rel-linha
           write rel-linha

           perform varying ws-idx-fx from 1 by 1 until ws-idx-fx > 6
               move ws-nome-faixa (ws-idx-fx)       to ws-lfx-nome
               move ws-blk-fx-contatos (ws-idx-fx)  to ws-lfx-contatos
               move ws-blk-fx-valor (ws-idx-fx)     to ws-lfx-valor
               move ws-linha-faixa to rel-linha
               write rel-linha
           end-perform.

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

       end program relcobradores.
