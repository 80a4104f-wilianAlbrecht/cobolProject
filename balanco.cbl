      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: encerramento contabil do mes - soma lancamentos.dat
      * por conta do plano (planoconta.cpy) em saldo de abertura,
      * debitos, creditos e saldo final do mes e imprime o balancete
      * mensal, o balanco patrimonial (ativo = contas 1, passivo =
      * contas 2, patrimonio liquido = contas 29 mais o resultado do
      * exercicio ainda nao encerrado) e a demonstracao do resultado
      * (receitas = contas 3, despesas = contas 4 e demais, no mes e
      * no acumulado do ano). no mes de dezembro grava os lancamentos
      * de encerramento do exercicio, zerando receitas e despesas
      * contra lucros ou prejuizos acumulados (2901). por fim grava
      * o mes em periodos_contabeis.dat: dai em diante contabiliza,
      * pdd e apropriacao recusam lancamento datado no mes. parm
      * AAAAMM opcional (padrao = mes corrente, na virada do mes);
      * mes ja encerrado recusa o reprocessamento
      ******************************************************************

       identification division.
       program-id. balanco.
       environment division.
       input-output section.
       file-control.

       select lancamentos assign to './files/lancamentos.dat'
       organization is sequential
       file status is ws-lancamento-status.

       select plano-file assign to './files/plano_contas.dat'
       organization is sequential
       file status is ws-plano-status.

       select periodos-file assign to './files/periodos_contabeis.dat'
       organization is sequential
       file status is ws-periodo-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-balanco assign to './files/relatorio_balanco.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd lancamentos.
       copy "lancamento.cpy".

       fd plano-file.
       copy "planoconta.cpy".

       fd periodos-file.
       copy "periodo.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-balanco.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-lancamento-status pic x(2) value spaces.
           88 ws-lancamento-ok         value "00".
           88 ws-lancamento-nao-existe value "35".
       77 ws-plano-status      pic x(2) value spaces.
           88 ws-plano-ok              value "00".
           88 ws-plano-nao-existe      value "35".
       77 ws-periodo-status    pic x(2) value spaces.
           88 ws-periodo-ok            value "00".
           88 ws-periodo-nao-existe    value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-parm-mes          pic x(6) value spaces.
       01 ws-mes-ref.
           05 ws-mes-ref-ano   pic 9(4).
           05 ws-mes-ref-mes   pic 9(2).
       01 ws-mes-ref-x redefines ws-mes-ref pic x(6).
      *    ultimo dia do mes de referencia - data do balanco e dos
      /    lancamentos de encerramento do exercicio
       01 ws-proximo-mes.
           05 ws-prx-ano       pic 9(4).
           05 ws-prx-mes       pic 9(2).
           05 ws-prx-dia       pic 9(2).
       01 ws-proximo-mes-n redefines ws-proximo-mes pic 9(8).
       77 ws-fim-mes-int       pic 9(7) value zeros.
       01 ws-fim-mes           pic 9(8) value zeros.
       01 ws-fim-mes-x redefines ws-fim-mes pic x(8).
       77 ws-ja-encerrado-flag pic x value "N".
           88 ws-ja-encerrado      value "S".
       77 ws-encerra-ano-flag  pic x value "N".
           88 ws-encerra-ano       value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    contas do mes em ordem de codigo: saldo de abertura (todo
      /    o livro antes do mes, devedor positivo), movimento do mes,
      /    a parte do movimento que e' encerramento do exercicio (fora
      /    da demonstracao do resultado) e saldo final
       77 ws-max-contas        pic 9(2) value 50.
       77 ws-qtd-contas        pic 9(2) value zeros.
       77 ws-idx-cta           pic 9(2) value zeros.
       77 ws-pos-cta           pic 9(2) value zeros.
       77 ws-pos-lucros        pic 9(2) value zeros.
       01 ws-cta-tab.
           03 ws-cta-item occurs 50 times.
               05 ws-cta-conta     pic x(4).
               05 ws-cta-abertura  pic s9(11)v99.
               05 ws-cta-debitos   pic 9(11)v99.
               05 ws-cta-creditos  pic 9(11)v99.
               05 ws-cta-enc-deb   pic 9(11)v99.
               05 ws-cta-enc-cred  pic 9(11)v99.
               05 ws-cta-saldo     pic s9(11)v99.
       77 ws-busca-conta       pic x(4) value spaces.
       77 ws-cta-achou-flag    pic x value "N".
           88 ws-cta-achou         value "S".

      *    nomes do plano de contas, com os padrao do mapeamento
      /    valendo quando plano_contas.dat nao tem a conta
       77 ws-max-plano         pic 9(2) value 20.
       77 ws-qtd-plano         pic 9(2) value zeros.
       77 ws-idx-pla           pic 9(2) value zeros.
       01 ws-plano-tab.
           03 ws-pla-item occurs 20 times.
               05 ws-pla-codigo    pic x(4).
               05 ws-pla-nome      pic x(30).
       77 ws-nome-conta        pic x(30) value spaces.

      *    lancamento contabil (par D/C de lancamentos.dat)
       77 ws-conta-debito      pic x(4) value spaces.
       77 ws-conta-credito     pic x(4) value spaces.
       77 ws-vlr-lancamento    pic 9(9)v99 value zeros.
       77 ws-total-lancamentos pic 9(5) value zeros.
       77 ws-conta-lucros      pic x(4) value "2901".

       77 ws-valor             pic s9(11)v99 value zeros.
       77 ws-valor-ano         pic s9(11)v99 value zeros.
       77 ws-total-debitos     pic 9(11)v99 value zeros.
       77 ws-total-creditos    pic 9(11)v99 value zeros.
       77 ws-total-ativo       pic s9(11)v99 value zeros.
       77 ws-total-passivo     pic s9(11)v99 value zeros.
       77 ws-total-pl          pic s9(11)v99 value zeros.
       77 ws-resultado-aberto  pic s9(11)v99 value zeros.
       77 ws-total-receitas    pic s9(11)v99 value zeros.
       77 ws-total-despesas    pic s9(11)v99 value zeros.
       77 ws-receitas-ano      pic s9(11)v99 value zeros.
       77 ws-despesas-ano      pic s9(11)v99 value zeros.
       77 ws-resultado-mes     pic s9(11)v99 value zeros.
       77 ws-resultado-ano     pic s9(11)v99 value zeros.

       01 ws-cab-1.
           05 ws-cab-titulo   pic x(40).
           05 filler          pic x(6)  value "- MES ".
           05 ws-cab-mes      pic x(7).
           05 filler          pic x(13) value "  APURADO EM ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-bal.
           05 filler          pic x(6)  value "CONTA".
           05 filler          pic x(24) value "NOME".
           05 filler          pic x(17) value "ABERTURA".
           05 filler          pic x(17) value "DEBITOS".
           05 filler          pic x(17) value "CREDITOS".
           05 filler          pic x(17) value "SALDO FINAL".

       01 ws-bal-linha.
           05 ws-bal-conta    pic x(4).
           05 filler          pic x(2)  value spaces.
           05 ws-bal-nome     pic x(22).
           05 ws-bal-abertura pic -zzzzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-bal-debitos  pic zzzzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-bal-creditos pic zzzzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-bal-saldo    pic -zzzzzzzzzz9.99.

       01 ws-bal-total.
           05 filler          pic x(45) value "TOTAIS DO MES".
           05 ws-btt-debitos  pic zzzzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-btt-creditos pic zzzzzzzzzz9.99.

       01 ws-item-linha.
           05 filler          pic x(2)  value spaces.
           05 ws-itm-conta    pic x(4).
           05 filler          pic x(2)  value spaces.
           05 ws-itm-nome     pic x(32).
           05 ws-itm-valor    pic -zzzzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-itm-valor-ano pic -zzzzzzzzzz9.99.

       01 ws-soma-linha.
           05 ws-som-texto    pic x(40).
           05 ws-som-valor    pic -zzzzzzzzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-som-valor-ano pic -zzzzzzzzzz9.99.

       01 ws-cab-dre.
           05 filler          pic x(40) value spaces.
           05 filler          pic x(18) value "         NO MES".
           05 filler          pic x(18) value "     NO ANO".

       01 ws-linha-prova.
           05 ws-prova-texto  pic x(60).

       01 ws-lanc-linha.
           05 ws-lcl-conta    pic x(4).
           05 filler          pic x(2)  value spaces.
           05 ws-lcl-texto    pic x(34).
           05 filler          pic x(2)  value "D ".
           05 ws-lcl-debito   pic x(4).
           05 filler          pic x(5)  value " / C ".
           05 ws-lcl-credito  pic x(4).
           05 filler          pic x(2)  value spaces.
           05 ws-lcl-valor    pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje
           move ws-hoje (1:6) to ws-mes-ref-x

           accept ws-parm-mes from command-line

           if ws-parm-mes not = spaces
               if ws-parm-mes is numeric and
                  ws-parm-mes (5:2) >= "01" and
                  ws-parm-mes (5:2) <= "12" and
                  ws-parm-mes not > ws-hoje (1:6)
                   move ws-parm-mes to ws-mes-ref-x
               else
                   display "PARM invalido (" ws-parm-mes ") - "
                           "informe AAAAMM ate o mes corrente."
                   move 8 to return-code
                   goback
               end-if
           end-if

           perform verifica-periodo

           if ws-ja-encerrado
               display "Mes " ws-mes-ref-x " ja encerrado (ver "
                       "periodos_contabeis.dat) - reprocessamento "
                       "recusado."
               goback
           end-if

           perform grava-controle-inicio

           perform calcula-fim-mes

           if ws-mes-ref-mes = 12
               move "S" to ws-encerra-ano-flag
           end-if

           perform carrega-plano

           perform soma-lancamentos

           open output rel-balanco

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_balanco.txt - file "
                       "status " ws-rel-status
               goback
           end-if

           if ws-encerra-ano
               perform encerra-exercicio
           end-if

           perform imprime-balancete

           perform imprime-balanco

           perform imprime-resultado

           close rel-balanco

           perform grava-periodo

           perform grava-controle-fim

           display "Mes " ws-mes-ref-x " encerrado - ativo "
                   ws-total-ativo " resultado do mes "
                   ws-resultado-mes "."

           goback.

       verifica-periodo.

           move "N" to ws-eof
           move "N" to ws-ja-encerrado-flag

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
                       if per-mes = ws-mes-ref-x
                           move "S" to ws-ja-encerrado-flag
                       end-if
               end-read
           end-perform

           close periodos-file.

      *    dia 1 do mes seguinte menos um dia
       calcula-fim-mes.

           move ws-mes-ref-ano to ws-prx-ano
           move ws-mes-ref-mes to ws-prx-mes
           move 01             to ws-prx-dia

           add 1 to ws-prx-mes
           if ws-prx-mes > 12
               move 01 to ws-prx-mes
               add 1 to ws-prx-ano
           end-if

           compute ws-fim-mes-int =
                   function integer-of-date (ws-proximo-mes-n) - 1
           compute ws-fim-mes =
                   function date-of-integer (ws-fim-mes-int).

       carrega-plano.

           move "N" to ws-eof

           open input plano-file

           if ws-plano-nao-existe
               exit paragraph
           end-if

           if not ws-plano-ok
               display "ERRO ao abrir plano_contas.dat - file "
                       "status " ws-plano-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read plano-file
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-plano < ws-max-plano
                           add 1 to ws-qtd-plano
                           move pla-codigo to
                               ws-pla-codigo (ws-qtd-plano)
                           move pla-nome to
                               ws-pla-nome (ws-qtd-plano)
                       else
                           display "AVISO: plano_contas.dat tem "
                                   "mais de " ws-max-plano
                                   " contas - excedente ignorado."
                       end-if
               end-read
           end-perform

           close plano-file.

      *    o livro inteiro ate o fim do mes: o que e' anterior ao mes
      /    forma o saldo de abertura, o do mes o movimento
       soma-lancamentos.

           move "N" to ws-eof

           open input lancamentos

           if ws-lancamento-nao-existe
               display "Nao ha lancamentos.dat - balanco zerado."
               exit paragraph
           end-if

           if not ws-lancamento-ok
               display "ERRO ao abrir lancamentos.dat - file status "
                       ws-lancamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read lancamentos
                   at end move "S" to ws-eof
                   not at end
                       if lan-data (1:6) not > ws-mes-ref-x
                           perform soma-lancamento
                       end-if
               end-read
           end-perform

           close lancamentos.

       soma-lancamento.

           move lan-conta to ws-busca-conta
           perform localiza-conta

           if ws-pos-cta = zeros
               exit paragraph
           end-if

           if lan-data (1:6) < ws-mes-ref-x
               if lan-eh-debito
                   add lan-valor to ws-cta-abertura (ws-pos-cta)
               else
                   subtract lan-valor from ws-cta-abertura (ws-pos-cta)
               end-if
               exit paragraph
           end-if

           if lan-eh-debito
               add lan-valor to ws-cta-debitos (ws-pos-cta)
               add lan-valor to ws-total-debitos
               if lan-origem = "E"
                   add lan-valor to ws-cta-enc-deb (ws-pos-cta)
               end-if
           else
               add lan-valor to ws-cta-creditos (ws-pos-cta)
               add lan-valor to ws-total-creditos
               if lan-origem = "E"
                   add lan-valor to ws-cta-enc-cred (ws-pos-cta)
               end-if
           end-if.

      *    localiza ws-busca-conta na tabela, abrindo a conta na
      /    posicao da ordem de codigo quando ainda nao existe -
      /    ws-pos-cta fica zerado quando a tabela esta cheia
       localiza-conta.

           move "N"   to ws-cta-achou-flag
           move zeros to ws-pos-cta

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas or ws-cta-achou
               if ws-cta-conta (ws-idx-cta) = ws-busca-conta
                   move "S" to ws-cta-achou-flag
                   move ws-idx-cta to ws-pos-cta
               end-if
           end-perform

           if ws-cta-achou
               exit paragraph
           end-if

           if ws-qtd-contas >= ws-max-contas
               display "AVISO: lancamentos.dat tem mais de "
                       ws-max-contas " contas - conta "
                       ws-busca-conta " fora do balanco."
               exit paragraph
           end-if

           add 1 to ws-qtd-contas
           move ws-qtd-contas to ws-pos-cta

           perform until ws-pos-cta = 1
               if ws-cta-conta (ws-pos-cta - 1) < ws-busca-conta
                   exit perform
               end-if
               move ws-cta-item (ws-pos-cta - 1)
                   to ws-cta-item (ws-pos-cta)
               subtract 1 from ws-pos-cta
           end-perform

           move ws-busca-conta to ws-cta-conta (ws-pos-cta)
           move zeros to ws-cta-abertura (ws-pos-cta)
           move zeros to ws-cta-debitos (ws-pos-cta)
           move zeros to ws-cta-creditos (ws-pos-cta)
           move zeros to ws-cta-enc-deb (ws-pos-cta)
           move zeros to ws-cta-enc-cred (ws-pos-cta)
           move zeros to ws-cta-saldo (ws-pos-cta).

      *    encerramento do exercicio: o saldo de cada conta de
      /    resultado (classes 3 em diante) vai para lucros ou
      /    prejuizos acumulados, datado do ultimo dia do ano
       encerra-exercicio.

           move ws-conta-lucros to ws-busca-conta
           perform localiza-conta
           move ws-pos-cta to ws-pos-lucros

           if ws-pos-lucros = zeros
               display "ERRO: conta " ws-conta-lucros " fora do "
                       "balanco - exercicio nao encerrado."
               move "N" to ws-encerra-ano-flag
               move 8 to return-code
               exit paragraph
           end-if

           move "ENCERRAMENTO DO EXERCICIO" to ws-cab-titulo
           perform imprime-cabecalho

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               if ws-cta-conta (ws-idx-cta) (1:1) > "2"
                   perform encerra-conta
               end-if
           end-perform

           move spaces to rel-linha
           write rel-linha.

       encerra-conta.

           compute ws-valor =
                   ws-cta-abertura (ws-idx-cta) +
                   ws-cta-debitos (ws-idx-cta) -
                   ws-cta-creditos (ws-idx-cta)

           if ws-valor = zeros
               exit paragraph
           end-if

           move ws-pos-lucros to ws-pos-cta

           if ws-valor < zeros
               compute ws-vlr-lancamento = zeros - ws-valor
               move ws-cta-conta (ws-idx-cta) to ws-conta-debito
               move ws-conta-lucros           to ws-conta-credito
               add ws-vlr-lancamento to ws-cta-debitos (ws-idx-cta)
               add ws-vlr-lancamento to ws-cta-enc-deb (ws-idx-cta)
               add ws-vlr-lancamento to ws-cta-creditos (ws-pos-cta)
               add ws-vlr-lancamento to ws-cta-enc-cred (ws-pos-cta)
           else
               move ws-valor to ws-vlr-lancamento
               move ws-conta-lucros           to ws-conta-debito
               move ws-cta-conta (ws-idx-cta) to ws-conta-credito
               add ws-vlr-lancamento to ws-cta-creditos (ws-idx-cta)
               add ws-vlr-lancamento to ws-cta-enc-cred (ws-idx-cta)
               add ws-vlr-lancamento to ws-cta-debitos (ws-pos-cta)
               add ws-vlr-lancamento to ws-cta-enc-deb (ws-pos-cta)
           end-if

           add ws-vlr-lancamento to ws-total-debitos
           add ws-vlr-lancamento to ws-total-creditos

           perform grava-par-lancamento

           move ws-cta-conta (ws-idx-cta) to ws-lcl-conta
           move ws-cta-conta (ws-idx-cta) to ws-busca-conta
           perform busca-nome-conta
           move ws-nome-conta     to ws-lcl-texto
           move ws-conta-debito   to ws-lcl-debito
           move ws-conta-credito  to ws-lcl-credito
           move ws-vlr-lancamento to ws-lcl-valor
           move ws-lanc-linha to rel-linha
           write rel-linha.

       imprime-cabecalho.

           move ws-mes-ref-x (5:2) to ws-cab-mes (1:2)
           move "/"                to ws-cab-mes (3:1)
           move ws-mes-ref-x (1:4) to ws-cab-mes (4:4)
           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha.

       imprime-balancete.

           move "BALANCETE MENSAL" to ws-cab-titulo
           perform imprime-cabecalho

           move ws-cab-bal to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               compute ws-cta-saldo (ws-idx-cta) =
                       ws-cta-abertura (ws-idx-cta) +
                       ws-cta-debitos (ws-idx-cta) -
                       ws-cta-creditos (ws-idx-cta)
               move ws-cta-conta (ws-idx-cta) to ws-busca-conta
               perform busca-nome-conta
               move ws-cta-conta (ws-idx-cta)    to ws-bal-conta
               move ws-nome-conta                to ws-bal-nome
               move ws-cta-abertura (ws-idx-cta) to ws-bal-abertura
               move ws-cta-debitos (ws-idx-cta)  to ws-bal-debitos
               move ws-cta-creditos (ws-idx-cta) to ws-bal-creditos
               move ws-cta-saldo (ws-idx-cta)    to ws-bal-saldo
               move ws-bal-linha to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-debitos  to ws-btt-debitos
           move ws-total-creditos to ws-btt-creditos
           move ws-bal-total to rel-linha
           write rel-linha

           if ws-total-debitos = ws-total-creditos
               move "PROVA: DEBITOS = CREDITOS NO MES"
                   to ws-prova-texto
           else
               move "PROVA: DEBITOS <> CREDITOS NO MES - LIVRO QUEBRADO"
                   to ws-prova-texto
               move 8 to return-code
           end-if

           move ws-linha-prova to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha.

      *    saldos de natureza credora (passivo e patrimonio liquido)
      /    saem com o sinal invertido, para o credor aparecer positivo
       imprime-balanco.

           move "BALANCO PATRIMONIAL" to ws-cab-titulo
           perform imprime-cabecalho

           move zeros to ws-total-ativo
           move zeros to ws-total-passivo
           move zeros to ws-total-pl
           move zeros to ws-resultado-aberto

           move "ATIVO" to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               evaluate true
                   when ws-cta-conta (ws-idx-cta) (1:1) = "1"
                       move ws-cta-saldo (ws-idx-cta) to ws-valor
                       add ws-valor to ws-total-ativo
                       perform imprime-item
                   when ws-cta-conta (ws-idx-cta) (1:1) = "2"
                       continue
                   when other
                       subtract ws-cta-saldo (ws-idx-cta)
                           from ws-resultado-aberto
               end-evaluate
           end-perform

           move "TOTAL DO ATIVO" to ws-som-texto
           move ws-total-ativo   to ws-valor
           perform imprime-soma

           move "PASSIVO" to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               if ws-cta-conta (ws-idx-cta) (1:1) = "2" and
                  ws-cta-conta (ws-idx-cta) (1:2) not = "29"
                   compute ws-valor = zeros - ws-cta-saldo (ws-idx-cta)
                   add ws-valor to ws-total-passivo
                   perform imprime-item
               end-if
           end-perform

           move "TOTAL DO PASSIVO" to ws-som-texto
           move ws-total-passivo   to ws-valor
           perform imprime-soma

           move "PATRIMONIO LIQUIDO" to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               if ws-cta-conta (ws-idx-cta) (1:2) = "29"
                   compute ws-valor = zeros - ws-cta-saldo (ws-idx-cta)
                   add ws-valor to ws-total-pl
                   perform imprime-item
               end-if
           end-perform

           move spaces              to ws-itm-conta
           move "RESULTADO NAO ENCERRADO" to ws-itm-nome
           move ws-resultado-aberto to ws-itm-valor
           move zeros               to ws-itm-valor-ano
           move ws-item-linha to rel-linha
           move spaces to rel-linha (59:)
           write rel-linha
           add ws-resultado-aberto to ws-total-pl

           move "TOTAL DO PATRIMONIO LIQUIDO" to ws-som-texto
           move ws-total-pl                   to ws-valor
           perform imprime-soma

           compute ws-valor = ws-total-passivo + ws-total-pl
           move "TOTAL DO PASSIVO + PATRIMONIO LIQUIDO" to ws-som-texto
           perform imprime-soma

           if ws-total-ativo = ws-valor
               move "PROVA: ATIVO = PASSIVO + PATRIMONIO LIQUIDO"
                   to ws-prova-texto
           else
               move "PROVA: ATIVO <> PASSIVO + PATRIMONIO LIQUIDO"
                   to ws-prova-texto
               move 8 to return-code
           end-if

           move ws-linha-prova to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha.

       imprime-item.

           move ws-cta-conta (ws-idx-cta) to ws-busca-conta
           perform busca-nome-conta
           move ws-cta-conta (ws-idx-cta) to ws-itm-conta
           move ws-nome-conta             to ws-itm-nome
           move ws-valor                  to ws-itm-valor
           move ws-item-linha to rel-linha
           move spaces to rel-linha (59:)
           write rel-linha.

       imprime-soma.

           move ws-valor to ws-som-valor
           move ws-soma-linha to rel-linha
           move spaces to rel-linha (59:)
           write rel-linha
           move spaces to rel-linha
           write rel-linha.

      *    receitas e despesas do mes e do ano sem os lancamentos de
      /    encerramento do exercicio - o acumulado do ano e' o saldo
      /    desde o ultimo encerramento
       imprime-resultado.

           move "DEMONSTRACAO DO RESULTADO" to ws-cab-titulo
           perform imprime-cabecalho

           move ws-cab-dre to rel-linha
           write rel-linha

           move "RECEITAS" to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               if ws-cta-conta (ws-idx-cta) (1:1) = "3"
                   compute ws-valor =
                       (ws-cta-creditos (ws-idx-cta) -
                        ws-cta-enc-cred (ws-idx-cta)) -
                       (ws-cta-debitos (ws-idx-cta) -
                        ws-cta-enc-deb (ws-idx-cta))
                   compute ws-valor-ano =
                           ws-valor - ws-cta-abertura (ws-idx-cta)
                   add ws-valor     to ws-total-receitas
                   add ws-valor-ano to ws-receitas-ano
                   perform imprime-item-resultado
               end-if
           end-perform

           move "TOTAL DAS RECEITAS" to ws-som-texto
           move ws-total-receitas    to ws-valor
           move ws-receitas-ano      to ws-som-valor-ano
           perform imprime-soma-resultado

           move "DESPESAS" to rel-linha
           write rel-linha

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               if ws-cta-conta (ws-idx-cta) (1:1) > "3"
                   compute ws-valor =
                       (ws-cta-debitos (ws-idx-cta) -
                        ws-cta-enc-deb (ws-idx-cta)) -
                       (ws-cta-creditos (ws-idx-cta) -
                        ws-cta-enc-cred (ws-idx-cta))
                   compute ws-valor-ano =
                           ws-valor + ws-cta-abertura (ws-idx-cta)
                   add ws-valor     to ws-total-despesas
                   add ws-valor-ano to ws-despesas-ano
                   perform imprime-item-resultado
               end-if
           end-perform

           move "TOTAL DAS DESPESAS" to ws-som-texto
           move ws-total-despesas    to ws-valor
           move ws-despesas-ano      to ws-som-valor-ano
           perform imprime-soma-resultado

           compute ws-resultado-mes =
                   ws-total-receitas - ws-total-despesas
           compute ws-resultado-ano =
                   ws-receitas-ano - ws-despesas-ano

           move "RESULTADO (LUCRO / PREJUIZO)" to ws-som-texto
           move ws-resultado-mes to ws-valor
           move ws-resultado-ano to ws-som-valor-ano
           perform imprime-soma-resultado.

       imprime-item-resultado.

           move ws-cta-conta (ws-idx-cta) to ws-busca-conta
           perform busca-nome-conta
           move ws-cta-conta (ws-idx-cta) to ws-itm-conta
           move ws-nome-conta             to ws-itm-nome
           move ws-valor                  to ws-itm-valor
           move ws-valor-ano              to ws-itm-valor-ano
           move ws-item-linha to rel-linha
           write rel-linha.

       imprime-soma-resultado.

           move ws-valor to ws-som-valor
           move ws-soma-linha to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha.

       busca-nome-conta.

           move spaces to ws-nome-conta

           perform varying ws-idx-pla from 1 by 1
                   until ws-idx-pla > ws-qtd-plano
               if ws-pla-codigo (ws-idx-pla) = ws-busca-conta
                   move ws-pla-nome (ws-idx-pla)
                       to ws-nome-conta
               end-if
           end-perform

           if ws-nome-conta = spaces
               evaluate ws-busca-conta
                   when "1001"
                       move "CAIXA" to ws-nome-conta
                   when "1002"
                       move "TESOURARIA CENTRAL" to ws-nome-conta
                   when "1003"
                       move "NUMERARIO EM TRANSITO"
                           to ws-nome-conta
                   when "1101"
                       move "CARTEIRA DE COBRANCA"
                           to ws-nome-conta
                   when "1102"
                       move "PROVISAO DEVEDORES DUVIDOSOS"
                           to ws-nome-conta
                   when "1103"
                       move "JUROS A RECEBER" to ws-nome-conta
                   when "2001"
                       move "DEPOSITOS DE CLIENTES"
                           to ws-nome-conta
                   when "2102"
                       move "DEPOSITOS JUDICIAIS A REPASSAR"
                           to ws-nome-conta
                   when "2103"
                       move "IR RETIDO A RECOLHER" to ws-nome-conta
                   when "2104"
                       move "TEDS A ENVIAR" to ws-nome-conta
                   when "2105"
                       move "VALORES A REPASSAR CONVENIOS"
                           to ws-nome-conta
                   when "2201"
                       move "APLICACOES A PRAZO" to ws-nome-conta
                   when "2901"
                       move "LUCROS OU PREJUIZOS ACUMULADOS"
                           to ws-nome-conta
                   when "3001"
                       move "RECEITA DE COBRANCA"
                           to ws-nome-conta
                   when "3002"
                       move "RECEITA DE JUROS" to ws-nome-conta
                   when "3003"
                       move "RECEITA DE MULTA" to ws-nome-conta
                   when "3004"
                       move "RECEITA DE TARIFAS" to ws-nome-conta
                   when "3005"
                       move "RECEITA JUROS CHEQUE ESPECIAL"
                           to ws-nome-conta
                   when "3006"
                       move "REVERSAO DE PROVISAO PDD"
                           to ws-nome-conta
                   when "3007"
                       move "RECEITA JUROS DE EMPRESTIMOS"
                           to ws-nome-conta
                   when "4001"
                       move "DESPESA DE RENDIMENTO"
                           to ws-nome-conta
                   when "4002"
                       move "DESPESA JUROS DE APLICACAO"
                           to ws-nome-conta
                   when "4003"
                       move "DESPESA DE PROVISAO PDD"
                           to ws-nome-conta
                   when other
                       move "CONTA SEM NOME" to ws-nome-conta
               end-evaluate
           end-if.

       grava-par-lancamento.

           open extend lancamentos

           if ws-lancamento-nao-existe
               open output lancamentos
           end-if

           if not ws-lancamento-ok
               display "ERRO ao abrir lancamentos.dat - file status "
                       ws-lancamento-status
               exit paragraph
           end-if

           move ws-fim-mes-x      to lan-data
           move ws-conta-debito   to lan-conta
           move "D"               to lan-dc
           move ws-vlr-lancamento to lan-valor
           move "E"               to lan-origem

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

       grava-periodo.

           open extend periodos-file

           if ws-periodo-nao-existe
               open output periodos-file
           end-if

           if not ws-periodo-ok
               display "ERRO ao gravar periodos_contabeis.dat - file "
                       "status " ws-periodo-status
               move 8 to return-code
               exit paragraph
           end-if

           move ws-mes-ref-x       to per-mes
           move ws-hoje            to per-data-fechamento
           move ws-total-debitos   to per-debitos
           move ws-total-creditos  to per-creditos
           move ws-resultado-mes   to per-resultado
           move ws-encerra-ano-flag to per-encerrou-ano

           write periodo-reg

           if not ws-periodo-ok
               display "ERRO ao gravar periodos_contabeis.dat - file "
                       "status " ws-periodo-status
               move 8 to return-code
           end-if

           close periodos-file.

       grava-controle-inicio.

           move "I"    to ws-ctb-tipo-grava
           move zeros  to ws-ctb-registros-grava
           move spaces to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle-fim.

           move "F"           to ws-ctb-tipo-grava
           move ws-qtd-contas to ws-ctb-registros-grava
           move "OK"          to ws-ctb-resultado-grava
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

           move "BALANCO"               to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program balanco.
