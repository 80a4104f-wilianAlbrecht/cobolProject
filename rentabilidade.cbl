      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: relatorio mensal de rentabilidade por cliente de
      * registros.txt - junta o que cada pessoa rendeu e custou no
      * mes: tarifas cobradas (marca F), juros de cheque especial
      * (marca L) e rendimentos pagos (marcas J e P) das contas em
      * que e' titular, lidos de movimentos.dat (o diario
      * transacoes.log e' arquivado todo mes); juros das parcelas,
      * juros de mora e multa recebidos em pagamentos.log (o
      * pagamento quita primeiro os juros da parcela, como em
      * apropriacao.cbl); perdas baixadas e recuperacoes do mes em
      * prejuizo.dat; e o saldo medio diario das contas no mes (o
      * saldo atual desfeito dos movimentos do mes em diante). a
      * contribuicao liquida e' receitas mais recuperacoes menos
      * rendimentos pagos e perdas. sai o ranking dos clientes pela
      * contribuicao, o total de cada agencia (a da conta em que a
      * pessoa e' titular - titulares.dat/contas.dat; sem conta,
      * agencia 000) e a lista dos 50 piores para os gerentes de
      * relacionamento. parm AAAAMM (padrao o mes anterior). so
      * leitura - pode ser reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. rentabilidade.
       environment division.
       input-output section.
       file-control.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select pagamentos assign to './files/pagamentos.log'
       organization is sequential
       file status is ws-pagamento-status.

       select prejuizo-file assign to './files/prejuizo.dat'
       organization is sequential
       file status is ws-prejuizo-status.

       select rel-rentab assign to
              './files/relatorio_rentabilidade.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd pessoa.
       copy "registro-pessoa.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd titulares.
       copy "titular.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd pagamentos.
       copy "pagamento.cpy".

       fd prejuizo-file.
       copy "prejuizo.cpy".

       fd rel-rentab.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-prejuizo-status   pic x(2) value spaces.
           88 ws-prejuizo-ok           value "00".
           88 ws-prejuizo-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.

      *    mes apurado (parm AAAAMM ou o mes anterior)
       01 ws-parm.
           05 ws-parm-mes      pic x(6).
       01 ws-mes-ref.
           05 ws-mes-ref-ano   pic 9(4).
           05 ws-mes-ref-mes   pic 9(2).
       01 ws-mes-ref-x redefines ws-mes-ref pic x(6).
       01 ws-data-calc.
           05 ws-calc-ano      pic 9(4).
           05 ws-calc-mes      pic 9(2).
           05 ws-calc-dia      pic 9(2).
       01 ws-data-calc-n redefines ws-data-calc pic 9(8).
       01 ws-data-calc-x redefines ws-data-calc pic x(8).
       77 ws-ini-mes-int       pic 9(7) value zeros.
       77 ws-fim-mes-int       pic 9(7) value zeros.
       77 ws-dias-mes          pic 9(3) value zeros.
       77 ws-data-ini          pic x(8) value spaces.
       77 ws-data-fim          pic x(8) value spaces.
       77 ws-data-evento       pic x(8) value spaces.
       77 ws-data-evento-int   pic 9(7) value zeros.

      *    clientes de registros.txt com o acumulado do mes
       77 ws-max-pessoas       pic 9(3) value 300.
       77 ws-qtd-pessoas       pic 9(3) value zeros.
       77 ws-idx-pes           pic 9(3) value zeros.
       77 ws-idx-pes-2         pic 9(3) value zeros.
       77 ws-pos-pes           pic 9(3) value zeros.
       77 ws-pessoa-busca      pic 9(5) value zeros.
       01 ws-pes-tab.
           03 ws-pes-item occurs 300 times.
               05 ws-pes-id        pic 9(5).
               05 ws-pes-nome      pic x(10).
               05 ws-pes-telefone  pic x(9).
               05 ws-pes-agencia   pic 9(3).
      *            origem da agencia: T titular, C co-titular,
      /            espaco sem conta
               05 ws-pes-ag-origem pic x(1).
               05 ws-pes-tarifa    pic 9(7)v99.
               05 ws-pes-juros     pic 9(7)v99.
               05 ws-pes-recup     pic 9(8)v99.
               05 ws-pes-rend      pic 9(7)v99.
               05 ws-pes-perda     pic 9(8)v99.
               05 ws-pes-saldo-med pic s9(8)v99.
               05 ws-pes-contrib   pic s9(9)v99.
       01 ws-pes-troca         pic x(96).
       77 ws-pes-achou-flag    pic x value "N".
           88 ws-pes-achou         value "S".

      *    contas com o titular e o que e' preciso para o saldo
      /    medio: saldo atual, movimento liquido do primeiro dia do
      /    mes em diante e a soma de cada movimento do mes pesado
      /    pelos dias que ficou no saldo ate o fim do mes
       77 ws-max-contas        pic 9(3) value 500.
       77 ws-qtd-contas        pic 9(3) value zeros.
       77 ws-idx-cta           pic 9(3) value zeros.
       77 ws-pos-cta           pic 9(3) value zeros.
       01 ws-cta-tab.
           03 ws-cta-item occurs 500 times.
               05 ws-cta-id        pic 9(5).
               05 ws-cta-saldo     pic s9(5)v99.
               05 ws-cta-agencia   pic 9(3).
               05 ws-cta-pos-pes   pic 9(3).
               05 ws-cta-mov-apos  pic s9(8)v99.
               05 ws-cta-ponderado pic s9(11)v99.
       77 ws-cta-achou-flag    pic x value "N".
           88 ws-cta-achou         value "S".
       77 ws-vlr-movimento     pic s9(5)v99 value zeros.
       77 ws-saldo-inicio      pic s9(8)v99 value zeros.
       77 ws-saldo-medio       pic s9(8)v99 value zeros.

      *    juros de cada parcela e o que ja foi pago dela, para
      /    separar os juros de cada pagamento
       77 ws-max-parcelas      pic 9(3) value 500.
       77 ws-qtd-parcelas      pic 9(3) value zeros.
       77 ws-idx-par           pic 9(3) value zeros.
       77 ws-pos-par           pic 9(3) value zeros.
       01 ws-par-tab.
           03 ws-par-item occurs 500 times.
               05 ws-par-dev-id    pic 9(5).
               05 ws-par-numero    pic 9(3).
               05 ws-par-juros     pic 9(5)v99.
               05 ws-par-pago      pic 9(7)v99.
       77 ws-vlr-juros-parcela pic 9(7)v99 value zeros.

      *    total de cada agencia
       77 ws-max-agencias      pic 9(2) value 50.
       77 ws-qtd-agencias      pic 9(2) value zeros.
       77 ws-idx-age           pic 9(2) value zeros.
       77 ws-idx-age-2         pic 9(2) value zeros.
       77 ws-pos-age           pic 9(2) value zeros.
       01 ws-age-tab.
           03 ws-age-item occurs 50 times.
               05 ws-age-codigo    pic 9(3).
               05 ws-age-clientes  pic 9(5).
               05 ws-age-tarifa    pic 9(9)v99.
               05 ws-age-juros     pic 9(9)v99.
               05 ws-age-recup     pic 9(9)v99.
               05 ws-age-rend      pic 9(9)v99.
               05 ws-age-perda     pic 9(9)v99.
               05 ws-age-saldo-med pic s9(9)v99.
               05 ws-age-contrib   pic s9(9)v99.
       01 ws-age-troca         pic x(85).
       01 ws-ger-acum.
           05 ws-ger-clientes  pic 9(5) value zeros.
           05 ws-ger-tarifa    pic 9(9)v99 value zeros.
           05 ws-ger-juros     pic 9(9)v99 value zeros.
           05 ws-ger-recup     pic 9(9)v99 value zeros.
           05 ws-ger-rend      pic 9(9)v99 value zeros.
           05 ws-ger-perda     pic 9(9)v99 value zeros.
           05 ws-ger-saldo-med pic s9(9)v99 value zeros.
           05 ws-ger-contrib   pic s9(9)v99 value zeros.

       77 ws-qtd-ranking       pic 9(3) value zeros.
       77 ws-max-piores        pic 9(3) value 50.
       77 ws-ini-piores        pic 9(3) value zeros.
       77 ws-total-sem-cadastro pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "RENTABILIDADE POR CLIENTE - MES ".
           05 ws-cab-mes      pic x(7).
           05 filler          pic x(15) value "  EMITIDO EM ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-secao.
           05 ws-csc-texto    pic x(60).

       01 ws-cab-clientes.
           05 filler          pic x(28) value
              "POS  CLIENTE NOME       AG".
           05 filler          pic x(10) value "   TARIFAS".
           05 filler          pic x(10) value "     JUROS".
           05 filler          pic x(10) value "   RECUPER".
           05 filler          pic x(10) value " REND.PAGO".
           05 filler          pic x(10) value "  PREJUIZO".
           05 filler          pic x(10) value "SALDO MED.".
           05 filler          pic x(10) value "  CONTRIB.".

       01 ws-cli-linha.
           05 ws-cli-pos      pic zzz9.
           05 filler          pic x(1)  value spaces.
           05 ws-cli-id       pic 9(5).
           05 filler          pic x(3)  value spaces.
           05 ws-cli-nome     pic x(10).
           05 filler          pic x(1)  value spaces.
           05 ws-cli-agencia  pic 9(3).
           05 filler          pic x(1)  value spaces.
           05 ws-cli-tarifa   pic zzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-cli-juros    pic zzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-cli-recup    pic zzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-cli-rend     pic zzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-cli-perda    pic zzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-cli-saldo-med pic -(6)9.99.
           05 ws-cli-contrib  pic -(6)9.99.

       01 ws-cab-agencias.
           05 filler          pic x(17) value "AGENCIA  CLIENTES".
           05 filler          pic x(11) value "    TARIFAS".
           05 filler          pic x(11) value "      JUROS".
           05 filler          pic x(11) value "    RECUPER".
           05 filler          pic x(11) value "  REND.PAGO".
           05 filler          pic x(11) value "   PREJUIZO".
           05 filler          pic x(12) value "  SALDO MED.".
           05 filler          pic x(12) value "    CONTRIB.".

       01 ws-age-linha.
           05 ws-agl-codigo   pic x(7).
           05 filler          pic x(5)  value spaces.
           05 ws-agl-clientes pic zzzz9.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-tarifa   pic zzzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-juros    pic zzzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-recup    pic zzzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-rend     pic zzzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-perda    pic zzzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-saldo-med pic -(7)9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-agl-contrib  pic -(7)9.99.

       01 ws-cab-piores.
           05 filler          pic x(28) value
              "POS  CLIENTE NOME       AG".
           05 filler          pic x(12) value "    TELEFONE".
           05 filler          pic x(11) value "    RECEITA".
           05 filler          pic x(10) value "     CUSTO".
           05 filler          pic x(11) value " SALDO MED.".
           05 filler          pic x(10) value "  CONTRIB.".

       01 ws-pio-linha.
           05 ws-pio-pos      pic zzz9.
           05 filler          pic x(1)  value spaces.
           05 ws-pio-id       pic 9(5).
           05 filler          pic x(3)  value spaces.
           05 ws-pio-nome     pic x(10).
           05 filler          pic x(1)  value spaces.
           05 ws-pio-agencia  pic 9(3).
           05 filler          pic x(3)  value spaces.
           05 ws-pio-telefone pic x(9).
           05 filler          pic x(1)  value spaces.
           05 ws-pio-receita  pic zzzzzz9.99.
           05 ws-pio-custo    pic zzzzzz9.99.
           05 filler          pic x(1)  value spaces.
           05 ws-pio-saldo-med pic -(6)9.99.
           05 ws-pio-contrib  pic -(6)9.99.

       77 ws-vlr-receita       pic 9(8)v99 value zeros.
       77 ws-vlr-custo         pic 9(8)v99 value zeros.

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

           if ws-mes-ref-mes < 1 or ws-mes-ref-mes > 12
               display "Mes invalido no parm: " ws-parm-mes
               goback
           end-if

           perform calcula-periodo

           if ws-ini-mes-int > ws-hoje-int
               display "Mes " ws-mes-ref-x " ainda nao comecou - "
                       "relatorio nao gerado."
               goback
           end-if

           perform carrega-pessoas

           if ws-qtd-pessoas = zeros
               display "Nenhuma pessoa em registros.txt - relatorio "
                       "nao gerado."
               goback
           end-if

           perform carrega-contas

           perform carrega-titulares

           perform carrega-movimentos

           perform carrega-parcelas

           perform carrega-pagamentos

           perform carrega-prejuizos

           perform apura-clientes

           open output rel-rentab

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_rentabilidade.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           perform imprime-relatorio

           close rel-rentab

           if ws-total-sem-cadastro > zeros
               display "AVISO: " ws-total-sem-cadastro
                       " lancamento(s) de pessoa fora de registros.txt"
                       " ou de conta sem titular - fora do relatorio."
           end-if

           display "Relatorio gravado em "
                   "./files/relatorio_rentabilidade.txt - "
                   ws-qtd-ranking " cliente(s) no ranking."

           goback.

      *    primeiro e ultimo dia do mes; o mes corrente vai ate hoje
       calcula-periodo.

           move ws-mes-ref-ano to ws-calc-ano
           move ws-mes-ref-mes to ws-calc-mes
           move 1              to ws-calc-dia
           move ws-data-calc-x to ws-data-ini
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

           if ws-fim-mes-int > ws-hoje-int
               move ws-hoje-int to ws-fim-mes-int
           end-if

           compute ws-data-calc-n =
                   function date-of-integer (ws-fim-mes-int)
           move ws-data-calc-x to ws-data-fim

           compute ws-dias-mes = ws-fim-mes-int - ws-ini-mes-int + 1.

       carrega-pessoas.

           move "N" to ws-eof

           open input pessoa

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pessoa next record
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-pessoas < ws-max-pessoas
                           add 1 to ws-qtd-pessoas
                           initialize ws-pes-item (ws-qtd-pessoas)
                           move pessoa-id to
                               ws-pes-id (ws-qtd-pessoas)
                           move pessoa-nome to
                               ws-pes-nome (ws-qtd-pessoas)
                           move pessoa-telefone to
                               ws-pes-telefone (ws-qtd-pessoas)
                       else
                           display "AVISO: registros.txt tem mais de "
                                   ws-max-pessoas
                                   " pessoas - excedente ignorado."
                           move "S" to ws-eof
                       end-if
               end-read
           end-perform

           close pessoa.

       carrega-contas.

           move "N" to ws-eof

           open input contas-file

           if ws-conta-nao-existe
               exit paragraph
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contas-file next record
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-contas < ws-max-contas
                           add 1 to ws-qtd-contas
                           initialize ws-cta-item (ws-qtd-contas)
                           move conta-id to ws-cta-id (ws-qtd-contas)
                           move conta-saldo to
                               ws-cta-saldo (ws-qtd-contas)
                           move conta-agencia to
                               ws-cta-agencia (ws-qtd-contas)
                       else
                           display "AVISO: contas.dat tem mais de "
                                   ws-max-contas
                                   " contas - excedente ignorado."
                           move "S" to ws-eof
                       end-if
               end-read
           end-perform

           close contas-file.

      *    cada conta fica com o seu titular; a agencia da pessoa e'
      /    a da conta em que e' titular ou, sem nenhuma, a da conta
      /    em que e' co-titular
       carrega-titulares.

           move "N" to ws-eof

           open input titulares

           if ws-titular-nao-existe
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read titulares next record
                   at end move "S" to ws-eof
                   not at end
                       perform liga-titular
               end-read
           end-perform

           close titulares.

       liga-titular.

           move tit-pessoa-id to ws-pessoa-busca
           perform busca-pessoa

           if not ws-pes-achou
               exit paragraph
           end-if

           move tit-conta-id to mov-conta-id
           perform busca-conta

           if not ws-cta-achou
               exit paragraph
           end-if

           if tit-eh-titular
               move ws-pos-pes to ws-cta-pos-pes (ws-pos-cta)
               if ws-pes-ag-origem (ws-pos-pes) not = "T"
                   move ws-cta-agencia (ws-pos-cta) to
                       ws-pes-agencia (ws-pos-pes)
                   move "T" to ws-pes-ag-origem (ws-pos-pes)
               end-if
           else
               if ws-pes-ag-origem (ws-pos-pes) = space
                   move ws-cta-agencia (ws-pos-cta) to
                       ws-pes-agencia (ws-pos-pes)
                   move "C" to ws-pes-ag-origem (ws-pos-pes)
               end-if
           end-if.

       busca-pessoa.

           move "N"   to ws-pes-achou-flag
           move zeros to ws-pos-pes

           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes > ws-qtd-pessoas or ws-pes-achou
               if ws-pes-id (ws-idx-pes) = ws-pessoa-busca
                   move "S" to ws-pes-achou-flag
                   move ws-idx-pes to ws-pos-pes
               end-if
           end-perform.

       busca-conta.

           move "N"   to ws-cta-achou-flag
           move zeros to ws-pos-cta

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas or ws-cta-achou
               if ws-cta-id (ws-idx-cta) = mov-conta-id
                   move "S" to ws-cta-achou-flag
                   move ws-idx-cta to ws-pos-cta
               end-if
           end-perform.

      *    movimentos do primeiro dia do mes em diante, pela chave
      /    de data/hora
       carrega-movimentos.

           open input movimentos

           if ws-movimento-nao-existe
               display "AVISO: nao ha movimentos.dat - tarifas, "
                       "juros de conta e saldo medio zerados."
               exit paragraph
           end-if

           if not ws-movimento-ok
               display "ERRO ao abrir movimentos.dat - file status "
                       ws-movimento-status
               exit paragraph
           end-if

           move spaces      to mov-data-mov
           move ws-data-ini to mov-data-mov (1:8)
           move "000000"    to mov-data-mov (9:6)

           move "N" to ws-eof

           start movimentos key is not less than mov-data-mov
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S"
               read movimentos next record
                   at end move "S" to ws-eof
                   not at end
                       if mov-conta-id not = zeros
                           perform soma-movimento
                       end-if
               end-read
           end-perform

           close movimentos.

       soma-movimento.

           perform busca-conta

           if not ws-cta-achou
               exit paragraph
           end-if

           if mov-eh-deposito
               move mov-valor to ws-vlr-movimento
           else
               compute ws-vlr-movimento = 0 - mov-valor
           end-if

           add ws-vlr-movimento to ws-cta-mov-apos (ws-pos-cta)

           if mov-data-mov (1:8) > ws-data-fim
               exit paragraph
           end-if

           move mov-data-mov (1:8) to ws-data-evento
           compute ws-data-evento-int =
                   function integer-of-date
                       (function numval (ws-data-evento))
           compute ws-cta-ponderado (ws-pos-cta) =
                   ws-cta-ponderado (ws-pos-cta) + ws-vlr-movimento *
                   (ws-fim-mes-int - ws-data-evento-int + 1)

           if ws-cta-pos-pes (ws-pos-cta) = zeros
               if mov-marca = "F" or "L" or "J" or "P"
                   add 1 to ws-total-sem-cadastro
               end-if
               exit paragraph
           end-if

           move ws-cta-pos-pes (ws-pos-cta) to ws-pos-pes

           evaluate mov-marca
               when "F"
                   if mov-eh-saque
                       add mov-valor to ws-pes-tarifa (ws-pos-pes)
                   end-if
               when "L"
                   if mov-eh-saque
                       add mov-valor to ws-pes-juros (ws-pos-pes)
                   end-if
               when "J"
               when "P"
                   if mov-eh-deposito
                       add mov-valor to ws-pes-rend (ws-pos-pes)
                   end-if
           end-evaluate.

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
                       if par-juros > zeros
                           perform guarda-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

       guarda-parcela.

           if ws-qtd-parcelas >= ws-max-parcelas
               display "AVISO: parcelas.dat tem mais de "
                       ws-max-parcelas " parcelas com juros - "
                       "excedente ignorado."
               move "S" to ws-eof
               exit paragraph
           end-if

           add 1 to ws-qtd-parcelas
           move par-dev-id to ws-par-dev-id (ws-qtd-parcelas)
           move par-numero to ws-par-numero (ws-qtd-parcelas)
           move par-juros  to ws-par-juros (ws-qtd-parcelas)
           move zeros      to ws-par-pago (ws-qtd-parcelas).

      *    o log inteiro em ordem: o que cada pagamento leva dos
      /    juros da parcela depende do que ja foi pago antes dele
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
                       perform soma-pagamento
               end-read
           end-perform

           close pagamentos.

       soma-pagamento.

           move zeros to ws-vlr-juros-parcela
           move zeros to ws-pos-par

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-parcelas or
                         ws-pos-par > zeros
               if ws-par-dev-id (ws-idx-par) = pag-dev-id and
                  ws-par-numero (ws-idx-par) = pag-parcela
                   move ws-idx-par to ws-pos-par
               end-if
           end-perform

           if ws-pos-par > zeros
               if ws-par-pago (ws-pos-par) < ws-par-juros (ws-pos-par)
                   compute ws-vlr-juros-parcela =
                           ws-par-juros (ws-pos-par) -
                           ws-par-pago (ws-pos-par)
                   if ws-vlr-juros-parcela > pag-valor
                       move pag-valor to ws-vlr-juros-parcela
                   end-if
               end-if
               add pag-valor to ws-par-pago (ws-pos-par)
           end-if

           move pag-ano to ws-data-evento (1:4)
           move pag-mes to ws-data-evento (5:2)
           move pag-dia to ws-data-evento (7:2)

           if ws-data-evento < ws-data-ini or
              ws-data-evento > ws-data-fim
               exit paragraph
           end-if

           move pag-dev-id to ws-pessoa-busca
           perform busca-pessoa

           if not ws-pes-achou
               add 1 to ws-total-sem-cadastro
               exit paragraph
           end-if

           add ws-vlr-juros-parcela to ws-pes-juros (ws-pos-pes)
           add pag-juros            to ws-pes-juros (ws-pos-pes)
           add pag-multa            to ws-pes-juros (ws-pos-pes).

      *    baixa do mes e' perda; recuperacao do mes e' receita
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
                       perform soma-prejuizo
               end-read
           end-perform

           close prejuizo-file.

       soma-prejuizo.

           move prej-dev-id to ws-pessoa-busca
           perform busca-pessoa

           if not ws-pes-achou
               add 1 to ws-total-sem-cadastro
               exit paragraph
           end-if

           if prej-data >= ws-data-ini and prej-data <= ws-data-fim
               add prej-valor to ws-pes-perda (ws-pos-pes)
           end-if

           if prej-recuperado and
              prej-data-recup >= ws-data-ini and
              prej-data-recup <= ws-data-fim
               add prej-vlr-recup to ws-pes-recup (ws-pos-pes)
           end-if.

      *    saldo medio das contas de que a pessoa e' titular e a
      /    contribuicao liquida do mes
       apura-clientes.

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
               if ws-cta-pos-pes (ws-idx-cta) > zeros
                   move ws-cta-pos-pes (ws-idx-cta) to ws-pos-pes
                   compute ws-saldo-inicio =
                           ws-cta-saldo (ws-idx-cta) -
                           ws-cta-mov-apos (ws-idx-cta)
                   compute ws-saldo-medio rounded =
                           ws-saldo-inicio +
                           ws-cta-ponderado (ws-idx-cta) / ws-dias-mes
                   add ws-saldo-medio to ws-pes-saldo-med (ws-pos-pes)
               end-if
           end-perform

           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes > ws-qtd-pessoas
               compute ws-pes-contrib (ws-idx-pes) =
                       ws-pes-tarifa (ws-idx-pes) +
                       ws-pes-juros (ws-idx-pes) +
                       ws-pes-recup (ws-idx-pes) -
                       ws-pes-rend (ws-idx-pes) -
                       ws-pes-perda (ws-idx-pes)
           end-perform

      *    sem conta e sem nenhum valor no mes a pessoa nao entra no
      /    ranking - os clientes com relacionamento vao para o inicio
           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes > ws-qtd-pessoas
               if ws-pes-ag-origem (ws-idx-pes) not = space or
                  ws-pes-tarifa (ws-idx-pes) > zeros or
                  ws-pes-juros (ws-idx-pes) > zeros or
                  ws-pes-recup (ws-idx-pes) > zeros or
                  ws-pes-rend (ws-idx-pes) > zeros or
                  ws-pes-perda (ws-idx-pes) > zeros
                   add 1 to ws-qtd-ranking
                   if ws-qtd-ranking not = ws-idx-pes
                       move ws-pes-item (ws-idx-pes) to ws-pes-troca
                       move ws-pes-item (ws-qtd-ranking)
                           to ws-pes-item (ws-idx-pes)
                       move ws-pes-troca
                           to ws-pes-item (ws-qtd-ranking)
                   end-if
               end-if
           end-perform

           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes >= ws-qtd-ranking
               perform varying ws-idx-pes-2 from ws-idx-pes by 1
                       until ws-idx-pes-2 > ws-qtd-ranking
                   if ws-pes-contrib (ws-idx-pes-2) >
                      ws-pes-contrib (ws-idx-pes)
                       move ws-pes-item (ws-idx-pes) to ws-pes-troca
                       move ws-pes-item (ws-idx-pes-2)
                           to ws-pes-item (ws-idx-pes)
                       move ws-pes-troca
                           to ws-pes-item (ws-idx-pes-2)
                   end-if
               end-perform
           end-perform

           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes > ws-qtd-ranking
               perform soma-agencia
           end-perform

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
           end-perform.

       soma-agencia.

           move zeros to ws-pos-age

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias or
                         ws-pos-age > zeros
               if ws-age-codigo (ws-idx-age) =
                  ws-pes-agencia (ws-idx-pes)
                   move ws-idx-age to ws-pos-age
               end-if
           end-perform

           if ws-pos-age = zeros
               if ws-qtd-agencias < ws-max-agencias
                   add 1 to ws-qtd-agencias
                   initialize ws-age-item (ws-qtd-agencias)
                   move ws-pes-agencia (ws-idx-pes) to
                       ws-age-codigo (ws-qtd-agencias)
               else
                   display "AVISO: mais de " ws-max-agencias
                           " agencias - cliente "
                           ws-pes-id (ws-idx-pes)
                           " somado na agencia "
                           ws-age-codigo (ws-qtd-agencias) "."
               end-if
               move ws-qtd-agencias to ws-pos-age
           end-if

           add 1 to ws-age-clientes (ws-pos-age) ws-ger-clientes
           add ws-pes-tarifa (ws-idx-pes) to
               ws-age-tarifa (ws-pos-age) ws-ger-tarifa
           add ws-pes-juros (ws-idx-pes) to
               ws-age-juros (ws-pos-age) ws-ger-juros
           add ws-pes-recup (ws-idx-pes) to
               ws-age-recup (ws-pos-age) ws-ger-recup
           add ws-pes-rend (ws-idx-pes) to
               ws-age-rend (ws-pos-age) ws-ger-rend
           add ws-pes-perda (ws-idx-pes) to
               ws-age-perda (ws-pos-age) ws-ger-perda
           add ws-pes-saldo-med (ws-idx-pes) to
               ws-age-saldo-med (ws-pos-age) ws-ger-saldo-med
           add ws-pes-contrib (ws-idx-pes) to
               ws-age-contrib (ws-pos-age) ws-ger-contrib.

       imprime-relatorio.

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

           move spaces to rel-linha
           write rel-linha
           move "RANKING DOS CLIENTES PELA CONTRIBUICAO LIQUIDA"
               to ws-csc-texto
           move ws-cab-secao to rel-linha
           write rel-linha
           move ws-cab-clientes to rel-linha
           write rel-linha

           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes > ws-qtd-ranking
               move ws-idx-pes                  to ws-cli-pos
               move ws-pes-id (ws-idx-pes)      to ws-cli-id
               move ws-pes-nome (ws-idx-pes)    to ws-cli-nome
               move ws-pes-agencia (ws-idx-pes) to ws-cli-agencia
               move ws-pes-tarifa (ws-idx-pes)  to ws-cli-tarifa
               move ws-pes-juros (ws-idx-pes)   to ws-cli-juros
               move ws-pes-recup (ws-idx-pes)   to ws-cli-recup
               move ws-pes-rend (ws-idx-pes)    to ws-cli-rend
               move ws-pes-perda (ws-idx-pes)   to ws-cli-perda
               move ws-pes-saldo-med (ws-idx-pes) to ws-cli-saldo-med
               move ws-pes-contrib (ws-idx-pes) to ws-cli-contrib
               move ws-cli-linha to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move "TOTAIS POR AGENCIA" to ws-csc-texto
           move ws-cab-secao to rel-linha
           write rel-linha
           move ws-cab-agencias to rel-linha
           write rel-linha

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               move spaces to ws-agl-codigo
               move ws-age-codigo (ws-idx-age) to ws-agl-codigo (1:3)
               move ws-age-clientes (ws-idx-age)  to ws-agl-clientes
               move ws-age-tarifa (ws-idx-age)    to ws-agl-tarifa
               move ws-age-juros (ws-idx-age)     to ws-agl-juros
               move ws-age-recup (ws-idx-age)     to ws-agl-recup
               move ws-age-rend (ws-idx-age)      to ws-agl-rend
               move ws-age-perda (ws-idx-age)     to ws-agl-perda
               move ws-age-saldo-med (ws-idx-age) to ws-agl-saldo-med
               move ws-age-contrib (ws-idx-age)   to ws-agl-contrib
               move ws-age-linha to rel-linha
               write rel-linha
           end-perform

           move "TOTAL"          to ws-agl-codigo
           move ws-ger-clientes  to ws-agl-clientes
           move ws-ger-tarifa    to ws-agl-tarifa
           move ws-ger-juros     to ws-agl-juros
           move ws-ger-recup     to ws-agl-recup
           move ws-ger-rend      to ws-agl-rend
           move ws-ger-perda     to ws-agl-perda
           move ws-ger-saldo-med to ws-agl-saldo-med
           move ws-ger-contrib   to ws-agl-contrib
           move ws-age-linha to rel-linha
           write rel-linha

           perform imprime-piores.

      *    os 50 ultimos do ranking, do pior para cima, com o
      /    telefone para o gerente de relacionamento
       imprime-piores.

           move spaces to rel-linha
           write rel-linha
           move spaces to ws-csc-texto
           string "OS " ws-max-piores " CLIENTES DE MENOR "
                  "CONTRIBUICAO - GERENTES DE RELACIONAMENTO"
                  delimited by size into ws-csc-texto
           move ws-cab-secao to rel-linha
           write rel-linha
           move ws-cab-piores to rel-linha
           write rel-linha

           if ws-qtd-ranking > ws-max-piores
               compute ws-ini-piores = ws-qtd-ranking - ws-max-piores
                                       + 1
           else
               move 1 to ws-ini-piores
           end-if

           perform varying ws-idx-pes from ws-qtd-ranking by -1
                   until ws-idx-pes < ws-ini-piores
               compute ws-vlr-receita = ws-pes-tarifa (ws-idx-pes) +
                                        ws-pes-juros (ws-idx-pes) +
                                        ws-pes-recup (ws-idx-pes)
               compute ws-vlr-custo = ws-pes-rend (ws-idx-pes) +
                                      ws-pes-perda (ws-idx-pes)
               move ws-idx-pes                  to ws-pio-pos
               move ws-pes-id (ws-idx-pes)      to ws-pio-id
               move ws-pes-nome (ws-idx-pes)    to ws-pio-nome
               move ws-pes-agencia (ws-idx-pes) to ws-pio-agencia
               move ws-pes-telefone (ws-idx-pes) to ws-pio-telefone
               move ws-vlr-receita              to ws-pio-receita
               move ws-vlr-custo                to ws-pio-custo
               move ws-pes-saldo-med (ws-idx-pes) to ws-pio-saldo-med
               move ws-pes-contrib (ws-idx-pes) to ws-pio-contrib
               move ws-pio-linha to rel-linha
               write rel-linha
           end-perform.

       end program rentabilidade.
