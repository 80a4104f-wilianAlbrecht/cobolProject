      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: proposta de emprestimo e aprovacao de credito antes
      * do contrato - o operador registra o pedido (cliente,
      * principal, taxa anual e prazo), o programa imprime a
      * simulacao pela tabela price (parcela, custo total e agenda
      * de juros/amortizacao em simulacao_proposta.txt) e roda as
      * verificacoes automaticas: divida aberta em devedores.dat,
      * baixa em prejuizo.dat, promessa de pagamento quebrada em
      * contatos.dat (sem pagamento em pagamentos.log desde o
      * contato, como promessas.cbl) e parcela acima de 30% da media
      * mensal de depositos nas contas de que o cliente e' titular
      * ou co-titular (titulares.dat) nos tres meses fechados
      * (transacoes.log e arquivos mensais). a proposta fica em
      * analise ate um operador com a alcada exigida (nivel de
      * operadores.dat pela faixa de valor, um nivel acima quando ha
      * restricao) aprovar ou recusar - nunca quem registrou.
      * contratos.cbl so contrata proposta aprovada
      ******************************************************************

       identification division.
       program-id. propostas.
       environment division.
       input-output section.
       file-control.

       select propostas-file assign to './files/propostas.dat'
       organization is sequential
       file status is ws-proposta-status.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select prejuizo-file assign to './files/prejuizo.dat'
       organization is sequential
       file status is ws-prejuizo-status.

       select contatos-file assign to './files/contatos.dat'
       organization is sequential
       file status is ws-contato-status.

       select pagamentos assign to './files/pagamentos.log'
       organization is sequential
       file status is ws-pagamento-status.

       select transacoes-file assign to dynamic
              ws-arquivo-transacoes
       organization is sequential
       file status is ws-transacao-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select rel-simulacao
              assign to './files/simulacao_proposta.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd propostas-file.
       copy "proposta.cpy".

       fd devedores.
       copy "devedor.cpy".

       fd prejuizo-file.
       copy "prejuizo.cpy".

       fd contatos-file.
       copy "contato.cpy".

       fd pagamentos.
       copy "pagamento.cpy".

       fd transacoes-file.
       copy "transacao.cpy".

       fd titulares.
       copy "titular.cpy".

       fd operadores.
       copy "operador.cpy".

       fd rel-simulacao.
       01 rel-linha            pic x(100).

       working-storage section.
       copy "pessoa.cpy".

       77 ws-proposta-status   pic x(2) value spaces.
           88 ws-proposta-ok           value "00".
           88 ws-proposta-nao-existe   value "35".
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-prejuizo-status   pic x(2) value spaces.
           88 ws-prejuizo-ok           value "00".
           88 ws-prejuizo-nao-existe   value "35".
       77 ws-contato-status    pic x(2) value spaces.
           88 ws-contato-ok            value "00".
           88 ws-contato-nao-existe    value "35".
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof-titular       pic x value "N".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-arquivo-transacoes pic x(40) value
              './files/transacoes.log'.
       77 ws-eof               pic x value "N".
       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-hoje              pic x(8) value spaces.

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-nova            value "1".
           88 ws-opcao-decidir         value "2".
           88 ws-opcao-consultar       value "3".
           88 ws-opcao-sair            value "0".

       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-operador-nivel    pic 9(1) value zeros.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".

      *    alcadas de aprovacao por faixa de principal: ate o
      /    primeiro limite decide o operador (nivel 1), ate o
      /    segundo o supervisor (nivel 2), acima o gerente (nivel 3)
       77 ws-alcada-operador   pic 9(7)v99 value 5000.00.
       77 ws-alcada-supervisor pic 9(7)v99 value 20000.00.
      *    comprometimento maximo da media mensal de depositos
       77 ws-margem-renda      pic v99 value .30.

       77 ws-principal-x       pic x(9) value spaces.
       77 ws-principal         pic 9(7)v99 value zeros.
       77 ws-taxa-anual-x      pic x(4) value spaces.
       77 ws-taxa-anual        pic v9(4) value zeros.
       77 ws-prazo             pic 9(3) value zeros.
       77 ws-taxa-mensal       pic v9(6) value zeros.
       77 ws-fator             pic 9(3)v9(8) value zeros.
       77 ws-vlr-parcela       pic 9(5)v99 value zeros.
       77 ws-custo-total       pic 9(8)v99 value zeros.
       77 ws-saldo-devedor     pic 9(8)v99 value zeros.
       77 ws-juros-parcela     pic 9(5)v99 value zeros.
       77 ws-amort-parcela     pic 9(5)v99 value zeros.
       77 ws-idx-parcela       pic 9(3) value zeros.
       77 ws-confirma-flag     pic x value "N".
           88 ws-confirma          value "S" "s".
       77 ws-decisao           pic x(1) value space.
           88 ws-decisao-aprova    value "A" "a".
           88 ws-decisao-recusa    value "R" "r".

       77 ws-prox-numero       pic 9(7) value 1.
       77 ws-numero            pic 9(7) value zeros.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-restricao-flag    pic x value "N".
           88 ws-tem-restricao     value "S".
       77 ws-nivel-exigido     pic 9(1) value zeros.
       01 ws-verificacoes.
           05 ws-chk-divida    pic x(1) value "N".
           05 ws-chk-prejuizo  pic x(1) value "N".
           05 ws-chk-promessa  pic x(1) value "N".
           05 ws-chk-renda     pic x(1) value "N".

      *    contas do cliente (titular ou co-titular) cujos depositos
      /    entram na media
       77 ws-max-contas-cli    pic 9(2) value 10.
       77 ws-qtd-contas-cli    pic 9(2) value zeros.
       77 ws-idx-cli           pic 9(2) value zeros.
       01 ws-cli-tab.
           03 ws-cli-conta occurs 10 times pic 9(5).
       77 ws-conta-cli-flag    pic x value "N".
           88 ws-conta-do-cliente  value "S".

      *    media de depositos: os tres meses fechados antes do mes
      /    corrente, lidos dos arquivos mensais e do log vivo (o mes
      /    ainda nao arquivado esta no log)
       77 ws-ult-pagamento     pic x(8) value spaces.
       77 ws-data-pagamento    pic x(8) value spaces.
       77 ws-qtd-meses-media   pic 9(1) value 3.
       77 ws-idx-mes           pic 9(1) value zeros.
       01 ws-meses-tab.
           03 ws-mes-media occurs 3 times pic x(6).
       01 ws-mes-calc.
           05 ws-mes-calc-ano  pic 9(4).
           05 ws-mes-calc-mes  pic 9(2).
       01 ws-mes-calc-x redefines ws-mes-calc pic x(6).
       01 ws-mes-trans.
           05 ws-mes-trans-ano pic x(4).
           05 ws-mes-trans-mes pic x(2).
       01 ws-mes-trans-x redefines ws-mes-trans pic x(6).
       77 ws-total-depositos   pic 9(9)v99 value zeros.
       77 ws-media-depositos   pic 9(7)v99 value zeros.
       77 ws-limite-parcela    pic 9(7)v99 value zeros.

       01 ws-sim-cab-1.
           05 filler          pic x(34) value
              "SIMULACAO DE EMPRESTIMO - PROPOSTA".
           05 filler          pic x(1)  value space.
           05 ws-sim-numero   pic 9(7).
           05 filler          pic x(6)  value " - EM ".
           05 ws-sim-data     pic x(10).

       01 ws-sim-cliente.
           05 filler          pic x(10) value "CLIENTE: ".
           05 ws-sim-id       pic zzzz9.
           05 filler          pic x(1)  value space.
           05 ws-sim-nome     pic x(30).

       01 ws-sim-condicoes.
           05 filler          pic x(12) value "PRINCIPAL: ".
           05 ws-sim-principal pic zzzzzz9.99.
           05 filler          pic x(13) value "  TAXA A.A.: ".
           05 ws-sim-taxa     pic z9.99.
           05 filler          pic x(13) value "%  A.M.: ".
           05 ws-sim-taxa-mes pic z9.9999.
           05 filler          pic x(10) value "%  PRAZO: ".
           05 ws-sim-prazo    pic zz9.

       01 ws-sim-resultado.
           05 filler          pic x(20) value "PARCELA (PRICE): ".
           05 ws-sim-parcela  pic zzzz9.99.
           05 filler          pic x(18) value "   CUSTO TOTAL: ".
           05 ws-sim-custo    pic zzzzzzz9.99.
           05 filler          pic x(11) value "   JUROS: ".
           05 ws-sim-juros    pic zzzzzzz9.99.

       01 ws-sim-cab-agenda.
           05 filler          pic x(10) value "PARCELA".
           05 filler          pic x(14) value "JUROS".
           05 filler          pic x(14) value "AMORTIZACAO".
           05 filler          pic x(14) value "VALOR".
           05 filler          pic x(14) value "SALDO".

       01 ws-sim-agenda.
           05 ws-sag-numero   pic zz9.
           05 filler          pic x(5)  value spaces.
           05 ws-sag-juros    pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-sag-amort    pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-sag-valor    pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-sag-saldo    pic zzzzzzz9.99.

       01 ws-sim-verificacao.
           05 ws-sve-texto    pic x(45).
           05 ws-sve-resultado pic x(20).

       01 ws-sim-media.
           05 filler          pic x(45) value
              "MEDIA MENSAL DE DEPOSITOS (3 MESES): ".
           05 ws-sim-media-vlr pic zzzzzz9.99.
           05 filler          pic x(14) value "   LIMITE: ".
           05 ws-sim-limite   pic zzzzzz9.99.

       01 ws-sim-alcada.
           05 filler          pic x(45) value
              "ALCADA EXIGIDA (NIVEL DE OPERADOR): ".
           05 ws-sim-nivel    pic 9.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Nova proposta e simulacao"
               display "2 - Aprovar ou recusar proposta"
               display "3 - Consultar proposta"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-nova
                       perform nova-proposta
                   when ws-opcao-decidir
                       perform decide-proposta
                   when ws-opcao-consultar
                       perform consulta-proposta
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate

           end-perform

           goback.

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
                           move ope-nivel to ws-operador-nivel
                           display "Operador: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

       nova-proposta.

           display "Codigo da pessoa (5 digitos, conforme "
                   "registros.txt): "
           accept cad-id

           display "Nome do cliente: "
           accept cad-nome

           perform accepta-telefone

           perform accepta-principal

           perform accepta-taxa-anual

           move zeros to ws-prazo

           perform until ws-prazo > zeros
               display "Prazo em meses: "
               accept ws-prazo

               if ws-prazo = zeros
                   display "Informe um prazo maior que zero."
               end-if
           end-perform

           perform calcula-parcela-price

           compute ws-custo-total = ws-vlr-parcela * ws-prazo

           perform verifica-divida-aberta

           perform verifica-prejuizo

           perform verifica-promessas

           perform verifica-renda

           perform calcula-alcada

           perform busca-proximo-numero

           display "Parcela (price): " ws-vlr-parcela
                   "  custo total: " ws-custo-total
           display "Restricoes - divida aberta: " ws-chk-divida
                   "  prejuizo: " ws-chk-prejuizo
                   "  promessa quebrada: " ws-chk-promessa
                   "  renda: " ws-chk-renda
           display "Alcada exigida: nivel " ws-nivel-exigido

           move "N" to ws-confirma-flag
           display "Registra a proposta para aprovacao? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Simulacao descartada - nada foi gravado."
               exit paragraph
           end-if

           perform grava-proposta

           perform imprime-simulacao.

       accepta-telefone.

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Telefone:"
               accept cad-telefone

               if cad-telefone is numeric and cad-telefone not = spaces
                   move "S" to ws-entrada-ok
               else
                   display "Telefone invalido. Informe somente "
                           "numeros (DDD + numero)."
               end-if
           end-perform.

       accepta-principal.

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Principal do emprestimo (9 digitos, 2 "
                       "decimais - ex.: 000500000 = 5.000,00): "
               accept ws-principal-x

               if ws-principal-x is numeric and
                  ws-principal-x not = zeros
                   compute ws-principal =
                           function numval (ws-principal-x) / 100
                   move "S" to ws-entrada-ok
               else
                   display "Valor invalido. Informe somente numeros."
               end-if
           end-perform.

       accepta-taxa-anual.

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Taxa anual do contrato (4 digitos decimais "
                       "- ex.: 2400 = 24% a.a.): "
               accept ws-taxa-anual-x

               if ws-taxa-anual-x is numeric
                   compute ws-taxa-anual =
                           function numval (ws-taxa-anual-x) / 10000
                   move "S" to ws-entrada-ok
               else
                   display "Taxa invalida. Informe somente numeros."
               end-if
           end-perform.

      *    tabela price: parcela = principal * i / (1 - (1+i)**-n),
      /    calculada via fator = (1+i)**n para ficar so com
      /    expoente positivo; taxa mensal = taxa anual / 12 e
      /    contrato a taxa zero divide o principal pelo prazo -
      /    mesma conta de contratos.cbl
       calcula-parcela-price.

           compute ws-taxa-mensal rounded = ws-taxa-anual / 12

           if ws-taxa-mensal = zeros
               compute ws-vlr-parcela rounded =
                       ws-principal / ws-prazo
               exit paragraph
           end-if

           compute ws-fator rounded =
                   (1 + ws-taxa-mensal) ** ws-prazo

           compute ws-vlr-parcela rounded =
                   ws-principal * ws-taxa-mensal * ws-fator /
                   (ws-fator - 1).

       verifica-divida-aberta.

           move "N" to ws-chk-divida
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
                       if dev-id = cad-id and
                          dev-parc-pgs < dev-qrd-parc
                           move "S" to ws-chk-divida
                       end-if
               end-read
           end-perform

           close devedores.

      *    qualquer baixa para prejuizo, ainda que ja recuperada,
      /    conta como restricao
       verifica-prejuizo.

           move "N" to ws-chk-prejuizo
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
                       if prej-dev-id = cad-id
                           move "S" to ws-chk-prejuizo
                       end-if
               end-read
           end-perform

           close prejuizo-file.

      *    promessa vencida sem nenhum pagamento do cliente em
      /    pagamentos.log a partir do dia do contato - a mesma regra
      /    de promessas.cbl, com o ultimo pagamento apurado antes
       verifica-promessas.

           move "N"    to ws-chk-promessa
           move spaces to ws-ult-pagamento
           move "N"    to ws-eof

           open input pagamentos

           if ws-pagamento-ok
               perform until ws-eof = "S"
                   read pagamentos
                       at end move "S" to ws-eof
                       not at end
                           if pag-dev-id = cad-id
                               move pag-ano to ws-data-pagamento (1:4)
                               move pag-mes to ws-data-pagamento (5:2)
                               move pag-dia to ws-data-pagamento (7:2)
                               if ws-data-pagamento > ws-ult-pagamento
                                  or ws-ult-pagamento = spaces
                                   move ws-data-pagamento
                                       to ws-ult-pagamento
                               end-if
                           end-if
                   end-read
               end-perform
               close pagamentos
           else
               if not ws-pagamento-nao-existe
                   display "ERRO ao abrir pagamentos.log - file "
                           "status " ws-pagamento-status
               end-if
           end-if

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
                       if con-dev-id = cad-id and
                          con-prometeu-pagar and
                          con-data-promessa < ws-hoje
                           if ws-ult-pagamento = spaces or
                              ws-ult-pagamento < con-data
                               move "S" to ws-chk-promessa
                           end-if
                       end-if
               end-read
           end-perform

           close contatos-file.

      *    parcela contra a media mensal dos depositos do cliente nas
      /    contas de que e' titular ou co-titular - so depositos comuns,
      /    transferencias recebidas e creditos de folha de
      /    pagamento; estornos, rendimentos, resgates e liberacoes
      /    de bloqueio nao sao renda
       verifica-renda.

           move "N"   to ws-chk-renda
           move zeros to ws-total-depositos

           perform carrega-contas-cliente

           move ws-hoje (1:6) to ws-mes-calc-x

           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > ws-qtd-meses-media
               subtract 1 from ws-mes-calc-mes
               if ws-mes-calc-mes = zeros
                   move 12 to ws-mes-calc-mes
                   subtract 1 from ws-mes-calc-ano
               end-if
               move ws-mes-calc-x to ws-mes-media (ws-idx-mes)
           end-perform

           perform varying ws-idx-mes from 1 by 1
                   until ws-idx-mes > ws-qtd-meses-media
               move spaces to ws-arquivo-transacoes
               string "./files/transacoes_"     delimited by size
                      ws-mes-media (ws-idx-mes) delimited by size
                      ".log"                    delimited by size
                   into ws-arquivo-transacoes
               end-string
               perform soma-depositos
           end-perform

           move './files/transacoes.log' to ws-arquivo-transacoes

           perform soma-depositos

           compute ws-media-depositos rounded =
                   ws-total-depositos / ws-qtd-meses-media

           compute ws-limite-parcela rounded =
                   ws-media-depositos * ws-margem-renda

           if ws-vlr-parcela > ws-limite-parcela
               move "S" to ws-chk-renda
           end-if.

       soma-depositos.

           move "N" to ws-eof

           open input transacoes-file

           if ws-transacao-nao-existe
               exit paragraph
           end-if

           if not ws-transacao-ok
               display "ERRO ao abrir "
                       function trim (ws-arquivo-transacoes)
                       " - file status " ws-transacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read transacoes-file
                   at end move "S" to ws-eof
                   not at end
                       perform confere-conta-cliente
                       if ws-conta-do-cliente and
                          trans-eh-deposito and
                          (trans-estorno = space or
                           trans-eh-transferencia or
                           trans-eh-folha)
                           move trans-ano to ws-mes-trans-ano
                           move trans-mes to ws-mes-trans-mes
                           perform varying ws-idx-mes from 1 by 1
                                   until ws-idx-mes >
                                         ws-qtd-meses-media
                               if ws-mes-trans-x =
                                  ws-mes-media (ws-idx-mes)
                                   add trans-valor
                                       to ws-total-depositos
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform

           close transacoes-file.

       carrega-contas-cliente.

           move zeros to ws-qtd-contas-cli
           move "N"   to ws-eof-titular

           open input titulares

           if ws-titular-nao-existe
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               exit paragraph
           end-if

           move cad-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = cad-id
                           move "S" to ws-eof-titular
                       else
                           if ws-qtd-contas-cli < ws-max-contas-cli
                               add 1 to ws-qtd-contas-cli
                               move tit-conta-id
                                   to ws-cli-conta (ws-qtd-contas-cli)
                           else
                               display "AVISO: cliente com mais de "
                                       ws-max-contas-cli " contas - "
                                       "excedente ignorado."
                           end-if
                       end-if
               end-read
           end-perform

           close titulares.

       confere-conta-cliente.

           move "N" to ws-conta-cli-flag

           perform varying ws-idx-cli from 1 by 1
                   until ws-idx-cli > ws-qtd-contas-cli
               if ws-cli-conta (ws-idx-cli) = trans-conta-id
                   move "S" to ws-conta-cli-flag
               end-if
           end-perform.

      *    alcada pela faixa do principal, um nivel acima quando
      /    alguma verificacao encontrou restricao (teto no gerente)
       calcula-alcada.

           if ws-principal not > ws-alcada-operador
               move 1 to ws-nivel-exigido
           else
               if ws-principal not > ws-alcada-supervisor
                   move 2 to ws-nivel-exigido
               else
                   move 3 to ws-nivel-exigido
               end-if
           end-if

           move "N" to ws-restricao-flag

           if ws-chk-divida = "S" or ws-chk-prejuizo = "S" or
              ws-chk-promessa = "S" or ws-chk-renda = "S"
               move "S" to ws-restricao-flag
           end-if

           if ws-tem-restricao and ws-nivel-exigido < 3
               add 1 to ws-nivel-exigido
           end-if.

       busca-proximo-numero.

           move "N" to ws-eof
           move 1   to ws-prox-numero

           open input propostas-file

           if ws-proposta-nao-existe
               exit paragraph
           end-if

           if not ws-proposta-ok
               display "ERRO ao abrir propostas.dat - file status "
                       ws-proposta-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read propostas-file
                   at end move "S" to ws-eof
                   not at end
                       if prp-numero >= ws-prox-numero
                           compute ws-prox-numero = prp-numero + 1
                       end-if
               end-read
           end-perform

           close propostas-file.

       grava-proposta.

           open extend propostas-file

           if ws-proposta-nao-existe
               open output propostas-file
           end-if

           if not ws-proposta-ok
               display "ERRO ao abrir propostas.dat - file status "
                       ws-proposta-status
               display "A proposta nao pode ser gravada."
               exit paragraph
           end-if

           move ws-prox-numero     to prp-numero
           move cad-id             to prp-dev-id
           move cad-nome           to prp-nome
           move cad-telefone       to prp-telefone
           move ws-principal       to prp-principal
           move ws-taxa-anual      to prp-taxa-anual
           move ws-prazo           to prp-prazo
           move ws-vlr-parcela     to prp-vlr-parcela
           move ws-custo-total     to prp-custo-total
           move ws-hoje            to prp-data
           move ws-operador-id     to prp-operador
           move ws-chk-divida      to prp-chk-divida
           move ws-chk-prejuizo    to prp-chk-prejuizo
           move ws-chk-promessa    to prp-chk-promessa
           move ws-chk-renda       to prp-chk-renda
           move ws-media-depositos to prp-media-depositos
           move ws-nivel-exigido   to prp-nivel-exigido
           move "P"                to prp-status
           move spaces             to prp-aprovador
           move spaces             to prp-data-decisao
           move spaces             to prp-data-contrato

           write proposta-reg

           if ws-proposta-ok
               display "Proposta " ws-prox-numero
                       " registrada - aguardando alcada de nivel "
                       ws-nivel-exigido "."
           else
               display "ERRO ao gravar propostas.dat - file status "
                       ws-proposta-status
           end-if

           close propostas-file.

       imprime-simulacao.

           open output rel-simulacao

           if not ws-rel-ok
               display "ERRO ao abrir simulacao_proposta.txt - "
                       "file status " ws-rel-status
               exit paragraph
           end-if

           move ws-prox-numero to ws-sim-numero
           move ws-hoje (7:2)  to ws-sim-data (1:2)
           move "/"            to ws-sim-data (3:1)
           move ws-hoje (5:2)  to ws-sim-data (4:2)
           move "/"            to ws-sim-data (6:1)
           move ws-hoje (1:4)  to ws-sim-data (7:4)
           move ws-sim-cab-1 to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha

           move cad-id   to ws-sim-id
           move cad-nome to ws-sim-nome
           move ws-sim-cliente to rel-linha
           write rel-linha

           move ws-principal to ws-sim-principal
           compute ws-sim-taxa = ws-taxa-anual * 100
           compute ws-sim-taxa-mes = ws-taxa-mensal * 100
           move ws-prazo     to ws-sim-prazo
           move ws-sim-condicoes to rel-linha
           write rel-linha

           move ws-vlr-parcela to ws-sim-parcela
           move ws-custo-total to ws-sim-custo
           compute ws-sim-juros = ws-custo-total - ws-principal
           move ws-sim-resultado to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha
           move ws-sim-cab-agenda to rel-linha
           write rel-linha

           move ws-principal to ws-saldo-devedor

           perform varying ws-idx-parcela from 1 by 1
                   until ws-idx-parcela > ws-prazo
               compute ws-juros-parcela rounded =
                       ws-saldo-devedor * ws-taxa-mensal
               if ws-idx-parcela = ws-prazo
                   move ws-saldo-devedor to ws-amort-parcela
               else
                   compute ws-amort-parcela =
                           ws-vlr-parcela - ws-juros-parcela
               end-if
               subtract ws-amort-parcela from ws-saldo-devedor
               move ws-idx-parcela   to ws-sag-numero
               move ws-juros-parcela to ws-sag-juros
               move ws-amort-parcela to ws-sag-amort
               compute ws-sag-valor =
                       ws-amort-parcela + ws-juros-parcela
               move ws-saldo-devedor to ws-sag-saldo
               move ws-sim-agenda to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move "VERIFICACOES AUTOMATICAS" to rel-linha
           write rel-linha

           move "DIVIDA EM ABERTO (DEVEDORES.DAT)" to ws-sve-texto
           move ws-chk-divida to ws-sve-resultado
           perform imprime-verificacao
           move "BAIXA EM PREJUIZO (PREJUIZO.DAT)" to ws-sve-texto
           move ws-chk-prejuizo to ws-sve-resultado
           perform imprime-verificacao
           move "PROMESSA QUEBRADA (CONTATOS.DAT)" to ws-sve-texto
           move ws-chk-promessa to ws-sve-resultado
           perform imprime-verificacao
           move "PARCELA ACIMA DA MARGEM DOS DEPOSITOS"
               to ws-sve-texto
           move ws-chk-renda to ws-sve-resultado
           perform imprime-verificacao

           move ws-media-depositos to ws-sim-media-vlr
           move ws-limite-parcela  to ws-sim-limite
           move ws-sim-media to rel-linha
           write rel-linha

           move ws-nivel-exigido to ws-sim-nivel
           move ws-sim-alcada to rel-linha
           write rel-linha

           close rel-simulacao

           display "Simulacao impressa em "
                   "./files/simulacao_proposta.txt".

       imprime-verificacao.

           if ws-sve-resultado = "S"
               move "RESTRICAO" to ws-sve-resultado
           else
               move "OK"        to ws-sve-resultado
           end-if

           move ws-sim-verificacao to rel-linha
           write rel-linha.

      *    decisao da alcada: o operador identificado precisa ter o
      /    nivel exigido e nao pode decidir a proposta que registrou
       decide-proposta.

           display "Numero da proposta: "
           accept ws-numero

           move "N" to ws-achou-flag
           move "N" to ws-eof

           open i-o propostas-file

           if ws-proposta-nao-existe
               display "Nao ha propostas.dat - nada a decidir."
               exit paragraph
           end-if

           if not ws-proposta-ok
               display "ERRO ao abrir propostas.dat - file status "
                       ws-proposta-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof = "S"
               read propostas-file
                   at end move "S" to ws-eof
                   not at end
                       if prp-numero = ws-numero
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               display "Proposta " ws-numero " nao encontrada."
               close propostas-file
               exit paragraph
           end-if

           perform mostra-proposta

           if not prp-em-analise
               display "Proposta nao esta em analise - situacao "
                       prp-status "."
               close propostas-file
               exit paragraph
           end-if

           if ws-operador-nivel < prp-nivel-exigido
               display "Alcada insuficiente - a proposta exige "
                       "nivel " prp-nivel-exigido "."
               close propostas-file
               exit paragraph
           end-if

           if ws-operador-id = prp-operador
               display "Quem registrou a proposta nao pode "
                       "decidi-la."
               close propostas-file
               exit paragraph
           end-if

           move space to ws-decisao

           perform until ws-decisao-aprova or ws-decisao-recusa
               display "Decisao (A-aprovar, R-recusar): "
               accept ws-decisao
           end-perform

           if ws-decisao-aprova
               move "A" to prp-status
           else
               move "R" to prp-status
           end-if

           move ws-operador-id to prp-aprovador
           move ws-hoje        to prp-data-decisao

           rewrite proposta-reg

           if ws-proposta-ok
               display "Proposta " prp-numero " - situacao "
                       prp-status " gravada."
           else
               display "ERRO ao gravar propostas.dat - file status "
                       ws-proposta-status
           end-if

           close propostas-file.

       consulta-proposta.

           display "Numero da proposta: "
           accept ws-numero

           move "N" to ws-achou-flag
           move "N" to ws-eof

           open input propostas-file

           if ws-proposta-nao-existe
               display "Nao ha propostas.dat - nada a consultar."
               exit paragraph
           end-if

           if not ws-proposta-ok
               display "ERRO ao abrir propostas.dat - file status "
                       ws-proposta-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof = "S"
               read propostas-file
                   at end move "S" to ws-eof
                   not at end
                       if prp-numero = ws-numero
                           move "S" to ws-achou-flag
                           perform mostra-proposta
                       end-if
               end-read
           end-perform

           close propostas-file

           if not ws-achou
               display "Proposta " ws-numero " nao encontrada."
           end-if.

       mostra-proposta.

           display "Proposta: "   prp-numero
                   " cliente: "   prp-dev-id " " prp-nome
           display "Principal: "  prp-principal
                   " taxa a.a.: " prp-taxa-anual
                   " prazo: "     prp-prazo
                   " parcela: "   prp-vlr-parcela
                   " custo: "     prp-custo-total
           display "Restricoes - divida: " prp-chk-divida
                   " prejuizo: "  prp-chk-prejuizo
                   " promessa: "  prp-chk-promessa
                   " renda: "     prp-chk-renda
                   " (media "     prp-media-depositos ")"
           display "Registrada em " prp-data " por " prp-operador
                   " - alcada nivel " prp-nivel-exigido
           display "Situacao: "   prp-status
                   " aprovador: " prp-aprovador
                   " decisao: "   prp-data-decisao
                   " contrato: "  prp-data-contrato.

       end program propostas.
