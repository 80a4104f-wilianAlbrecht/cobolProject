       access mode is dynamic
       file status is ws-operador-status.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       select aplicacoes-file assign to './files/aplicacoes.dat'
       organization is sequential
       file status is ws-aplicacao-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select teds-file assign to './files/teds.dat'
       organization is sequential
       file status is ws-ted-status.

       select tarifas-file assign to './files/tarifas.dat'
       organization is sequential
       file status is ws-tarifa-status.

       select pagcontas-file assign to './files/pagcontas.dat'
       organization is sequential
       file status is ws-pgc-status.

       data division.
       file section.
       fd saldo-file.
       fd auditoria-file.
       copy "auditoria.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd aplicacoes-file.
       copy "aplicacao.cpy".

       fd titulares.
       copy "titular.cpy".

       fd teds-file.
       copy "ted.cpy".

       fd tarifas-file.
       copy "tarifa.cpy".

       fd pagcontas-file.
       copy "pagconta.cpy".

       working-storage section.
      * as taxas de conversao para a moeda base (BRL, na qual o saldo
      * e sempre mantido internamente) vem de cotacoes.dat com data de
       77 ws-vlr-multa         pic 9(8)v99 value zeros.
       77 ws-total-divida      pic 9(8) value zeros.
       77 ws-ed-total          pic $$$,$$$,$$9.99.
      *    o cliente identificado no caixa (codigo de registros.txt)
      /    e a conta dele escolhida para a operacao - a conta tem
      /    numero proprio e o cliente pode ser titular ou co-titular
      /    de varias (titulares.dat)
       77 ws-cliente-id        pic 9(5) value zeros.
       77 ws-conta-id          pic 9(5) value zeros.
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof-titular       pic x value "N".
       77 ws-max-contas-cli    pic 9(2) value 10.
       77 ws-qtd-contas-cli    pic 9(2) value zeros.
       77 ws-idx-cli           pic 9(2) value zeros.
       01 ws-cli-tab.
           03 ws-cli-item occurs 10 times.
               05 ws-cli-conta     pic 9(5).
               05 ws-cli-tipo      pic x(1).
       77 ws-conta-escolhida-flag pic x value "N".
           88 ws-conta-escolhida   value "S".
       77 ws-abre-conta-flag   pic x value "N".
           88 ws-abre-conta        value "S" "s".
       77 ws-prox-conta        pic 9(5) value zeros.
       77 ws-eof-conta         pic x value "N".
      *    saldo da conta com sinal - negativo quando a conta esta
      /    usando o cheque especial; o disponivel para debito e' o
      /    saldo mais o limite contratado (calcula-disponivel)
       77 ws-saldo-conta       pic s9(5)v99 value zeros.
       77 ws-limite-conta      pic 9(5)v99 value zeros.
       77 ws-disponivel-conta  pic s9(6)v99 value zeros.
      *    ordens judiciais ativas da conta (bloqueios.dat): o valor
      /    capturado - a parte do saldo positivo que cobre as ordens
      /    - nao sai da conta por nenhum debito do caixa
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-eof-bloqueio      pic x value "N".
       77 ws-total-bloqueado   pic 9(7)v99 value zeros.
      *    bloqueios.dat existe mas nao abriu: sem saber o valor
      /    capturado, nenhum debito nem encerramento e' liberado
       77 ws-bloqueio-falhou-flag pic x value "N".
           88 ws-bloqueio-falhou   value "S".
       77 ws-capturado-conta   pic 9(7)v99 value zeros.
       77 ws-cliente-ok-flag   pic x value "N".
           88 ws-cliente-ok        value "S".
      *    obito registrado (manutencao.cbl): o cliente falecido nao
      /    abre conta e a conta bloqueada so recebe deposito
       77 ws-cliente-falecido-flag pic x value "N".
           88 ws-cliente-falecido  value "S".
       77 ws-conta-obito-flag  pic x value "N".
           88 ws-conta-obito       value "S".
      *    situacao da conta lida, guardada antes de fechar contas.dat
       77 ws-situacao-conta    pic x(1) value space.
           88 ws-situacao-encerrada    value "E".
           88 ws-situacao-obito        value "O".
       77 ws-data-encerra-conta pic x(8) value spaces.
       77 ws-transacao-status pic x(2) value spaces.
           88 ws-transacao-ok         value "00".
           88 ws-transacao-nao-existe value "35".
           88 ws-opcao-estorno             value "4".
           88 ws-opcao-transfere           value "5".
           88 ws-opcao-quitacao            value "6".
           88 ws-opcao-encerramento        value "7".
           88 ws-opcao-ted                 value "8".
           88 ws-opcao-pagto-conta         value "9".
           88 ws-opcao-valida              values "1" "2" "3" "4"
                                                  "5" "6" "7" "8"
                                                  "9".

      *    encerramento de conta: pendencias que impedem o
      /    encerramento e o acumulado de cheque especial ainda nao
      /    cobrado pelo lote de juros; aplicacao a prazo ativa
      /    (aplicacoes.dat) tambem impede o encerramento
       77 ws-devedor-acum-conta        pic 9(7)v99 value zeros.
       77 ws-pendencia-flag            pic x value "N".
           88 ws-tem-pendencia             value "S".
       77 ws-eof-encerra               pic x value "N".
       77 ws-aplicacao-status          pic x(2) value spaces.
           88 ws-aplicacao-ok              value "00".
           88 ws-aplicacao-nao-existe      value "35".

      *    transferencia entre contas: debito na origem e credito no
      /    destino na mesma operacao, com as duas pernas do log
      /    ligadas pela mesma referencia de data/hora
       77 ws-conta-destino             pic 9(5) value zeros.
       77 ws-saldo-destino             pic s9(5)v99 value zeros.
       77 ws-destino-ok-flag           pic x value "N".
           88 ws-destino-ok                value "S".
       77 ws-transfer-ref              pic x(14) value spaces.
       77 ws-eof-parcela               pic x value "N".
       77 ws-parcela-paga-num          pic 9(3) value zeros.

      *    transferencia para outro banco (TED): a ordem entra na fila
      /    de teds.dat com o favorecido e o cliente e' debitado do
      /    valor e da tarifa TED vigente em tarifas.dat (sem tarifa
      /    carregada, nada de tarifa); o envio ao banco liquidante e
      /    o retorno sao do lote (remted.cbl e retted.cbl)
       77 ws-ted-status                pic x(2) value spaces.
           88 ws-ted-ok                    value "00".
           88 ws-ted-nao-existe            value "35".
       77 ws-tarifa-status             pic x(2) value spaces.
           88 ws-tarifa-ok                 value "00".
           88 ws-tarifa-nao-existe         value "35".
       77 ws-eof-ted                   pic x value "N".
       77 ws-prox-ted                  pic 9(7) value 1.
       77 ws-tarifa-vigente-ted        pic x(8) value spaces.
       77 ws-vlr-tarifa-ted            pic 9(5)v99 value zeros.
       77 ws-ted-debito                pic 9(6)v99 value zeros.
       77 ws-ted-gravada-flag          pic x value "N".
           88 ws-ted-gravada               value "S".
       77 ws-ted-banco                 pic 9(3) value zeros.
       77 ws-ted-agencia               pic 9(4) value zeros.
       77 ws-ted-conta-fav             pic x(12) value spaces.
       77 ws-ted-favorecido            pic x(30) value spaces.
       01 ws-ted-documento             pic x(14) value spaces.
       01 ws-ted-doc-partes redefines ws-ted-documento.
           05 ws-ted-doc-cpf           pic x(11).
           05 ws-ted-doc-resto         pic x(3).
       77 ws-ted-doc-ok-flag           pic x value "N".
           88 ws-ted-doc-ok                value "S".
       01 ws-ted-ref.
           05 ws-ted-ref-numero        pic 9(7).
           05 filler                   pic x(7) value spaces.

      *    pagamento de conta de consumo e boleto: o operador digita a
      /    linha digitavel (47 digitos no boleto, 48 na arrecadacao)
      /    ou passa o leitor no codigo de barras (44 digitos); os
      /    digitos verificadores sao conferidos pelo modulo 10/11
      /    da FEBRABAN e o valor, o vencimento e o convenio saem do
      /    proprio codigo. o repasse ao convenio e' do lote
      /    (repasse.cbl)
       77 ws-pgc-status                pic x(2) value spaces.
           88 ws-pgc-ok                    value "00".
           88 ws-pgc-nao-existe            value "35".
       77 ws-eof-pgc                   pic x value "N".
       77 ws-prox-pgc                  pic 9(7) value 1.
       77 ws-pgc-gravado-flag          pic x value "N".
           88 ws-pgc-gravado               value "S".
       77 ws-pgc-codigo-ok-flag        pic x value "N".
           88 ws-pgc-codigo-ok             value "S".
       77 ws-pgc-ja-pago-flag          pic x value "N".
           88 ws-pgc-ja-pago               value "S".
       77 ws-pgc-digitado              pic x(48) value spaces.
       77 ws-pgc-tamanho               pic 9(2) value zeros.
       77 ws-pgc-tipo                  pic x(1) value space.
           88 ws-pgc-boleto                value "B".
           88 ws-pgc-arrecadacao           value "A".
       77 ws-pgc-forma                 pic x(1) value space.
           88 ws-pgc-em-dinheiro           values "D" "d".
           88 ws-pgc-em-conta              values "C" "c".
       77 ws-pgc-convenio              pic x(8) value spaces.
       77 ws-pgc-vencimento            pic x(8) value spaces.
       77 ws-pgc-valor-codigo          pic 9(9)v99 value zeros.
       77 ws-pgc-motivo                pic x(50) value spaces.
       01 ws-pgc-barras                pic x(44) value spaces.
       01 ws-pgc-barras-boleto redefines ws-pgc-barras.
           05 ws-bol-banco             pic x(3).
           05 ws-bol-moeda             pic x(1).
           05 ws-bol-dv                pic x(1).
           05 ws-bol-fator             pic 9(4).
           05 ws-bol-valor             pic 9(8)v99.
           05 ws-bol-livre             pic x(25).
       01 ws-pgc-barras-arrec redefines ws-pgc-barras.
           05 ws-arr-produto           pic x(1).
           05 ws-arr-segmento          pic x(1).
           05 ws-arr-ref-valor         pic x(1).
               88 ws-arr-dv-modulo10       values "6" "7".
               88 ws-arr-valor-efetivo     values "6" "8".
           05 ws-arr-dv                pic x(1).
           05 ws-arr-valor             pic 9(9)v99.
           05 ws-arr-empresa           pic x(4).
      *        vencimento AAAAMMDD no inicio do campo livre, como as
      /        concessionarias costumam gravar - sem data valida ali o
      /        documento e' tratado como sem vencimento
           05 ws-arr-vencimento.
               10 ws-arr-venc-ano      pic 9(4).
               10 ws-arr-venc-mes      pic 9(2).
               10 ws-arr-venc-dia      pic 9(2).
           05 ws-arr-livre             pic x(17).
      *    fator de vencimento do boleto: dias desde a data base, que
      /    a FEBRABAN reiniciou em 22/02/2025 com o fator 1000
       77 ws-bol-data-base             pic 9(8) value 20250222.
       77 ws-bol-venc-int              pic 9(7) value zeros.
       77 ws-bol-venc-num              pic 9(8) value zeros.
      *    calculo do digito verificador sobre os ws-dv-tamanho
      /    primeiros digitos de ws-dv-campo
       77 ws-dv-campo                  pic x(43) value spaces.
       77 ws-dv-tamanho                pic 9(2) value zeros.
       77 ws-dv-idx                    pic 9(2) value zeros.
       77 ws-dv-peso                   pic 9(2) value zeros.
       77 ws-dv-algarismo              pic 9(1) value zeros.
       77 ws-dv-produto                pic 9(2) value zeros.
       77 ws-dv-soma                   pic 9(4) value zeros.
       77 ws-dv-resto                  pic 9(2) value zeros.
       77 ws-dv-calculado              pic 9(1) value zeros.
       77 ws-dv-informado              pic 9(1) value zeros.
       77 ws-dv-modulo                 pic 9(2) value zeros.
       77 ws-dv-regra                  pic x(1) value space.
           88 ws-dv-regra-boleto           value "B".
           88 ws-dv-regra-arrecadacao      value "A".
       01 ws-pgc-ref.
           05 ws-pgc-ref-numero        pic 9(7).
           05 filler                   pic x(7) value spaces.

      *    candidatos a estorno: ultimas transacoes da conta, ja
      /    excluindo estornos e transacoes ja estornadas
       77 ws-max-candidatos            pic 9(1) value 5.

           perform identifica-cliente

           perform seleciona-conta

           perform le-conta

           perform until ws-opcao-valida
               display "4- estorno de transacao"
               display "5- transferencia entre contas"
               display "6- quitacao antecipada da divida"
               display "7- encerramento de conta"
               display "8- transferencia para outro banco (TED)"
               display "9- pagamento de contas e boletos"
               accept ws-opcao

               if not ws-opcao-valida
                   display "Opcao invalida. Informe 1, 2, 3, 4, 5, "
                           "6, 7, 8 ou 9."
               end-if
           end-perform

      *    conta bloqueada por obito: nenhum debito no caixa - o
      /    saldo so sai para os herdeiros, em espolio.cbl (o
      /    pagamento de conta em dinheiro nao toca na conta e o
      /    debito em conta e' recusado em paga-conta-consumo)
           if ws-conta-obito and not ws-opcao-deposito and
              not ws-opcao-pagto-conta
               display "Conta " ws-conta-id " bloqueada por obito "
                       "do titular - somente deposito."
               goback
           end-if

           if ws-opcao-parcela
               perform recebe-parcela
               goback
               goback
           end-if

           if ws-opcao-encerramento
               perform encerra-conta
               goback
           end-if

           if ws-opcao-ted
               perform transfere-outro-banco
               goback
           end-if

           if ws-opcao-pagto-conta
               perform paga-conta-consumo
               goback
           end-if

           display "Qual a data do agendamento: "
           accept ws-aux-data

               if ws-limite-excedido
                   move "N" to ws-transacao-ok-flag
               else
                   perform calcula-disponivel

                   if ws-valor-operacao > ws-disponivel-conta
                       display "Saldo insuficiente na conta do "
                               "cliente para realizar o saque."
                       display "Disponivel (saldo + limite): "
                               ws-disponivel-conta
                       move "N" to ws-transacao-ok-flag
                   else
                       perform verifica-alcada-saque
           perform until ws-cliente-ok
               display "Codigo do cliente (5 digitos, conforme "
                       "registros.txt): "
               accept ws-cliente-id

               move ws-cliente-id to pessoa-id

               read pessoa
                   invalid key
                       else
                           move "S" to ws-cliente-ok-flag
                           display "Cliente: " pessoa-nome
                           if not pessoa-sem-obito
                               move "S" to ws-cliente-falecido-flag
                               display "Cliente falecido em "
                                       pessoa-data-obito
                                       " - contas so recebem "
                                       "deposito."
                           end-if
                       end-if
               end-read
           end-perform

           close pessoa.

      *    contas do cliente pelo indice de pessoa de titulares.dat:
      /    o operador escolhe em qual delas operar ou abre uma conta
      /    nova, com numero proprio e o cliente como titular
       seleciona-conta.

           perform carrega-contas-cliente

           if ws-qtd-contas-cli = zeros
               move "N" to ws-abre-conta-flag
               display "Cliente " ws-cliente-id " sem conta - abrir "
                       "conta nova? (S/N)"
               accept ws-abre-conta-flag
               if not ws-abre-conta
                   display "Nenhuma conta aberta - operacao "
                           "encerrada."
                   goback
               end-if
               perform abre-conta-nova
               exit paragraph
           end-if

           move "N" to ws-conta-escolhida-flag

           perform until ws-conta-escolhida
               perform varying ws-idx-cli from 1 by 1
                       until ws-idx-cli > ws-qtd-contas-cli
                   if ws-cli-tipo (ws-idx-cli) = "T"
                       display "conta " ws-cli-conta (ws-idx-cli)
                               " - titular"
                   else
                       display "conta " ws-cli-conta (ws-idx-cli)
                               " - co-titular"
                   end-if
               end-perform
               display "Numero da conta (0 = abrir conta nova): "
               accept ws-conta-id

               if ws-conta-id = zeros
                   perform abre-conta-nova
                   exit paragraph
               end-if

               perform varying ws-idx-cli from 1 by 1
                       until ws-idx-cli > ws-qtd-contas-cli
                   if ws-cli-conta (ws-idx-cli) = ws-conta-id
                       move "S" to ws-conta-escolhida-flag
                   end-if
               end-perform

               if not ws-conta-escolhida
                   display "Conta " ws-conta-id " nao e' do cliente "
                           ws-cliente-id " - escolha uma da lista."
               end-if
           end-perform.

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
               goback
           end-if

           move ws-cliente-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-cliente-id
                           move "S" to ws-eof-titular
                       else
                           perform guarda-conta-cliente
                       end-if
               end-read
           end-perform

           close titulares.

       guarda-conta-cliente.

           if ws-qtd-contas-cli >= ws-max-contas-cli
               display "AVISO: cliente com mais de "
                       ws-max-contas-cli " contas - excedente "
                       "ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-contas-cli
           move tit-conta-id to ws-cli-conta (ws-qtd-contas-cli)
           move tit-tipo     to ws-cli-tipo (ws-qtd-contas-cli).

      *    numero da conta nova = maior numero de contas.dat mais um;
      /    a conta nasce zerada na agencia do operador e o cliente do
      /    caixa entra como titular em titulares.dat
       abre-conta-nova.

           if ws-cliente-falecido
               display "Cliente falecido - conta nova nao pode ser "
                       "aberta."
               goback
           end-if

           move zeros to ws-prox-conta
           move "N"   to ws-eof-conta

           open i-o contas-file

           if ws-conta-nao-existe
               open output contas-file
               close contas-file
               open i-o contas-file
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               goback
           end-if

           perform until ws-eof-conta = "S"
               read contas-file next record
                   at end move "S" to ws-eof-conta
                   not at end
                       if conta-id > ws-prox-conta
                           move conta-id to ws-prox-conta
                       end-if
               end-read
           end-perform

           add 1 to ws-prox-conta

           move ws-prox-conta       to conta-id
           move zeros               to conta-saldo
           move ws-operador-agencia to conta-agencia
           move zeros               to conta-limite
           move zeros               to conta-devedor-acum
           move "A"                 to conta-status
           move spaces              to conta-data-encerra
           move spaces              to conta-operador-encerra

           write conta-reg
               invalid key
                   display "ERRO ao abrir conta em contas.dat - "
                           "file status " ws-conta-status
                   close contas-file
                   goback
           end-write

           close contas-file

           open i-o titulares

           if ws-titular-nao-existe
               open output titulares
               close titulares
               open i-o titulares
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               display "Conta " ws-prox-conta " aberta sem titular - "
                       "ligue o titular em manttitulares."
               goback
           end-if

           move ws-prox-conta  to tit-conta-id
           move ws-cliente-id  to tit-pessoa-id
           move "T"            to tit-tipo
           move ws-hoje        to tit-data-inclusao
           move ws-operador-id to tit-operador

           write titular-reg
               invalid key
                   display "ERRO ao gravar titulares.dat - file "
                           "status " ws-titular-status
           end-write

           close titulares

           move ws-prox-conta to ws-conta-id

           display "Conta " ws-conta-id " aberta para o cliente "
                   ws-cliente-id " com saldo zerado.".

       le-conta.

           move zeros to ws-saldo-conta
           move zeros to ws-limite-conta
           move zeros to ws-devedor-acum-conta

           open i-o contas-file


           read contas-file
               invalid key
                   display "Conta " ws-conta-id " nao encontrada em "
                           "contas.dat - confira os titulares "
                           "(manttitulares)."
                   close contas-file
                   goback
               not invalid key
                   move conta-saldo  to ws-saldo-conta
                   move conta-limite to ws-limite-conta
                   move conta-devedor-acum to ws-devedor-acum-conta
                   move conta-status       to ws-situacao-conta
                   move conta-data-encerra to ws-data-encerra-conta
           end-read

           close contas-file

      *    conta encerrada nao aceita mais movimento no caixa
           if ws-situacao-encerrada
               display "Conta " ws-conta-id " encerrada em "
                       ws-data-encerra-conta " - nao pode ser "
                       "movimentada."
               goback
           end-if

           if ws-situacao-obito
               move "S" to ws-conta-obito-flag
               display "Conta " ws-conta-id " bloqueada por obito "
                       "do titular - somente deposito."
           end-if.

      *    disponivel para debito: saldo (com sinal) mais o limite
      /    de cheque especial contratado - a conta pode ficar
      /    negativa ate o limite. com bloqueio judicial ativo, a
      /    parte capturada do saldo sai do disponivel e o limite nao
      /    e' usado enquanto houver saldo capturado (o dinheiro
      /    bloqueado nao pode ser consumido pelo cheque especial)
       calcula-disponivel.

           perform soma-bloqueios-conta

           if ws-bloqueio-falhou
               move zeros to ws-disponivel-conta
               display "Bloqueios judiciais da conta nao puderam "
                       "ser conferidos - debito recusado."
               exit paragraph
           end-if

           move zeros to ws-capturado-conta

           if ws-total-bloqueado > zeros and ws-saldo-conta > zeros
               if ws-saldo-conta < ws-total-bloqueado
                   move ws-saldo-conta     to ws-capturado-conta
               else
                   move ws-total-bloqueado to ws-capturado-conta
               end-if
           end-if

           if ws-capturado-conta > zeros
               compute ws-disponivel-conta =
                       ws-saldo-conta - ws-capturado-conta
               display "Valor bloqueado judicialmente na conta: "
                       ws-capturado-conta
           else
               compute ws-disponivel-conta =
                       ws-saldo-conta + ws-limite-conta
           end-if.

       soma-bloqueios-conta.

           move zeros to ws-total-bloqueado
           move "N"   to ws-eof-bloqueio
           move "N"   to ws-bloqueio-falhou-flag

           open input bloqueios-file

      *    sem bloqueios.dat nao ha ordem judicial nenhuma
           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               move "S" to ws-bloqueio-falhou-flag
               exit paragraph
           end-if

           perform until ws-eof-bloqueio = "S"
               read bloqueios-file
                   at end move "S" to ws-eof-bloqueio
                   not at end
                       if blq-conta-id = ws-conta-id and blq-ativo
                           add blq-valor to ws-total-bloqueado
                       end-if
               end-read
           end-perform

           close bloqueios-file.

       grava-conta.


           move ws-conta-id to conta-id

      *    a conta ja foi conferida em le-conta - conta abre so
      /    pela opcao de abertura, nunca aqui
           read contas-file
               invalid key
                   display "ERRO: conta " ws-conta-id " nao existe "
                           "mais em contas.dat - saldo nao gravado."
               not invalid key
                   move ws-saldo-conta to conta-saldo
                   rewrite conta-reg
                   if not ws-conta-ok
                       display "ERRO ao gravar contas.dat - file "
                               "status " ws-conta-status
                   end-if
           end-read

           close contas-file.

       recebe-parcela.
      /    qualquer valor ate o saldo devedor da parcela em aberto
      /    mais antiga, e a parcela so vira paga quando zera
           display "Recebendo pagamento de parcela do devedor "
                   ws-cliente-id

           perform busca-devedor-aberto

           if not ws-devedor-achou
               display "Nenhuma divida com parcela em aberto para o "
                       "devedor " ws-cliente-id "."
               exit paragraph
           end-if

               read devedores
                   at end move "S" to ws-eof-parcela
                   not at end
                       if dev-id = ws-cliente-id and
                          dev-parc-pgs < dev-qrd-parc
                           move "S" to ws-devedor-achou-flag
                       end-if
               read devedores
                   at end move "S" to ws-eof-parcela
                   not at end
                       if dev-id = ws-cliente-id and
                          dev-parc-pgs < dev-qrd-parc
                           move "S" to ws-devedor-achou-flag
                       end-if

           move ws-total-divida to ws-ed-total

      *    divida do espolio continua habilitada ate a quitacao
           if ws-total-divida not equal zeroes
               if dev-sts-divida not = "E"
                   move "N" to dev-sts-divida
               end-if
           else
               move "S" to dev-sts-divida
           end-if
               read parcelas
                   at end move "S" to ws-eof-parcela
                   not at end
                       if par-dev-id = ws-cliente-id and par-aberta
                           perform recebe-valor-parcela
                       end-if
               end-read

           if not ws-parcela-baixada and ws-parcela-ok
               display "AVISO: nenhuma parcela em aberto encontrada "
                       "em parcelas.dat para o devedor " ws-cliente-id
           end-if

           close parcelas.
      /    operacao pelo saldo devedor, dispensando os juros e a
      /    multa ainda nao incorridos - ou tudo e' quitado, ou nada
           display "Quitacao antecipada da divida do devedor "
                   ws-cliente-id

           perform busca-devedor-aberto

           if not ws-devedor-achou
               display "Nenhuma divida com parcela em aberto para o "
                       "devedor " ws-cliente-id "."
               exit paragraph
           end-if


           if ws-qtd-quitadas = zeros
               display "Nenhuma parcela em aberto em parcelas.dat "
                       "para o devedor " ws-cliente-id "."
               exit paragraph
           end-if

               read parcelas
                   at end move "S" to ws-eof-parcela
                   not at end
                       if par-dev-id = ws-cliente-id and par-aberta
                           add 1 to ws-qtd-quitadas
                           compute ws-total-quitacao =
                                   ws-total-quitacao +
               read parcelas
                   at end move "S" to ws-eof-parcela
                   not at end
                       if par-dev-id = ws-cliente-id and par-aberta
                           move "P"       to par-status
                           move par-valor to par-valor-pago
                           rewrite parcela-reg
               read devedores
                   at end move "S" to ws-eof-parcela
                   not at end
                       if dev-id = ws-cliente-id and
                          dev-parc-pgs < dev-qrd-parc
                           move "S" to ws-devedor-achou-flag
                       end-if
           move spaces    to rel-linha
           write rel-linha

           move ws-cliente-id to ws-qui-dev-id
           move dev-nome    to ws-qui-dev-nome
           move ws-qui-linha-dev to rel-linha
           write rel-linha

      *    a compensacao aplica a operacao inversa da original
           if ws-est-opcao (ws-escolha) = "1"
               perform calcula-disponivel
               if ws-valor-operacao > ws-disponivel-conta or
                  ws-valor-operacao > ws-saldo-total
                   display "Saldo insuficiente para estornar o "
                           "deposito - operacao cancelada."

           close transacoes-file.

      *    encerramento: so com a conta sem pendencia - agendamento
      /    pendente, divida em aberto, bloqueio judicial ativo,
      /    aplicacao a prazo ativa, saldo negativo ou juros de
      /    cheque especial ainda nao cobrados. o saldo restante e'
      /    pago ao cliente como saque final (marca Z) e a conta fica
      /    preservada em contas.dat como encerrada, com a data e a
      /    matricula do operador
       encerra-conta.

           display "Encerramento da conta " ws-conta-id

           perform verifica-pendencias-encerra

           if ws-tem-pendencia
               display "Encerramento recusado - resolva as "
                       "pendencias acima antes."
               exit paragraph
           end-if

           display "Saldo a pagar ao cliente: " ws-saldo-conta

           move "N" to ws-confirma-flag
           display "Confirma o encerramento da conta? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Encerramento cancelado - nada foi alterado."
               exit paragraph
           end-if

           move "BRL"          to ws-moeda
           move ws-saldo-conta to ws-valor-operacao
           move ws-saldo-conta to ws-valor-entrada
           move ws-saldo-total to ws-saldo-antes

           if ws-valor-operacao > zeros
               perform verifica-alcada-saque
               if not ws-saque-autorizado
                   exit paragraph
               end-if
           end-if

           perform monta-data-transacao

           if ws-valor-operacao > zeros
               subtract ws-valor-operacao from ws-saldo-total
               move zeros to ws-saldo-conta

               perform grava-conta

               perform grava-saldo

               perform grava-log

               perform grava-auditoria
           end-if

           perform grava-encerramento.

       verifica-pendencias-encerra.

           move "N" to ws-pendencia-flag

           if ws-saldo-conta < zeros
               move "S" to ws-pendencia-flag
               display "Conta com saldo negativo (cheque especial): "
                       ws-saldo-conta
           end-if

           if ws-devedor-acum-conta > zeros
               move "S" to ws-pendencia-flag
               display "Juros de cheque especial a cobrar sobre o "
                       "acumulado de " ws-devedor-acum-conta
           end-if

           perform soma-bloqueios-conta

           if ws-bloqueio-falhou
               move "S" to ws-pendencia-flag
               display "Bloqueios judiciais da conta nao puderam "
                       "ser conferidos (bloqueios.dat)."
           end-if

           if ws-total-bloqueado > zeros
               move "S" to ws-pendencia-flag
               display "Bloqueio judicial ativo na conta: "
                       ws-total-bloqueado
           end-if

           move "N" to ws-eof-encerra

           open input agendamentos-file

           if ws-agendamento-ok
               perform until ws-eof-encerra = "S"
                   read agendamentos-file
                       at end move "S" to ws-eof-encerra
                       not at end
                           if age-conta-id = ws-conta-id and
                              age-pendente
                               move "S" to ws-pendencia-flag
                               display "Agendamento pendente para "
                                       age-ano age-mes age-dia
                                       " valor " age-valor
                           end-if
                   end-read
               end-perform
               close agendamentos-file
           end-if

           move "N" to ws-eof-encerra

           open input devedores

           if ws-devedor-ok
               perform until ws-eof-encerra = "S"
                   read devedores
                       at end move "S" to ws-eof-encerra
                       not at end
                           if dev-id = ws-cliente-id and
                              dev-parc-pgs < dev-qrd-parc
                               move "S" to ws-pendencia-flag
                               display "Divida em aberto em "
                                       "devedores.dat: " dev-parc-pgs
                                       " de " dev-qrd-parc
                                       " parcelas pagas"
                           end-if
                   end-read
               end-perform
               close devedores
           end-if

           move "N" to ws-eof-encerra

           open input parcelas

           if ws-parcela-ok
               perform until ws-eof-encerra = "S"
                   read parcelas
                       at end move "S" to ws-eof-encerra
                       not at end
                           if par-dev-id = ws-cliente-id and
                              par-aberta
                               move "S" to ws-pendencia-flag
                               display "Parcela " par-numero
                                       " em aberto em parcelas.dat"
                           end-if
                   end-read
               end-perform
               close parcelas
           end-if

           move "N" to ws-eof-encerra

           open input aplicacoes-file

           if ws-aplicacao-ok
               perform until ws-eof-encerra = "S"
                   read aplicacoes-file
                       at end move "S" to ws-eof-encerra
                       not at end
                           if apl-conta-id = ws-conta-id and
                              apl-ativa
                               move "S" to ws-pendencia-flag
                               display "Aplicacao " apl-numero
                                       " ativa - principal "
                                       apl-principal " vencimento "
                                       apl-data-vencimento
                           end-if
                   end-read
               end-perform
               close aplicacoes-file
           end-if.

       grava-encerramento.

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               exit paragraph
           end-if

           move ws-conta-id to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-id " nao encontrada."
               not invalid key
                   move "E"            to conta-status
                   move ws-hoje        to conta-data-encerra
                   move ws-operador-id to conta-operador-encerra
                   rewrite conta-reg
                   if ws-conta-ok
                       display "Conta " ws-conta-id " encerrada em "
                               ws-hoje "."
                       display "Valor pago ao cliente: "
                               ws-valor-operacao
                   else
                       display "ERRO ao gravar contas.dat - file "
                               "status " ws-conta-status
                   end-if
           end-read

           close contas-file.

       transfere-entre-contas.

      *    debita a conta identificada no caixa e credita a conta de
      /    destino na mesma operacao - ou as duas pontas acontecem,
      /    ou nada acontece; o dinheiro nao passa pela gaveta, entao
      /    o saldo da casa nao muda
           display "Transferencia a partir da conta " ws-conta-id

           perform identifica-conta-destino

           perform le-conta-destino

           display "Valor da transferencia (BRL): "
           accept ws-valor-entrada

           move "BRL"            to ws-moeda
           move ws-valor-entrada to ws-valor-operacao

           if ws-valor-operacao = zeros
               display "Valor invalido - transferencia cancelada."
               exit paragraph
           end-if

           perform calcula-disponivel

           if ws-valor-operacao > ws-disponivel-conta
               display "Saldo insuficiente na conta " ws-conta-id
                       " - transferencia recusada por inteiro."
               display "Disponivel (saldo + limite): "
                       ws-disponivel-conta
               exit paragraph
           end-if

           perform monta-data-transacao
           move ws-data-trasacao to ws-transfer-ref

           subtract ws-valor-operacao from ws-saldo-conta
           add ws-valor-operacao      to ws-saldo-destino

           display "Transferencia concluida com sucesso."
           display "Saldo da conta " ws-conta-id ": " ws-saldo-conta
           display "Saldo da conta " ws-conta-destino ": "
                   ws-saldo-destino

           perform grava-conta

           perform grava-conta-destino

           perform grava-log-transferencia

           move ws-saldo-total to ws-saldo-antes

           perform grava-auditoria.

      *    o destino e' um numero de conta de contas.dat, aberta, com
      /    o titular (titulares.dat) ativo em registros.txt
       identifica-conta-destino.

           move "N" to ws-destino-ok-flag

           perform until ws-destino-ok
               display "Numero da conta de destino (5 digitos): "
               accept ws-conta-destino

               if ws-conta-destino = ws-conta-id
                   display "Destino igual a origem - informe outra "
                           "conta."
               else
                   perform valida-conta-destino
               end-if
           end-perform.

       valida-conta-destino.

           open input contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               goback
           end-if

           move ws-conta-destino to conta-id

           read contas-file
               invalid key
                   display "Conta " ws-conta-destino " nao "
                           "encontrada - informe outra conta."
                   close contas-file
                   exit paragraph
               not invalid key
                   move conta-status to ws-situacao-conta
           end-read

           close contas-file

           if ws-situacao-encerrada
               display "Conta " ws-conta-destino " encerrada - nao "
                       "pode receber transferencia."
               exit paragraph
           end-if

           move zeros to pessoa-id
           move "N"   to ws-eof-titular

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               goback
           end-if

           move ws-conta-destino to tit-conta-id
           move zeros            to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-conta-id not = ws-conta-destino
                           move "S" to ws-eof-titular
                       else
                           if tit-eh-titular
                               move tit-pessoa-id to pessoa-id
                               move "S" to ws-eof-titular
                           end-if
                       end-if
               end-read
           end-perform

           close titulares

           if pessoa-id = zeros
               display "Conta " ws-conta-destino " sem titular em "
                       "titulares.dat - informe outra conta."
               exit paragraph
           end-if

           open input pessoa

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               goback
           end-if

           read pessoa
               invalid key
                   display "Titular " pessoa-id " da conta sem "
                           "cadastro em registros.txt - informe "
                           "outra conta."
               not invalid key
                   if pessoa-reg-inativa
                       display "Titular com cadastro inativo - conta "
                               "nao pode receber transferencia."
                   else
                       move "S" to ws-destino-ok-flag
                       display "Destino: conta " ws-conta-destino
                               " titular " pessoa-nome
                   end-if
           end-read

           close pessoa.

       le-conta-destino.

           move zeros to ws-saldo-destino

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               goback
           end-if

           move ws-conta-destino to conta-id

           read contas-file
               invalid key
                   display "Conta de destino " ws-conta-destino
                           " nao encontrada - transferencia "
                           "cancelada."
                   close contas-file
                   goback
               not invalid key
                   move conta-saldo  to ws-saldo-destino
                   move conta-status to ws-situacao-conta
           end-read

           close contas-file

           if ws-situacao-encerrada
               display "Conta de destino " ws-conta-destino
                       " encerrada - transferencia cancelada."
               goback
           end-if.

       grava-conta-destino.

           open i-o contas-file

           move ws-conta-destino to conta-id

      *    a conta de destino ja foi conferida em le-conta-destino
      /    - a transferencia nao abre conta
           read contas-file
               invalid key
                   display "ERRO: conta de destino " ws-conta-destino
                           " nao existe mais em contas.dat - saldo "
                           "nao gravado."
               not invalid key
                   move ws-saldo-destino to conta-saldo
                   rewrite conta-reg
                   if not ws-conta-ok
                       display "ERRO ao gravar contas.dat - file "
                               "status " ws-conta-status
                   end-if
           end-read

           close contas-file.

       grava-log-transferencia.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

      *    duas pernas ligadas pela mesma referencia: saque na conta
      /    de origem e deposito na conta de destino - os saldos
      /    resultantes se compensam para o replay do saldo da casa
      /    (verifica.cbl) fechar em zero
           move "2"               to trans-opcao
           move ws-valor-operacao to trans-valor
           compute trans-saldo-result =
                   ws-saldo-total - ws-valor-operacao
           move ws-data-trasacao  to trans-data
           move ws-moeda          to trans-moeda
           move ws-valor-entrada  to trans-valor-original
           move ws-conta-id       to trans-conta-id
           move "T"               to trans-estorno
           move ws-transfer-ref   to trans-estorno-ref
           move ws-operador-agencia to trans-agencia

           write transacao-reg

           perform grava-movimento

           move "1"               to trans-opcao
           move ws-valor-operacao to trans-valor
           move ws-saldo-total    to trans-saldo-result
           move ws-data-trasacao  to trans-data
           move ws-moeda          to trans-moeda
           move ws-valor-entrada  to trans-valor-original
           move ws-conta-destino  to trans-conta-id
           move "T"               to trans-estorno
           move ws-transfer-ref   to trans-estorno-ref
           move ws-operador-agencia to trans-agencia

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           perform grava-movimento

           close transacoes-file.

      *    TED: o valor vai para o favorecido em outro banco pelo
      /    arquivo do banco liquidante - aqui a ordem entra na fila e
      /    a conta e' debitada do valor e da tarifa de uma vez; se o
      /    banco rejeitar, o lote devolve o valor a conta (a tarifa
      /    fica, o servico foi prestado)
       transfere-outro-banco.

           display "Transferencia para outro banco a partir da conta "
                   ws-conta-id

           perform identifica-favorecido

           display "Valor da transferencia (BRL): "
           accept ws-valor-entrada

           move "BRL"            to ws-moeda
           move ws-valor-entrada to ws-valor-operacao

           if ws-valor-operacao = zeros
               display "Valor invalido - transferencia cancelada."
               exit paragraph
           end-if

           perform carrega-tarifa-ted

           compute ws-ted-debito = ws-valor-operacao +
                   ws-vlr-tarifa-ted

           perform calcula-disponivel

           if ws-ted-debito > ws-disponivel-conta
               display "Saldo insuficiente na conta " ws-conta-id
                       " para o valor e a tarifa - transferencia "
                       "recusada."
               display "Disponivel (saldo + limite): "
                       ws-disponivel-conta
               display "Valor + tarifa TED: " ws-ted-debito
               exit paragraph
           end-if

           display "Favorecido: " ws-ted-favorecido
           display "Banco " ws-ted-banco " agencia " ws-ted-agencia
                   " conta " ws-ted-conta-fav
           display "Valor: " ws-valor-operacao
                   " Tarifa TED: " ws-vlr-tarifa-ted

           move "N" to ws-confirma-flag
           display "Confirma a transferencia? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Transferencia cancelada - nada foi alterado."
               exit paragraph
           end-if

           perform monta-data-transacao
           move ws-data-trasacao to ws-transfer-ref

      *    a ordem vai para a fila antes do debito - sem ordem
      /    gravada o cliente nao e' debitado
           perform grava-ordem-ted

           if not ws-ted-gravada
               display "Transferencia cancelada - nada foi debitado."
               exit paragraph
           end-if

           subtract ws-ted-debito from ws-saldo-conta

           perform grava-conta

           perform grava-log-ted

           move ws-saldo-total to ws-saldo-antes

           perform grava-auditoria

           display "TED " ws-prox-ted " na fila para envio ao banco."
           display "Saldo da conta " ws-conta-id ": " ws-saldo-conta.

      *    favorecido: banco, agencia e conta no outro banco, CPF (11
      /    digitos) ou CNPJ (14 digitos) e nome
       identifica-favorecido.

           move zeros to ws-ted-banco
           perform until ws-ted-banco not = zeros
               display "Banco do favorecido (3 digitos): "
               accept ws-ted-banco
           end-perform

           move zeros to ws-ted-agencia
           perform until ws-ted-agencia not = zeros
               display "Agencia do favorecido (4 digitos): "
               accept ws-ted-agencia
           end-perform

           move spaces to ws-ted-conta-fav
           perform until ws-ted-conta-fav not = spaces
               display "Conta do favorecido (com digito, ate 12): "
               accept ws-ted-conta-fav
           end-perform

           move "N" to ws-ted-doc-ok-flag
           perform until ws-ted-doc-ok
               display "CPF (11 digitos) ou CNPJ (14 digitos) do "
                       "favorecido: "
               accept ws-ted-documento
               if ws-ted-documento is numeric or
                  (ws-ted-doc-cpf is numeric and
                   ws-ted-doc-resto = spaces)
                   move "S" to ws-ted-doc-ok-flag
               else
                   display "Documento invalido - informe so os "
                           "digitos do CPF ou do CNPJ."
               end-if
           end-perform

           move spaces to ws-ted-favorecido
           perform until ws-ted-favorecido not = spaces
               display "Nome do favorecido: "
               accept ws-ted-favorecido
           end-perform.

      *    tarifa TED em vigor hoje: vale a vigencia mais recente ate
      /    a data, e o ultimo registro gravado em caso de empate, como
      /    nas tarifas do lote
       carrega-tarifa-ted.

           move "N"    to ws-eof-ted
           move spaces to ws-tarifa-vigente-ted
           move zeros  to ws-vlr-tarifa-ted

           open input tarifas-file

           if ws-tarifa-nao-existe
               exit paragraph
           end-if

           if not ws-tarifa-ok
               display "ERRO ao abrir tarifas.dat - file status "
                       ws-tarifa-status
               display "TED sem tarifa."
               exit paragraph
           end-if

           perform until ws-eof-ted = "S"
               read tarifas-file
                   at end move "S" to ws-eof-ted
                   not at end
                       if tar-tipo = "TED" and
                          tar-data-vigencia not > ws-hoje and
                          tar-data-vigencia not < ws-tarifa-vigente-ted
                           move tar-data-vigencia
                               to ws-tarifa-vigente-ted
                           move tar-valor to ws-vlr-tarifa-ted
                       end-if
               end-read
           end-perform

           close tarifas-file.

      *    numero da ordem = maior numero de teds.dat mais um; a
      /    ordem entra na fila (P) com o favorecido e o debito
       grava-ordem-ted.

           move "N" to ws-ted-gravada-flag
           move "N" to ws-eof-ted
           move 1   to ws-prox-ted

           open input teds-file

           if ws-ted-ok
               perform until ws-eof-ted = "S"
                   read teds-file
                       at end move "S" to ws-eof-ted
                       not at end
                           if ted-numero >= ws-prox-ted
                               compute ws-prox-ted = ted-numero + 1
                           end-if
                   end-read
               end-perform
               close teds-file
           else
               if not ws-ted-nao-existe
                   display "ERRO ao abrir teds.dat - file status "
                           ws-ted-status
                   exit paragraph
               end-if
           end-if

           open extend teds-file

           if ws-ted-nao-existe
               open output teds-file
           end-if

           if not ws-ted-ok
               display "ERRO ao gravar teds.dat - file status "
                       ws-ted-status
               exit paragraph
           end-if

           move ws-prox-ted         to ted-numero
           move ws-conta-id         to ted-conta-id
           move ws-cliente-id       to ted-cliente-id
           move ws-ted-banco        to ted-banco
           move ws-ted-agencia      to ted-agencia
           move ws-ted-conta-fav    to ted-conta-fav
           move ws-ted-documento    to ted-documento
           move ws-ted-favorecido   to ted-favorecido
           move ws-valor-operacao   to ted-valor
           move ws-vlr-tarifa-ted   to ted-tarifa
           move ws-transfer-ref     to ted-data-hora
           move ws-hoje             to ted-data-pedido
           move ws-operador-id      to ted-operador
           move ws-operador-agencia to ted-agencia-origem
           move "P"                 to ted-status
           move zeros               to ted-remessa
           move spaces              to ted-data-envio
           move spaces              to ted-data-retorno
           move spaces              to ted-cod-rejeicao

           write ted-reg

           if ws-ted-ok
               move "S" to ws-ted-gravada-flag
           else
               display "ERRO ao gravar teds.dat - file status "
                       ws-ted-status
           end-if

           close teds-file.

      *    pernas X do valor (saque na conta do cliente, deposito na
      /    conta zeros - TED a enviar) com o numero da ordem, e
      /    pernas F da tarifa, como a tarifa de devolucao de cheque;
      /    tudo com efeito nulo no saldo da casa
       grava-log-ted.

           open extend transacoes-file

               exit paragraph
           end-if

           move ws-prox-ted to ws-ted-ref-numero

           move "2"               to trans-opcao
           move ws-valor-operacao to trans-valor
           compute trans-saldo-result =
           move ws-moeda          to trans-moeda
           move ws-valor-entrada  to trans-valor-original
           move ws-conta-id       to trans-conta-id
           move "X"               to trans-estorno
           move ws-ted-ref        to trans-estorno-ref
           move ws-operador-agencia to trans-agencia
           write transacao-reg
           perform grava-movimento

           move "1"               to trans-opcao
           move ws-saldo-total    to trans-saldo-result
           move zeros             to trans-conta-id
           write transacao-reg
           perform grava-movimento

           if ws-vlr-tarifa-ted > zeros
               move "2"               to trans-opcao
               move ws-vlr-tarifa-ted to trans-valor
               compute trans-saldo-result =
                       ws-saldo-total - ws-vlr-tarifa-ted
               move ws-vlr-tarifa-ted to trans-valor-original
               move ws-conta-id       to trans-conta-id
               move "F"               to trans-estorno
               move ws-transfer-ref   to trans-estorno-ref
               write transacao-reg
               perform grava-movimento

               move "1"               to trans-opcao
               move ws-saldo-total    to trans-saldo-result
               move zeros             to trans-conta-id
               write transacao-reg
               perform grava-movimento
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           close transacoes-file.

      *    pagamento de conta de consumo ou boleto: o documento so e'
      /    aceito com os digitos conferidos, dentro do vencimento e
      /    sem pagamento anterior do mesmo codigo de barras
       paga-conta-consumo.

           display "Pagamento de conta/boleto - cliente "
                   ws-cliente-id

           perform captura-codigo-barras

           if not ws-pgc-codigo-ok
               display "Pagamento cancelado - nada foi alterado."
               exit paragraph
           end-if

           perform verifica-conta-ja-paga

           if ws-pgc-ja-pago
               display "Documento ja pago no caixa (autenticacao "
                       ws-pgc-ref-numero ") - pagamento recusado."
               exit paragraph
           end-if

           if ws-pgc-vencimento not = spaces and
              ws-pgc-vencimento < ws-hoje
               display "Documento vencido em "
                       ws-pgc-vencimento (7:2) "/"
                       ws-pgc-vencimento (5:2) "/"
                       ws-pgc-vencimento (1:4)
                       " - pagamento recusado; o cliente deve "
                       "pedir segunda via ao emissor."
               exit paragraph
           end-if

           if ws-pgc-valor-codigo = zeros
               display "Documento sem valor no codigo de barras - "
                       "pagamento recusado."
               exit paragraph
           end-if

           if ws-pgc-valor-codigo > 99999.99
               display "Valor do documento acima do limite do "
                       "caixa - pagamento recusado."
               exit paragraph
           end-if

           move ws-pgc-valor-codigo to ws-valor-operacao
           move ws-valor-operacao   to ws-valor-entrada
           move "BRL"               to ws-moeda

           display "Convenio: " ws-pgc-convenio
           display "Valor: " ws-valor-operacao
           if ws-pgc-vencimento = spaces
               display "Vencimento: nao consta no codigo"
           else
               display "Vencimento: " ws-pgc-vencimento (7:2) "/"
                       ws-pgc-vencimento (5:2) "/"
                       ws-pgc-vencimento (1:4)
           end-if

           move space to ws-pgc-forma
           perform until ws-pgc-em-dinheiro or ws-pgc-em-conta
               display "Forma de pagamento (D - dinheiro, C - debito "
                       "na conta " ws-conta-id "): "
               accept ws-pgc-forma
           end-perform

           if ws-pgc-em-conta
               if ws-conta-obito
                   display "Conta " ws-conta-id " bloqueada por "
                           "obito - so pagamento em dinheiro."
                   exit paragraph
               end-if

               perform calcula-disponivel

               if ws-valor-operacao > ws-disponivel-conta
                   display "Saldo insuficiente na conta "
                           ws-conta-id " - pagamento recusado."
                   display "Disponivel (saldo + limite): "
                           ws-disponivel-conta
                   exit paragraph
               end-if
           end-if

           move "N" to ws-confirma-flag
           display "Confirma o pagamento? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Pagamento cancelado - nada foi alterado."
               exit paragraph
           end-if

           perform monta-data-transacao
           move ws-data-trasacao to ws-transfer-ref

      *    o registro do pagamento vem antes do dinheiro - sem
      /    pagamento gravado nao ha repasse, entao nada e' lancado
           perform grava-pagamento-conta

           if not ws-pgc-gravado
               display "Pagamento cancelado - nada foi lancado."
               exit paragraph
           end-if

           move ws-saldo-total to ws-saldo-antes

           if ws-pgc-em-conta
               subtract ws-valor-operacao from ws-saldo-conta
               perform grava-conta
           else
               add ws-valor-operacao to ws-saldo-total
               perform grava-saldo
           end-if

           perform grava-log-pagto-conta

           perform grava-auditoria

           display "Pagamento autenticado sob o numero "
                   ws-prox-pgc "."

           if ws-pgc-em-conta
               display "Saldo da conta " ws-conta-id ": "
                       ws-saldo-conta
           else
               display "Saldo total: " ws-saldo-total
           end-if.

       captura-codigo-barras.

           move "N" to ws-pgc-codigo-ok-flag

           perform until ws-pgc-codigo-ok
               display "Linha digitavel ou codigo de barras (so os "
                       "digitos; em branco cancela): "
               move spaces to ws-pgc-digitado
               accept ws-pgc-digitado

               if ws-pgc-digitado = spaces
                   exit paragraph
               end-if

               perform confere-codigo-barras

               if not ws-pgc-codigo-ok
                   display ws-pgc-motivo
               end-if
           end-perform.

      *    47 digitos = linha digitavel do boleto, 48 = linha da
      /    arrecadacao (comeca com 8), 44 = codigo de barras lido
      /    pelo leitor; as tres formas viram o codigo de 44 digitos
       confere-codigo-barras.

           move "N"    to ws-pgc-codigo-ok-flag
           move spaces to ws-pgc-motivo
           move spaces to ws-pgc-barras
           move zeros  to ws-pgc-tamanho

           inspect ws-pgc-digitado tallying ws-pgc-tamanho
                   for characters before initial space

           if ws-pgc-tamanho not = 44 and
              ws-pgc-tamanho not = 47 and
              ws-pgc-tamanho not = 48
               move "Informe 44, 47 ou 48 digitos, sem pontos."
                   to ws-pgc-motivo
               exit paragraph
           end-if

           if ws-pgc-digitado (1:ws-pgc-tamanho) is not numeric
               move "Informe so os digitos do codigo." to ws-pgc-motivo
               exit paragraph
           end-if

           evaluate ws-pgc-tamanho
               when 47
                   perform monta-barras-boleto
               when 48
                   perform monta-barras-arrecadacao
               when other
                   move ws-pgc-digitado (1:44) to ws-pgc-barras
                   if ws-arr-produto = "8"
                       move "A" to ws-pgc-tipo
                   else
                       move "B" to ws-pgc-tipo
                   end-if
           end-evaluate

           if ws-pgc-motivo not = spaces
               exit paragraph
           end-if

           if ws-pgc-arrecadacao and
              (ws-arr-ref-valor < "6" or ws-arr-ref-valor > "9")
               move "Identificador de valor invalido no codigo."
                   to ws-pgc-motivo
               exit paragraph
           end-if

           perform confere-dv-geral

           if ws-pgc-motivo not = spaces
               exit paragraph
           end-if

           perform extrai-dados-documento

           if ws-pgc-motivo = spaces
               move "S" to ws-pgc-codigo-ok-flag
           end-if.

      *    linha do boleto: tres campos com digito modulo 10, o
      /    digito geral e o fator de vencimento com o valor - o
      /    codigo de barras e' banco/moeda, digito geral, fator e
      /    valor, e o campo livre espalhado pelos tres campos
       monta-barras-boleto.

           move "B"  to ws-pgc-tipo
           move "B"  to ws-dv-regra
           move 10   to ws-dv-modulo

           move ws-pgc-digitado (1:9)   to ws-dv-campo
           move 9                       to ws-dv-tamanho
           move ws-pgc-digitado (10:1)  to ws-dv-informado
           perform confere-dv-campo

           move ws-pgc-digitado (11:10) to ws-dv-campo
           move 10                      to ws-dv-tamanho
           move ws-pgc-digitado (21:1)  to ws-dv-informado
           perform confere-dv-campo

           move ws-pgc-digitado (22:10) to ws-dv-campo
           move 10                      to ws-dv-tamanho
           move ws-pgc-digitado (32:1)  to ws-dv-informado
           perform confere-dv-campo

           move ws-pgc-digitado (1:4)   to ws-pgc-barras (1:4)
           move ws-pgc-digitado (33:1)  to ws-pgc-barras (5:1)
           move ws-pgc-digitado (34:14) to ws-pgc-barras (6:14)
           move ws-pgc-digitado (5:5)   to ws-pgc-barras (20:5)
           move ws-pgc-digitado (11:10) to ws-pgc-barras (25:10)
           move ws-pgc-digitado (22:10) to ws-pgc-barras (35:10).

      *    linha da arrecadacao: quatro blocos de 11 digitos, cada um
      /    com o seu digito - modulo 10 ou 11 conforme o terceiro
      /    digito do codigo
       monta-barras-arrecadacao.

           move "A" to ws-pgc-tipo
           move "A" to ws-dv-regra

           if ws-pgc-digitado (1:1) not = "8"
               move "Linha de arrecadacao tem de comecar com 8."
                   to ws-pgc-motivo
               exit paragraph
           end-if

           move ws-pgc-digitado (1:11)  to ws-pgc-barras (1:11)
           move ws-pgc-digitado (13:11) to ws-pgc-barras (12:11)
           move ws-pgc-digitado (25:11) to ws-pgc-barras (23:11)
           move ws-pgc-digitado (37:11) to ws-pgc-barras (34:11)

           if ws-arr-dv-modulo10
               move 10 to ws-dv-modulo
           else
               move 11 to ws-dv-modulo
           end-if

           move 11 to ws-dv-tamanho

           move ws-pgc-digitado (1:11)  to ws-dv-campo
           move ws-pgc-digitado (12:1)  to ws-dv-informado
           perform confere-dv-campo

           move ws-pgc-digitado (13:11) to ws-dv-campo
           move ws-pgc-digitado (24:1)  to ws-dv-informado
           perform confere-dv-campo

           move ws-pgc-digitado (25:11) to ws-dv-campo
           move ws-pgc-digitado (36:1)  to ws-dv-informado
           perform confere-dv-campo

           move ws-pgc-digitado (37:11) to ws-dv-campo
           move ws-pgc-digitado (48:1)  to ws-dv-informado
           perform confere-dv-campo.

      *    digito geral do codigo de 44 digitos: no boleto e' a
      /    posicao 5 (modulo 11), na arrecadacao a posicao 4 (modulo
      /    10 ou 11 conforme o terceiro digito)
       confere-dv-geral.

           if ws-pgc-boleto
               move "B"                   to ws-dv-regra
               move 11                    to ws-dv-modulo
               move ws-pgc-barras (1:4)   to ws-dv-campo (1:4)
               move ws-pgc-barras (6:39)  to ws-dv-campo (5:39)
               move ws-bol-dv             to ws-dv-informado
           else
               move "A"                   to ws-dv-regra
               if ws-arr-dv-modulo10
                   move 10 to ws-dv-modulo
               else
                   move 11 to ws-dv-modulo
               end-if
               move ws-pgc-barras (1:3)   to ws-dv-campo (1:3)
               move ws-pgc-barras (5:40)  to ws-dv-campo (4:40)
               move ws-arr-dv             to ws-dv-informado
           end-if

           move 43 to ws-dv-tamanho

           perform confere-dv-campo.

       confere-dv-campo.

           if ws-dv-modulo = 10
               perform calcula-dv-modulo10
           else
               perform calcula-dv-modulo11
           end-if

           if ws-dv-calculado not = ws-dv-informado and
              ws-pgc-motivo = spaces
               move "Digito verificador nao confere - redigite."
                   to ws-pgc-motivo
           end-if.

      *    modulo 10: pesos 2 e 1 alternados da direita para a
      /    esquerda, produto acima de 9 soma os dois algarismos
       calcula-dv-modulo10.

           move zeros to ws-dv-soma
           move 2     to ws-dv-peso

           perform varying ws-dv-idx from ws-dv-tamanho by -1
                   until ws-dv-idx < 1
               move ws-dv-campo (ws-dv-idx:1) to ws-dv-algarismo
               compute ws-dv-produto = ws-dv-algarismo * ws-dv-peso
               if ws-dv-produto > 9
                   subtract 9 from ws-dv-produto
               end-if
               add ws-dv-produto to ws-dv-soma
               if ws-dv-peso = 2
                   move 1 to ws-dv-peso
               else
                   move 2 to ws-dv-peso
               end-if
           end-perform

           compute ws-dv-resto = function mod (ws-dv-soma 10)

           if ws-dv-resto = zeros
               move zeros to ws-dv-calculado
           else
               compute ws-dv-calculado = 10 - ws-dv-resto
           end-if.

      *    modulo 11: pesos de 2 a 9 repetidos da direita para a
      /    esquerda - resto 0 ou 1 da digito 1 no boleto e digito 0
      /    na arrecadacao
       calcula-dv-modulo11.

           move zeros to ws-dv-soma
           move 2     to ws-dv-peso

           perform varying ws-dv-idx from ws-dv-tamanho by -1
                   until ws-dv-idx < 1
               move ws-dv-campo (ws-dv-idx:1) to ws-dv-algarismo
               compute ws-dv-produto = ws-dv-algarismo * ws-dv-peso
               add ws-dv-produto to ws-dv-soma
               add 1 to ws-dv-peso
               if ws-dv-peso > 9
                   move 2 to ws-dv-peso
               end-if
           end-perform

           compute ws-dv-resto = function mod (ws-dv-soma 11)

           if ws-dv-resto < 2
               if ws-dv-regra-boleto
                   move 1 to ws-dv-calculado
               else
                   move 0 to ws-dv-calculado
               end-if
           else
               compute ws-dv-calculado = 11 - ws-dv-resto
           end-if.

      *    valor, vencimento e convenio do repasse tirados do codigo:
      /    fator zero no boleto e data invalida no campo livre da
      /    arrecadacao = documento sem vencimento
       extrai-dados-documento.

           move spaces to ws-pgc-vencimento
           move spaces to ws-pgc-convenio

           if ws-pgc-boleto
               move ws-bol-valor to ws-pgc-valor-codigo
               if ws-bol-fator >= 1000
                   compute ws-bol-venc-int =
                           function integer-of-date (ws-bol-data-base)
                           + ws-bol-fator - 1000
               end-if
      *        fator abaixo de 1000 so existe no ciclo anterior, com
      /        base em 07/10/1997
               if ws-bol-fator > zeros and ws-bol-fator < 1000
                   compute ws-bol-venc-int =
                           function integer-of-date (19971007)
                           + ws-bol-fator
               end-if
               if ws-bol-fator > zeros
                   compute ws-bol-venc-num =
                           function date-of-integer (ws-bol-venc-int)
                   move ws-bol-venc-num to ws-pgc-vencimento
               end-if
               move "BOL"        to ws-pgc-convenio (1:3)
               move ws-bol-banco to ws-pgc-convenio (4:3)
           else
               if not ws-arr-valor-efetivo
                   move "Valor de referencia - nao aceito no caixa."
                       to ws-pgc-motivo
                   exit paragraph
               end-if
               move ws-arr-valor to ws-pgc-valor-codigo
               if ws-arr-vencimento is numeric
                   if ws-arr-venc-ano > 1999 and
                      ws-arr-venc-mes >= 1 and ws-arr-venc-mes <= 12
                      and ws-arr-venc-dia >= 1 and
                      ws-arr-venc-dia <= 31
                       move ws-arr-vencimento to ws-pgc-vencimento
                   end-if
               end-if
               move "ARR"           to ws-pgc-convenio (1:3)
               move ws-arr-segmento to ws-pgc-convenio (4:1)
               move ws-arr-empresa  to ws-pgc-convenio (5:4)
           end-if.

       verifica-conta-ja-paga.

           move "N"   to ws-pgc-ja-pago-flag
           move "N"   to ws-eof-pgc
           move zeros to ws-pgc-ref-numero

           open input pagcontas-file

           if ws-pgc-nao-existe
               exit paragraph
           end-if

           if not ws-pgc-ok
               display "ERRO ao abrir pagcontas.dat - file status "
                       ws-pgc-status
               exit paragraph
           end-if

           perform until ws-eof-pgc = "S" or ws-pgc-ja-pago
               read pagcontas-file
                   at end move "S" to ws-eof-pgc
                   not at end
                       if pgc-codigo-barras = ws-pgc-barras
                           move "S"        to ws-pgc-ja-pago-flag
                           move pgc-numero to ws-pgc-ref-numero
                       end-if
               end-read
           end-perform

           close pagcontas-file.

      *    numero de autenticacao = maior numero de pagcontas.dat
      /    mais um; o pagamento fica a repassar (P)
       grava-pagamento-conta.

           move "N" to ws-pgc-gravado-flag
           move "N" to ws-eof-pgc
           move 1   to ws-prox-pgc

           open input pagcontas-file

           if ws-pgc-ok
               perform until ws-eof-pgc = "S"
                   read pagcontas-file
                       at end move "S" to ws-eof-pgc
                       not at end
                           if pgc-numero >= ws-prox-pgc
                               compute ws-prox-pgc = pgc-numero + 1
                           end-if
                   end-read
               end-perform
               close pagcontas-file
           else
               if not ws-pgc-nao-existe
                   display "ERRO ao abrir pagcontas.dat - file status "
                           ws-pgc-status
                   exit paragraph
               end-if
           end-if

           open extend pagcontas-file

           if ws-pgc-nao-existe
               open output pagcontas-file
           end-if

           if not ws-pgc-ok
               display "ERRO ao gravar pagcontas.dat - file status "
                       ws-pgc-status
               exit paragraph
           end-if

           move ws-prox-pgc         to pgc-numero
           move ws-pgc-barras       to pgc-codigo-barras
           move ws-pgc-tipo         to pgc-tipo
           move ws-pgc-convenio     to pgc-convenio
           move ws-valor-operacao   to pgc-valor
           move ws-pgc-vencimento   to pgc-vencimento
           if ws-pgc-em-conta
               move "C"             to pgc-forma
               move ws-conta-id     to pgc-conta-id
           else
               move "D"             to pgc-forma
               move zeros           to pgc-conta-id
           end-if
           move ws-cliente-id       to pgc-cliente-id
           move ws-transfer-ref     to pgc-data-hora
           move ws-hoje             to pgc-data-pagto
           move ws-operador-id      to pgc-operador
           move ws-operador-agencia to pgc-agencia
           move "P"                 to pgc-status
           move zeros               to pgc-lote-repasse
           move spaces              to pgc-data-repasse

           write pagconta-reg

           if ws-pgc-ok
               move "S" to ws-pgc-gravado-flag
           else
               display "ERRO ao gravar pagcontas.dat - file status "
                       ws-pgc-status
           end-if

           close pagcontas-file.

      *    pernas G com o numero de autenticacao: em dinheiro, so o
      /    deposito na conta zeros (valor a repassar, que entrou na
      /    gaveta); com debito em conta, saque no cliente e deposito
      /    na conta zeros, com efeito nulo no saldo da casa
       grava-log-pagto-conta.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           move ws-prox-pgc to ws-pgc-ref-numero

           move ws-valor-operacao   to trans-valor
           move ws-data-trasacao    to trans-data
           move ws-moeda            to trans-moeda
           move ws-valor-entrada    to trans-valor-original
           move "G"                 to trans-estorno
           move ws-pgc-ref          to trans-estorno-ref
           move ws-operador-agencia to trans-agencia

           if ws-pgc-em-conta
               move "2"             to trans-opcao
               compute trans-saldo-result =
                       ws-saldo-total - ws-valor-operacao
               move ws-conta-id     to trans-conta-id
               write transacao-reg
               perform grava-movimento
           end-if

           move "1"                 to trans-opcao
           move ws-saldo-total      to trans-saldo-result
           move zeros               to trans-conta-id
           write transacao-reg
           perform grava-movimento

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           close transacoes-file.

       verifica-limite-saque.
               exit paragraph
           end-if

           move ws-cliente-id         to pag-dev-id
           move ws-parcela-paga-num to pag-parcela
           move ws-data-trasacao    to pag-data
           move ws-valor-operacao   to pag-valor
           if ws-opcao-parcela or ws-opcao-quitacao
               move "1" to trans-opcao
           else
               if ws-opcao-encerramento
                   move "2" to trans-opcao
               else
                   move ws-opcao to trans-opcao
               end-if
           end-if
           move ws-valor-operacao to trans-valor
           move ws-saldo-total   to trans-saldo-result
           else
               move ws-conta-id to trans-conta-id
           end-if
      *    o pagamento final do encerramento e' um saque marcado
      /    com Z
           if ws-opcao-encerramento
               move "Z"          to trans-estorno
           else
               move space        to trans-estorno
           end-if
           move spaces           to trans-estorno-ref
           move ws-operador-agencia to trans-agencia

