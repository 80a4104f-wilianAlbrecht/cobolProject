      * saque D 2001/C 1001, recebimento de cobranca (deposito conta
      * zeros) D 1001/C 3001, tarifa (marca F, perna da receita)
      * D 1001/C 3004, rendimento (marca J, perna da despesa)
      * D 4001/C 1001, juros de cheque especial (marca L, perna da
      * receita) D 1001/C 3005, transferencia ao juizo de bloqueio
      * judicial (marca B, perna da conta zeros) D 1001/C 2102,
      * aplicacao a prazo (marca A, perna da conta zeros)
      * D 1001/C 2201, resgate de aplicacao (marca R, perna da conta
      * zeros) D 2201/C 1001, juros de aplicacao (marca P, perna da
      * conta zeros) D 4002/C 1001, imposto de renda retido na fonte
      * (marca I, perna da conta zeros) D 1001/C 2103, TED (marca X)
      * pedida no caixa (perna da conta zeros) D 1001/C 2104 e
      * enviada ao banco liquidante (saque da conta zeros)
      * D 2104/C 1001, pagamento de conta ou boleto (marca G,
      * perna da conta zeros) D 1001/C 2105 e repasse ao convenio
      * (saque da conta zeros) D 2105/C 1001, juros de
      * pagamento D 1101/C 3002 e multa D 1101/C 3003. o numerario
      * da tesouraria (movtesouraria.dat) passa por 1003 numerario em
      * transito: suprimento liberado D 1003/C 1002 tesouraria
      * central e recebido D 1001/C 1003; recolhimento liberado
      * D 1003/C 1001 e recebido D 1002/C 1003. estornos
      * ja vem com a operacao invertida no diario e caem nas regras
      * comuns, como a folha de pagamento (marca S): o debito da
      * empresa e os creditos dos funcionarios se anulam em 2001.
      * roda como passo do lote depois do fechamento e
      * depois dos lotes mensais de tarifa e rendimento, para as
      * pernas F/J do dia ja estarem no diario,
      * com controle de reexecucao diaria em controle_batch.dat
      ******************************************************************

       organization is sequential
       file status is ws-pagamento-status.

       select tesouraria-file assign to './files/movtesouraria.dat'
       organization is sequential
       file status is ws-tesouraria-status.

       select lancamentos assign to './files/lancamentos.dat'
       organization is sequential
       file status is ws-lancamento-status.
       organization is sequential
       file status is ws-plano-status.

       select periodos-file
              assign to './files/periodos_contabeis.dat'
       organization is sequential
       file status is ws-periodo-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.
       fd pagamentos.
       copy "pagamento.cpy".

       fd tesouraria-file.
       copy "tesouraria.cpy".

       fd lancamentos.
       copy "lancamento.cpy".

       fd plano-file.
       copy "planoconta.cpy".

       fd periodos-file.
       copy "periodo.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-tesouraria-status pic x(2) value spaces.
           88 ws-tesouraria-ok         value "00".
           88 ws-tesouraria-nao-existe value "35".
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
               goback
           end-if

           perform verifica-periodo-aberto

           perform grava-controle-inicio

           perform carrega-plano

           perform contabiliza-pagamentos

           perform contabiliza-tesouraria

           perform imprime-balancete

           perform grava-controle-fim
               when trans-eh-rendimento and trans-eh-saque
                   move "4001" to ws-conta-debito
                   move "1001" to ws-conta-credito
               when trans-eh-juros-cheque and trans-eh-deposito
                   move "1001" to ws-conta-debito
                   move "3005" to ws-conta-credito
               when trans-eh-bloqueio-judicial and trans-eh-deposito
                   move "1001" to ws-conta-debito
                   move "2102" to ws-conta-credito
               when trans-eh-aplicacao and trans-eh-deposito
                   move "1001" to ws-conta-debito
                   move "2201" to ws-conta-credito
               when trans-eh-resgate-aplic and trans-eh-saque
                   move "2201" to ws-conta-debito
                   move "1001" to ws-conta-credito
               when trans-eh-juros-aplic and trans-eh-saque
                   move "4002" to ws-conta-debito
                   move "1001" to ws-conta-credito
               when trans-eh-imposto-renda and trans-eh-deposito
                   move "1001" to ws-conta-debito
                   move "2103" to ws-conta-credito
      *        pernas da conta zeros de TED e de pagamento de conta -
      /        a perna do cliente cai nas regras comuns (2001)
               when trans-eh-ted and trans-eh-deposito and
                    trans-conta-id = zeros
                   move "1001" to ws-conta-debito
                   move "2104" to ws-conta-credito
               when trans-eh-ted and trans-eh-saque and
                    trans-conta-id = zeros
                   move "2104" to ws-conta-debito
                   move "1001" to ws-conta-credito
               when trans-eh-pagto-conta and trans-eh-deposito and
                    trans-conta-id = zeros
                   move "1001" to ws-conta-debito
                   move "2105" to ws-conta-credito
               when trans-eh-pagto-conta and trans-eh-saque and
                    trans-conta-id = zeros
                   move "2105" to ws-conta-debito
                   move "1001" to ws-conta-credito
               when trans-eh-deposito and trans-conta-id = zeros
                   move "1001" to ws-conta-debito
                   move "3001" to ws-conta-credito
               perform grava-par-lancamento
           end-if.

       contabiliza-tesouraria.

           move "N" to ws-eof

           open input tesouraria-file

           if ws-tesouraria-nao-existe
               exit paragraph
           end-if

           if not ws-tesouraria-ok
               display "ERRO ao abrir movtesouraria.dat - file status "
                       ws-tesouraria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read tesouraria-file
                   at end move "S" to ws-eof
                   not at end
                       perform mapeia-tesouraria
               end-read
           end-perform

           close tesouraria-file.

      *    cada ordem gera ate dois pares, cada um no dia do seu
      /    evento: a liberacao (aprovacao) tira o numerario da origem
      /    para o transito e o recebimento o leva ao destino. ordem
      /    so pedida ou recusada nao movimenta numerario
       mapeia-tesouraria.

           move "N"       to ws-origem
           move tes-valor to ws-vlr-lancamento

           if (tes-em-transito or tes-recebida) and
              tes-data-aprovacao = ws-hoje
               move "1003" to ws-conta-debito
               if tes-eh-suprimento
                   move "1002" to ws-conta-credito
               else
                   move "1001" to ws-conta-credito
               end-if
               perform grava-par-lancamento
           end-if

           if tes-recebida and tes-data-recebimento = ws-hoje
               if tes-eh-suprimento
                   move "1001" to ws-conta-debito
               else
                   move "1002" to ws-conta-debito
               end-if
               move "1003" to ws-conta-credito
               perform grava-par-lancamento
           end-if.

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
               evaluate ws-sal-conta (ws-idx-sal)
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
