       access mode is dynamic
       file status is ws-movimento-status.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       data division.
       file section.
       fd agendamentos-file.
      *        gravacao) e nao pode ser reaplicado
               88 ctrl-eh-trailer      value "T".
           03 ctrl-conta-id        pic 9(5).
           03 ctrl-saldo           pic s9(5)v99.

       fd controle-file.
       copy "controle-batch.cpy".
       fd movimentos.
       copy "movimento.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       working-storage section.
       77 ws-agendamento-status      pic x(2) value spaces.
           88 ws-agendamento-ok            value "00".
           88 ws-rel-ok              value "00".
       77 ws-max-tentativas      pic 9(3) value 5.
       77 ws-total-expirados     pic 9(5) value zeros.
       77 ws-total-cancelados    pic 9(5) value zeros.
      *    tentativa contada, expiracao ou cancelamento por conta
      /    encerrada muda o proprio arquivo de agendamentos mesmo
      /    sem nada aplicado - a troca pelo .novo precisa acontecer
      /    para a contagem nao se perder
       77 ws-alterou-agenda-flag pic x value "N".
           88 ws-alterou-agenda      value "S".

       01 ws-conta-cache.
           03 ws-cta-item occurs 50 times.
               05 ws-cta-id        pic 9(5).
               05 ws-cta-saldo     pic s9(5)v99.
               05 ws-cta-no-arquivo pic x(1).
               05 ws-cta-agencia   pic 9(3).
      *        limite de cheque especial: o debito agendado pode
      /        levar o saldo a negativo ate este valor
               05 ws-cta-limite    pic 9(5)v99.
      *        soma das ordens judiciais ativas da conta
      /        (bloqueios.dat) - a parte do saldo positivo que as
      /        cobre nao pode ser debitada
               05 ws-cta-bloqueado pic 9(7)v99.
      *        conta encerrada: o agendamento e' cancelado
               05 ws-cta-encerrada pic x(1).
      *        conta bloqueada por obito do titular: o debito
      /        agendado e' cancelado, o credito entra
               05 ws-cta-obito     pic x(1).
       77 ws-conta-cache-ok-flag pic x value "N".
           88 ws-conta-em-cache      value "S".
       77 ws-bloqueio-status     pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-eof-bloqueio        pic x value "N".
       77 ws-capturado-cache     pic 9(7)v99 value zeros.
       77 ws-disponivel-cache    pic s9(8)v99 value zeros.

      *    lancamentos de transacoes.log represados durante a leitura
       77 ws-max-lancamentos     pic 9(3) value 100.
           display "Agendamentos aplicados: " ws-total-aplicados
           display "Agendamentos ainda pendentes: " ws-total-pendentes
           display "Agendamentos expirados: " ws-total-expirados
           display "Agendamentos cancelados (conta encerrada): "
                   ws-total-cancelados
           display "Recorrencias geradas para o proximo mes: "
                   ws-total-recorrencias


           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status

           move ctrl-conta-id to conta-id

      *    a conta tem de existir (abertura so no caixa) - o journal
      /    nao cria conta
           read contas-file
               invalid key
                   display "ERRO: conta " ctrl-conta-id " do journal "
                           "nao existe em contas.dat - saldo nao "
                           "reaplicado."
                   move 8 to return-code
                   close contas-file
                   exit paragraph
               not invalid key
                   move ctrl-saldo to conta-saldo
                   rewrite conta-reg
               perform busca-conta-cache

               if not ws-conta-em-cache
      *            cache cheio, conta inacessivel ou fora de
      /            contas.dat - o agendamento carrega adiante sem
      /            aplicar
                   display "AVISO: conta " age-conta-id
                           " indisponivel no cache - agendamento "
                           "fica para a proxima execucao."
                   exit paragraph
               end-if

      *        conta encerrada nao recebe lancamento: o agendamento
      /        que sobrou para ela e' cancelado, preservado no livro
               if ws-cta-encerrada (ws-pos-conta) = "S"
                   move "C" to age-status
                   move "S" to ws-alterou-agenda-flag
                   add 1 to ws-total-cancelados
                   display "Agendamento da conta " age-conta-id
                           " cancelado - conta encerrada."
                   move agendamento-reg to agendamento-novo-reg
                   write agendamento-novo-reg
                   exit paragraph
               end-if

               if ws-cta-obito (ws-pos-conta) = "S" and
                  age-opcao not = "1"
                   move "C" to age-status
                   move "S" to ws-alterou-agenda-flag
                   add 1 to ws-total-cancelados
                   display "Agendamento da conta " age-conta-id
                           " cancelado - conta bloqueada por obito."
                   move agendamento-reg to agendamento-novo-reg
                   write agendamento-novo-reg
                   exit paragraph
               end-if

               if age-opcao = "1"
                   add age-valor to ws-saldo-total
                   add age-valor to ws-cta-saldo (ws-pos-conta)
               else
                   perform calcula-disponivel-cache
                   if age-valor > ws-disponivel-cache
      *                falha por saldo insuficiente conta tentativa:
      /                no limite o agendamento expira (status X) em
      /                vez de tentar em silencio para sempre
           move zeros        to ws-cta-saldo (ws-pos-conta)
           move "N"          to ws-cta-no-arquivo (ws-pos-conta)
           move zeros        to ws-cta-agencia (ws-pos-conta)
           move zeros        to ws-cta-limite (ws-pos-conta)
           move zeros        to ws-cta-bloqueado (ws-pos-conta)
           move "N"          to ws-cta-encerrada (ws-pos-conta)
           move "N"          to ws-cta-obito (ws-pos-conta)
           move "S"          to ws-conta-cache-ok-flag

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status

           move age-conta-id to conta-id

      *    conta fora de contas.dat: a abertura e' so no caixa, o
      /    lote nao cria conta - desfaz a entrada e o agendamento
      /    fica pendente, como no cache cheio
           read contas-file
               invalid key
                   display "AVISO: conta " age-conta-id " nao existe "
                           "em contas.dat."
                   subtract 1 from ws-qtd-contas-cache
                   move "N" to ws-conta-cache-ok-flag
                   close contas-file
                   exit paragraph
               not invalid key
                   move conta-saldo to ws-cta-saldo (ws-pos-conta)
                   move conta-agencia
                       to ws-cta-agencia (ws-pos-conta)
                   move conta-limite
                       to ws-cta-limite (ws-pos-conta)
                   if conta-encerrada
                       move "S" to ws-cta-encerrada (ws-pos-conta)
                   end-if
                   if conta-bloqueada-obito
                       move "S" to ws-cta-obito (ws-pos-conta)
                   end-if
                   move "S"         to ws-cta-no-arquivo
                                       (ws-pos-conta)
           end-read

           close contas-file

           perform soma-bloqueios-cache.

      *    ordens judiciais ativas da conta: carregadas junto com a
      /    conta, na primeira vez que ela entra no cache
       soma-bloqueios-cache.

           move "N" to ws-eof-bloqueio

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           perform until ws-eof-bloqueio = "S"
               read bloqueios-file
                   at end move "S" to ws-eof-bloqueio
                   not at end
                       if blq-conta-id = age-conta-id and blq-ativo
                           add blq-valor
                               to ws-cta-bloqueado (ws-pos-conta)
                       end-if
               end-read
           end-perform

           close bloqueios-file.

      *    disponivel para o debito agendado: saldo mais limite; com
      /    saldo capturado por ordem judicial, so o que excede o
      /    capturado, sem uso do limite - mesma regra do caixa
       calcula-disponivel-cache.

           move zeros to ws-capturado-cache

           if ws-cta-bloqueado (ws-pos-conta) > zeros and
              ws-cta-saldo (ws-pos-conta) > zeros
               if ws-cta-saldo (ws-pos-conta) <
                  ws-cta-bloqueado (ws-pos-conta)
                   move ws-cta-saldo (ws-pos-conta)
                       to ws-capturado-cache
               else
                   move ws-cta-bloqueado (ws-pos-conta)
                       to ws-capturado-cache
               end-if
           end-if

           if ws-capturado-cache > zeros
               compute ws-disponivel-cache =
                       ws-cta-saldo (ws-pos-conta) -
                       ws-capturado-cache
           else
               compute ws-disponivel-cache =
                       ws-cta-saldo (ws-pos-conta) +
                       ws-cta-limite (ws-pos-conta)
           end-if.

       guarda-expirado.


           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status

               read contas-file
                   invalid key
                       display "ERRO: conta " ws-cta-id (ws-idx-conta)
                               " nao existe mais em contas.dat - "
                               "saldo nao gravado."
                       move 8 to return-code
                   not invalid key
                       move ws-cta-saldo (ws-idx-conta)
                           to conta-saldo
                       rewrite conta-reg
                       if not ws-conta-ok
                           display "ERRO ao gravar contas.dat - file "
                                   "status " ws-conta-status
                       end-if
               end-read
           end-perform

           close contas-file.
