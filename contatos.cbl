      * do operador, resultado (promessa de pagamento, sem acordo,
      * nao localizado) e a data prometida quando houver. cartas.cbl
      * deixa de mandar carta para quem tem promessa nao vencida e
      * promessas.cbl cobra as promessas quebradas. registra tambem
      * o pedido do devedor para sair (ou voltar) da lista dos
      * lembretes de vencimento por SMS (lembretes_optout.dat).
      * devedor com encaminhamento ativo a assessoria de cobranca
      * (encaminhamentos.dat) nao recebe contato nosso - a cobranca
      * e' da assessoria ate o fim do prazo
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-contato-status.

       select optout-file assign to './files/lembretes_optout.dat'
       organization is sequential
       file status is ws-optout-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       select assessorias-file assign to './files/assessorias.dat'
       organization is sequential
       file status is ws-assessoria-status.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.
       fd contatos-file.
       copy "contato.cpy".

       fd optout-file.
       copy "optout.cpy".

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       fd assessorias-file.
       copy "assessoria.cpy".

       fd devedores.
       copy "devedor.cpy".

       77 ws-contato-status    pic x(2) value spaces.
           88 ws-contato-ok            value "00".
           88 ws-contato-nao-existe    value "35".
       77 ws-optout-status     pic x(2) value spaces.
           88 ws-optout-ok             value "00".
           88 ws-optout-nao-existe     value "35".
       77 ws-encaminhamento-status pic x(2) value spaces.
           88 ws-encaminhamento-ok     value "00".
           88 ws-encaminhamento-nao-existe value "35".
       77 ws-assessoria-status pic x(2) value spaces.
           88 ws-assessoria-ok         value "00".
           88 ws-assessoria-nao-existe value "35".
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-registrar   value "1".
           88 ws-opcao-listar      value "2".
           88 ws-opcao-optout      value "3".
           88 ws-opcao-sair        value "0".

       77 ws-operador-id       pic x(10) value spaces.
           05 ws-pro-dia       pic 9(2).
       01 ws-data-promessa-x redefines ws-data-promessa pic x(8).
       77 ws-total-listados    pic 9(5) value zeros.
      *    ultimo pedido de lembretes do devedor (S saiu, V voltou,
      /    espaco nenhum) e o novo pedido informado
       77 ws-optout-atual      pic x(1) value space.
           88 ws-optout-esta-fora  value "S".
      *    encaminhamento ativo do devedor (assessoria zerada quando
      /    nao ha) e o nome da assessoria
       77 ws-enc-assessoria    pic 9(3) value zeros.
       77 ws-enc-expira        pic x(8) value spaces.
       77 ws-enc-nome-ass      pic x(20) value spaces.
       77 ws-optout-acao       pic x(1) value space.
           88 ws-optout-acao-valida values "S" "V".

       procedure division.

               display "----------------------------------------"
               display "1 - Registrar contato de cobranca"
               display "2 - Listar contatos de um devedor"
               display "3 - Lembretes de vencimento (opt-out)"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao
                       perform registra-contato
                   when ws-opcao-listar
                       perform lista-contatos
                   when ws-opcao-optout
                       perform registra-optout
                   when ws-opcao-sair
                       continue
                   when other

           display "Devedor: " dev-primeiro-nome " " dev-ultimo-nome

           perform busca-encaminhamento

           if ws-enc-assessoria not = zeros
               display "Devedor com a assessoria " ws-enc-assessoria
                       " - " ws-enc-nome-ass " ate "
                       ws-enc-expira (7:2) "/" ws-enc-expira (5:2) "/"
                       ws-enc-expira (1:4)
                       " - contato nao registrado."
               exit paragraph
           end-if

           move space to ws-resultado

           perform until ws-resultado-valido

           close devedores.

       busca-encaminhamento.

           move zeros  to ws-enc-assessoria
           move spaces to ws-enc-expira ws-enc-nome-ass
           move "N"    to ws-eof

           open input encaminhamentos

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
                       if enc-dev-id = ws-busca-id and enc-ativo
                           move enc-assessoria  to ws-enc-assessoria
                           move enc-data-expira to ws-enc-expira
                       end-if
               end-read
           end-perform

           close encaminhamentos

           if ws-enc-assessoria = zeros
               exit paragraph
           end-if

           move "N" to ws-eof

           open input assessorias-file

           if not ws-assessoria-ok
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read assessorias-file
                   at end move "S" to ws-eof
                   not at end
                       if ass-codigo = ws-enc-assessoria
                           move ass-nome to ws-enc-nome-ass
                       end-if
               end-read
           end-perform

           close assessorias-file.

       accepta-data-promessa.

           move "N" to ws-entrada-ok

           display "Total de contatos: " ws-total-listados.

      *    devedor pede para nao receber mais os lembretes de
      /    vencimento por SMS ou para voltar a recebe-los - grava o
      /    pedido em lembretes_optout.dat, vale o ultimo
       registra-optout.

           display "Codigo do devedor: "
           accept ws-busca-id

           perform busca-devedor

           if not ws-devedor-achou
               display "Devedor " ws-busca-id " nao encontrado em "
                       "devedores.dat - pedido nao registrado."
               exit paragraph
           end-if

           display "Devedor: " dev-primeiro-nome " " dev-ultimo-nome

           perform busca-optout

           if ws-optout-esta-fora
               display "Situacao atual: NAO recebe lembretes."
           else
               display "Situacao atual: recebe lembretes."
           end-if

           move space to ws-optout-acao

           perform until ws-optout-acao-valida
               display "(S)air dos lembretes ou (V)oltar a receber: "
               accept ws-optout-acao

               if not ws-optout-acao-valida
                   display "Opcao invalida. Informe S ou V."
               end-if
           end-perform

           if ws-optout-acao = "S" and ws-optout-esta-fora
              or ws-optout-acao = "V" and not ws-optout-esta-fora
               display "Pedido igual a situacao atual - nada a "
                       "registrar."
               exit paragraph
           end-if

           perform grava-optout.

       busca-optout.

           move space to ws-optout-atual
           move "N"   to ws-eof

           open input optout-file

           if ws-optout-nao-existe
               exit paragraph
           end-if

           if not ws-optout-ok
               display "ERRO ao abrir lembretes_optout.dat - file "
                       "status " ws-optout-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read optout-file
                   at end move "S" to ws-eof
                   not at end
                       if opt-dev-id = ws-busca-id
                           move opt-acao to ws-optout-atual
                       end-if
               end-read
           end-perform

           close optout-file.

       grava-optout.

           open extend optout-file

           if ws-optout-nao-existe
               open output optout-file
           end-if

           if not ws-optout-ok
               display "ERRO ao abrir lembretes_optout.dat - file "
                       "status " ws-optout-status
               exit paragraph
           end-if

           move ws-busca-id    to opt-dev-id
           move ws-hoje        to opt-data
           move ws-operador-id to opt-operador
           move ws-optout-acao to opt-acao

           write optout-reg

           if ws-optout-ok
               display "Pedido registrado."
           else
               display "ERRO ao gravar lembretes_optout.dat - file "
                       "status " ws-optout-status
           end-if

           close optout-file.

       end program contatos.
