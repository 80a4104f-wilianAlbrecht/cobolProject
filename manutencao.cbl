      * date: 08/08/2026
      * purporse: manutencao (crud) dos registros de registros.txt -
      * incluir, listar, alterar o nome e inativar uma pessoa pelo
      * codigo (pessoa-id) e registrar o obito do cliente (data e
      * certidao): as contas em que ele e' o titular ficam
      * bloqueadas para debito (contas.dat) e as dividas em aberto
      * passam a ser cobradas do espolio (devedores.dat)
      ******************************************************************
       identification division.
       program-id. manutencao.
       organization is sequential
       file status is ws-cadaudit-status.

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

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       data division.
       file section.
       fd pessoa.
       fd cadastro-aud.
       copy "cadaudit.cpy".

       fd titulares.
       copy "titular.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd devedores.
       copy "devedor.cpy".

       working-storage section.
       copy "pessoa.cpy".

           88 ws-opcao-alterar      value "3".
           88 ws-opcao-inativar     value "4".
           88 ws-opcao-buscar-nome  value "5".
           88 ws-opcao-obito        value "6".
           88 ws-opcao-sair         value "0".

       77 ws-busca-id           pic 9(5).
       77 ws-aud-antes          pic x(30) value spaces.
       77 ws-aud-depois         pic x(30) value spaces.

      *    registro de obito: as contas em que o falecido e' o
      /    titular sao bloqueadas e as dividas abertas dele vao para
      /    o espolio
       77 ws-hoje               pic x(8) value spaces.
       77 ws-entrada-ok         pic x value "N".
           88 ws-entrada-valida     value "S".
       01 ws-data-obito.
           05 ws-obi-ano        pic 9(4).
           05 ws-obi-mes        pic 9(2).
           05 ws-obi-dia        pic 9(2).
       01 ws-data-obito-x redefines ws-data-obito pic x(8).
       77 ws-doc-obito          pic x(20) value spaces.
       77 ws-titular-status     pic x(2) value spaces.
           88 ws-titular-ok             value "00".
           88 ws-titular-nao-existe     value "35".
       77 ws-conta-status       pic x(2) value spaces.
           88 ws-conta-ok               value "00".
           88 ws-conta-nao-existe       value "35".
       77 ws-devedor-status     pic x(2) value spaces.
           88 ws-devedor-ok             value "00".
           88 ws-devedor-nao-existe     value "35".
       77 ws-eof-titular        pic x value "N".
       77 ws-qtd-contas-obito   pic 9(3) value zeros.
       77 ws-qtd-dividas-obito  pic 9(3) value zeros.

       procedure division.

           perform verifica-sistema-aberto
               display "3 - Alterar nome de um registro"
               display "4 - Inativar um registro"
               display "5 - Buscar por nome"
               display "6 - Registrar obito"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao
                       end-if
                   when ws-opcao-buscar-nome
                       perform buscar-por-nome
                   when ws-opcao-obito
      *                bloqueia contas e dividas - so supervisores
                       if ws-operador-nivel >= 2
                           perform registrar-obito
                       else
                           display "Acesso negado - registro de "
                                   "obito exige nivel supervisor."
                       end-if
                   when ws-opcao-sair
                       continue
                   when other
               move cad-cidade     to pessoa-cidade
               move cad-uf         to pessoa-uf
               move cad-cep        to pessoa-cep
               move spaces         to pessoa-obito

               write pessoa-file
                   invalid key

           close pessoa.

      *    a certidao de obito fica no cadastro; a partir dai as
      /    contas do falecido so recebem credito e as dividas dele
      /    saem da cobranca ate a liberacao em espolio.cbl
       registrar-obito.

           move function current-date (1:8) to ws-hoje

           display "Codigo da pessoa falecida: "
           accept ws-busca-id

           open i-o pessoa

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               exit paragraph
           end-if

           move ws-busca-id to pessoa-id

           read pessoa
               invalid key
                   display "Codigo nao encontrado - nada foi "
                           "registrado."
                   close pessoa
                   exit paragraph
           end-read

           if not pessoa-sem-obito
               display "Obito ja registrado em " pessoa-data-obito
                       " - certidao " pessoa-doc-obito
               close pessoa
               exit paragraph
           end-if

           display "Cliente: " pessoa-nome

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Data do obito (AAAAMMDD): "
               accept ws-data-obito-x

               if ws-data-obito-x is numeric
                  and ws-obi-mes >= 01 and ws-obi-mes <= 12
                  and ws-obi-dia >= 01 and ws-obi-dia <= 31
                  and ws-data-obito-x not > ws-hoje
                   move "S" to ws-entrada-ok
               else
                   display "Data invalida. Informe AAAAMMDD, ate "
                           "a data de hoje."
               end-if
           end-perform

           move spaces to ws-doc-obito

           perform until ws-doc-obito not = spaces
               display "Referencia da certidao de obito: "
               accept ws-doc-obito
           end-perform

           move ws-data-obito-x to pessoa-data-obito
           move ws-doc-obito    to pessoa-doc-obito

           rewrite pessoa-file
               invalid key
                   display "ERRO ao registrar o obito - file status "
                           ws-pessoa-status
                   close pessoa
                   exit paragraph
           end-rewrite

           display "Obito registrado."

           move "O"             to ws-aud-acao
           move "OBITO"         to ws-aud-campo
           move spaces          to ws-aud-antes
           move spaces          to ws-aud-depois
           string ws-data-obito-x " " ws-doc-obito
                  delimited by size into ws-aud-depois
           perform grava-cadastro-aud

           close pessoa

           perform bloqueia-contas-obito

           perform habilita-dividas-espolio.

      *    bloqueia cada conta aberta em que o falecido e' o titular
      /    - conta em que ele e' so co-titular continua com o titular
      /    vivo
       bloqueia-contas-obito.

           move zeros to ws-qtd-contas-obito

           open input titulares

           if ws-titular-nao-existe
               display "Nao ha titulares.dat - nenhuma conta "
                       "bloqueada."
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               display "Bloqueie as contas do falecido antes de "
                       "qualquer movimento."
               exit paragraph
           end-if

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               display "Bloqueie as contas do falecido antes de "
                       "qualquer movimento."
               close titulares
               exit paragraph
           end-if

           move "N"       to ws-eof-titular
           move ws-busca-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end
                       move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-busca-id
                           move "S" to ws-eof-titular
                       else
                           if tit-eh-titular
                               perform bloqueia-conta-obito
                           end-if
                       end-if
               end-read
           end-perform

           close titulares contas-file

           display ws-qtd-contas-obito " conta(s) bloqueada(s) por "
                   "obito.".

       bloqueia-conta-obito.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   display "AVISO: conta " tit-conta-id " nao "
                           "encontrada em contas.dat."
                   exit paragraph
           end-read

           if conta-encerrada or conta-bloqueada-obito
               exit paragraph
           end-if

           move "O" to conta-status

           rewrite conta-reg
               invalid key
                   display "ERRO ao bloquear a conta " conta-id
                           " - file status " ws-conta-status
               not invalid key
                   add 1 to ws-qtd-contas-obito
                   display "Conta " conta-id " bloqueada - saldo "
                           conta-saldo
           end-rewrite.

      *    divida com parcela em aberto sai da cobranca e passa a
      /    ser habilitada no espolio
       habilita-dividas-espolio.

           move zeros to ws-qtd-dividas-obito
           move "N"   to ws-eof

           open i-o devedores

           if ws-devedor-nao-existe
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               display "As dividas do falecido continuam em "
                       "cobranca."
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores
                   at end move "S" to ws-eof
                   not at end
                       if dev-id = ws-busca-id and
                          dev-parc-pgs < dev-qrd-parc and
                          not dev-divida-espolio
                           move "E" to dev-sts-divida
                           rewrite devedor-reg
                           if ws-devedor-ok
                               add 1 to ws-qtd-dividas-obito
                           else
                               display "ERRO ao atualizar "
                                       "devedores.dat - file status "
                                       ws-devedor-status
                           end-if
                       end-if
               end-read
           end-perform

           close devedores

           display ws-qtd-dividas-obito " divida(s) habilitada(s) "
                   "no espolio.".

       grava-cadastro-aud.

           open extend cadastro-aud
