      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao dos indices publicados (indices.dat) que
      * corrigem os contratos pos-fixados - o back office carrega o
      * valor de cada indice (CDI, IPCA, ...) como taxa anual, com
      * data de vigencia; contratos.cbl usa o valor em vigor na
      * contratacao e reajuste.cbl o ultimo valor em vigor no
      * reajuste mensal das parcelas. dupla custodia: cada valor
      * proposto fica pendente em alteracoes_pend.dat (antes = valor
      * em vigor do indice) ate outro supervisor aprovar em
      * aprovaalt.cbl
      ******************************************************************

       identification division.
       program-id. mantindices.
       environment division.
       input-output section.
       file-control.

       select indices-file assign to './files/indices.dat'
       organization is sequential
       file status is ws-indice-status.

       select pendentes assign to './files/alteracoes_pend.dat'
       organization is sequential
       file status is ws-pendente-status.

       select alteracoes-log assign to './files/alteracoes_aud.log'
       organization is sequential
       file status is ws-altlog-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       data division.
       file section.
       fd indices-file.
       copy "indice.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-indice-status     pic x(2) value spaces.
           88 ws-indice-ok             value "00".
           88 ws-indice-nao-existe     value "35".
       77 ws-pendente-status   pic x(2) value spaces.
           88 ws-pendente-ok           value "00".
           88 ws-pendente-nao-existe   value "35".
       77 ws-altlog-status     pic x(2) value spaces.
           88 ws-altlog-ok             value "00".
           88 ws-altlog-nao-existe     value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".

       77 ws-eof               pic x value "N".

       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-continua-flag     pic x value "S".
           88 ws-continua          value "S" "s".
       77 ws-indice            pic x(5) value spaces.
       77 ws-taxa-x            pic x(4) value spaces.
       77 ws-taxa              pic v9(4) value zeros.
       01 ws-data-vigencia.
           05 ws-vig-ano       pic 9(4).
           05 ws-vig-mes       pic 9(2).
           05 ws-vig-dia       pic 9(2).
       01 ws-data-vigencia-x redefines ws-data-vigencia pic x(8).
       77 ws-total-gravadas    pic 9(3) value zeros.
      *    imagem depois, no layout de indice.cpy
       01 ws-indice-novo.
           05 ws-novo-codigo   pic x(5).
           05 ws-novo-vigencia pic x(8).
           05 ws-novo-taxa     pic v9(4).
       77 ws-vig-anterior      pic x(8) value spaces.

      *    dupla custodia: a alteracao fica pendente em
      /    alteracoes_pend.dat, com as imagens antes/depois, ate um
      /    supervisor diferente do proponente aprovar em aprovaalt
       77 ws-operador-id       pic x(10) value spaces.
       77 ws-operador-ok-flag  pic x value "N".
           88 ws-operador-valido   value "S".
       77 ws-eof-pendente      pic x value "N".
       77 ws-prox-alteracao    pic 9(7) value zeros.
       77 ws-alt-tipo          pic x(3) value spaces.
       77 ws-alt-chave         pic x(20) value spaces.
       77 ws-alt-antes         pic x(60) value spaces.
       77 ws-alt-depois        pic x(60) value spaces.
       77 ws-data-corrente     pic x(14) value spaces.
       77 ws-alt-gravada-flag  pic x value "N".
           88 ws-alt-gravada       value "S".

       procedure division.

           display "Carga de indices dos contratos pos-fixados"

           perform identifica-operador

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Data de vigencia (AAAAMMDD, vazio = hoje): "
               accept ws-data-vigencia-x

               if ws-data-vigencia-x = spaces
                   move function current-date (1:8)
                       to ws-data-vigencia-x
               end-if

               if ws-data-vigencia-x is numeric
                  and ws-vig-mes >= 01 and ws-vig-mes <= 12
                  and ws-vig-dia >= 01 and ws-vig-dia <= 31
                   move "S" to ws-entrada-ok
               else
                   display "Data invalida. Informe AAAAMMDD."
               end-if
           end-perform

           perform until not ws-continua
               perform carrega-indice

               display "Carregar outro indice? (S/N)"
               accept ws-continua-flag
           end-perform

           display "Carga concluida - " ws-total-gravadas
                   " indice(s) proposto(s) para "
                   ws-data-vigencia-x " - aguardando aprovacao."

           goback.

       carrega-indice.

           move spaces to ws-indice

           perform until ws-indice not = spaces
               display "Indice (ex.: CDI, IPCA): "
               accept ws-indice
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Taxa anual do indice (4 digitos, fracao - "
                       "ex.: 1065 = 10,65% a.a.): "
               accept ws-taxa-x

               if ws-taxa-x is numeric
                   compute ws-taxa =
                           function numval (ws-taxa-x) / 10000
                   move "S" to ws-entrada-ok
               else
                   display "Taxa invalida. Informe somente numeros."
               end-if
           end-perform

           perform propoe-indice.

       propoe-indice.

      *    imagem antes: o valor do indice em vigor na data
           move spaces to ws-alt-antes
           move spaces to ws-vig-anterior
           move "N"    to ws-eof

           open input indices-file

           if ws-indice-ok
               perform until ws-eof = "S"
                   read indices-file
                       at end move "S" to ws-eof
                       not at end
                           if ind-codigo = ws-indice and
                              ind-data-vigencia <= ws-data-vigencia-x
                              and ind-data-vigencia >= ws-vig-anterior
                               move ind-data-vigencia
                                   to ws-vig-anterior
                               move indice-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close indices-file
           else
               if not ws-indice-nao-existe
                   display "ERRO ao abrir indices.dat - file status "
                           ws-indice-status
                   exit paragraph
               end-if
           end-if

           move ws-indice          to ws-novo-codigo
           move ws-data-vigencia-x to ws-novo-vigencia
           move ws-taxa            to ws-novo-taxa

           move "IDX"              to ws-alt-tipo
           move spaces             to ws-alt-chave
           move ws-indice          to ws-alt-chave (1:5)
           move ws-data-vigencia-x to ws-alt-chave (7:8)
           move ws-indice-novo     to ws-alt-depois

           perform grava-pendente

           if ws-alt-gravada
               add 1 to ws-total-gravadas
           end-if.

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
                           display "Operador: " ope-nome
                       else
                           display "Operador inativo - acesso "
                                   "negado."
                       end-if
               end-read
           end-perform

           close operadores.

      *    a alteracao nao vai para o arquivo de destino: fica
      /    pendente com o proximo numero de alteracoes_pend.dat
       grava-pendente.

           move "N"   to ws-alt-gravada-flag
           move "N"   to ws-eof-pendente
           move zeros to ws-prox-alteracao

           open input pendentes

           if ws-pendente-ok
               perform until ws-eof-pendente = "S"
                   read pendentes
                       at end move "S" to ws-eof-pendente
                       not at end
                           if alp-numero > ws-prox-alteracao
                               move alp-numero to ws-prox-alteracao
                           end-if
                   end-read
               end-perform
               close pendentes
           end-if

           add 1 to ws-prox-alteracao

           open extend pendentes

           if ws-pendente-nao-existe
               open output pendentes
           end-if

           if not ws-pendente-ok
               display "ERRO ao abrir alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               exit paragraph
           end-if

           move function current-date to ws-data-corrente

           move ws-prox-alteracao      to alp-numero
           move ws-alt-tipo            to alp-tipo
           move "MANTINDICES"          to alp-programa
           move ws-alt-chave           to alp-chave
           move ws-alt-antes           to alp-antes
           move ws-alt-depois          to alp-depois
           move ws-operador-id         to alp-proponente
           move ws-data-corrente (1:8) to alp-data-proposta
           move ws-data-corrente (9:6) to alp-hora-proposta
           move "P"                    to alp-situacao
           move spaces                 to alp-aprovador
           move spaces                 to alp-data-decisao
           move spaces                 to alp-hora-decisao
           move spaces                 to alp-motivo

           write altpend-reg

           if not ws-pendente-ok
               display "ERRO ao gravar alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               close pendentes
               exit paragraph
           end-if

           close pendentes

           move "S" to ws-alt-gravada-flag

           perform grava-log-alteracao

           display "Alteracao " ws-prox-alteracao " registrada - "
                   "aguardando aprovacao de outro supervisor "
                   "(aprovaalt).".

       grava-log-alteracao.

           open extend alteracoes-log

           if ws-altlog-nao-existe
               open output alteracoes-log
           end-if

           if not ws-altlog-ok
               display "ERRO ao gravar alteracoes_aud.log - file "
                       "status " ws-altlog-status
               exit paragraph
           end-if

           move alp-numero             to alg-numero
           move alp-tipo               to alg-tipo
           move "P"                    to alg-evento
           move ws-operador-id         to alg-matricula
           move ws-data-corrente (1:8) to alg-data
           move ws-data-corrente (9:6) to alg-hora
           move spaces                 to alg-motivo

           write altlog-reg

           close alteracoes-log.

       end program mantindices.
