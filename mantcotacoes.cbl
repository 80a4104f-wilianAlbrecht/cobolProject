      * o back office carrega a cada dia a taxa de conversao de cada
      * moeda aceita no caixa, com data de vigencia, sem precisar
      * recompilar programa nenhum. a moeda base BRL nao e' carregada
      * (taxa fixa 1,0000 em variaveis2.cbl). dupla custodia: cada
      * cotacao proposta fica pendente em alteracoes_pend.dat (antes
      * = cotacao em vigor da moeda) ate outro supervisor aprovar em
      * aprovaalt.cbl
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-cotacao-status.

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
       fd cotacoes.
       copy "cotacao.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-cotacao-status    pic x(2) value spaces.
           88 ws-cotacao-ok            value "00".
           88 ws-cotacao-nao-existe    value "35".
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
           05 ws-vig-dia       pic 9(2).
       01 ws-data-vigencia-x redefines ws-data-vigencia pic x(8).
       77 ws-total-gravadas    pic 9(3) value zeros.
      *    imagem depois, no layout de cotacao.cpy
       01 ws-cotacao-nova.
           05 ws-nova-moeda    pic x(3).
           05 ws-nova-vigencia pic x(8).
           05 ws-nova-taxa     pic 9(2)v9999.
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

           display "Carga de cotacoes do dia"

           perform identifica-operador

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
           end-perform

           display "Carga concluida - " ws-total-gravadas
                   " cotacao(oes) proposta(s) para "
                   ws-data-vigencia-x " - aguardando aprovacao."

           goback.

               end-if
           end-perform

           perform propoe-cotacao.

       propoe-cotacao.

      *    imagem antes: a cotacao da moeda em vigor na data
           move spaces to ws-alt-antes
           move spaces to ws-vig-anterior
           move "N"    to ws-eof

           open input cotacoes

           if ws-cotacao-ok
               perform until ws-eof = "S"
                   read cotacoes
                       at end move "S" to ws-eof
                       not at end
                           if cot-moeda = ws-moeda and
                              cot-data-vigencia <= ws-data-vigencia-x
                              and cot-data-vigencia >= ws-vig-anterior
                               move cot-data-vigencia
                                   to ws-vig-anterior
                               move cotacao-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close cotacoes
           else
               if not ws-cotacao-nao-existe
                   display "ERRO ao abrir cotacoes.dat - file status "
                           ws-cotacao-status
                   exit paragraph
               end-if
           end-if

           move ws-moeda           to ws-nova-moeda
           move ws-data-vigencia-x to ws-nova-vigencia
           move ws-taxa            to ws-nova-taxa

           move "COT"              to ws-alt-tipo
           move spaces             to ws-alt-chave
           move ws-moeda           to ws-alt-chave (1:3)
           move ws-data-vigencia-x to ws-alt-chave (5:8)
           move ws-cotacao-nova    to ws-alt-depois

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
           move "MANTCOTACOES"         to alp-programa
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

       end program mantcotacoes.
