      * (feriados.dat) - o back office carrega as datas em que o
      * banco nao abre, no mesmo estilo de carga de mantcotacoes.cbl.
      * agendamentos, geracao de parcelas e aging consultam este
      * calendario para rolar datas para o proximo dia util. dupla
      * custodia: cada feriado proposto fica pendente em
      * alteracoes_pend.dat ate outro supervisor aprovar em
      * aprovaalt.cbl
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-feriados-status.

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
       fd feriados-file.
       copy "feriado.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-feriados-status   pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
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
           05 ws-fer-dia       pic 9(2).
       01 ws-data-feriado-x redefines ws-data-feriado pic x(8).
       77 ws-total-gravados    pic 9(3) value zeros.
      *    imagem depois, no layout de feriado.cpy
       01 ws-feriado-novo.
           05 ws-nova-data     pic x(8).
           05 ws-nova-descricao pic x(30).

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

           display "Carga de feriados bancarios"

           perform identifica-operador

           perform until not ws-continua
               perform carrega-feriado

           end-perform

           display "Carga concluida - " ws-total-gravados
                   " feriado(s) proposto(s) - aguardando aprovacao."

           goback.

           display "Descricao do feriado: "
           accept ws-descricao

           perform propoe-feriado.

       propoe-feriado.

      *    imagem antes: o feriado ja carregado na mesma data
           move spaces to ws-alt-antes
           move "N"    to ws-eof

           open input feriados-file

           if ws-feriados-ok
               perform until ws-eof = "S"
                   read feriados-file
                       at end move "S" to ws-eof
                       not at end
                           if fer-data = ws-data-feriado-x
                               move feriado-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close feriados-file
           else
               if not ws-feriados-nao-existe
                   display "ERRO ao abrir feriados.dat - file status "
                           ws-feriados-status
                   exit paragraph
               end-if
           end-if

           move ws-data-feriado-x to ws-nova-data
           move ws-descricao      to ws-nova-descricao

           move "FER"             to ws-alt-tipo
           move ws-data-feriado-x to ws-alt-chave
           move ws-feriado-novo   to ws-alt-depois

           perform grava-pendente

           if ws-alt-gravada
               add 1 to ws-total-gravados
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
           move "MANTFERIADOS"         to alp-programa
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

       end program mantferiados.
