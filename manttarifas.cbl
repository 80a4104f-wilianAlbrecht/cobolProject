      * de contas isentas (isencoes.dat) - e' por aqui que o back
      * office carrega a tarifa de manutencao exigida pela matriz e
      * cadastra as isencoes antes de tarifamensal.cbl debitar as
      * contas no fim do mes. mesmo estilo de menu de mantoper.cbl.
      * dupla custodia: tarifa carregada e isencao incluida ou
      * cancelada ficam pendentes em alteracoes_pend.dat, com as
      * imagens antes/depois, ate outro supervisor aprovar em
      * aprovaalt.cbl
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-isencao-status.

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
       fd tarifas-file.
       fd isencoes-file.
       copy "isencao.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-tarifa-status     pic x(2) value spaces.
           88 ws-tarifa-ok             value "00".
       77 ws-isencao-status    pic x(2) value spaces.
           88 ws-isencao-ok            value "00".
           88 ws-isencao-nao-existe    value "35".
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

       77 ws-opcao             pic x(1) value space.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-total-listados    pic 9(5) value zeros.
      *    imagens depois, nos layouts de tarifa.cpy e isencao.cpy
       01 ws-tarifa-nova.
           05 ws-nova-tipo     pic x(3).
           05 ws-nova-vigencia pic x(8).
           05 ws-nova-valor    pic 9(5)v99.
       01 ws-isencao-nova.
           05 ws-nova-conta    pic 9(5).
           05 ws-nova-situacao pic x(1).
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

           perform identifica-operador

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Listar tarifas"
               display "2 - Propor carga de tarifa"
               display "3 - Listar isencoes"
               display "4 - Propor inclusao de isencao de conta"
               display "5 - Propor cancelamento de isencao de conta"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao
           move spaces to ws-tipo

           perform until ws-tipo not = spaces
               display "Tipo da tarifa (3 letras - MAN, DEV ou TED): "
               accept ws-tipo
           end-perform

               end-if
           end-perform

      *    imagem antes: a tarifa do tipo em vigor na data
           move spaces to ws-alt-antes
           move spaces to ws-vig-anterior
           move "N"    to ws-eof

           open input tarifas-file

           if ws-tarifa-ok
               perform until ws-eof = "S"
                   read tarifas-file
                       at end move "S" to ws-eof
                       not at end
                           if tar-tipo = ws-tipo and
                              tar-data-vigencia <= ws-data-vigencia-x
                              and tar-data-vigencia >= ws-vig-anterior
                               move tar-data-vigencia
                                   to ws-vig-anterior
                               move tarifa-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close tarifas-file
           else
               if not ws-tarifa-nao-existe
                   display "ERRO ao abrir tarifas.dat - file status "
                           ws-tarifa-status
                   exit paragraph
               end-if
           end-if

           move ws-tipo            to ws-nova-tipo
           move ws-data-vigencia-x to ws-nova-vigencia
           move ws-valor           to ws-nova-valor

           move "TAR"              to ws-alt-tipo
           move spaces             to ws-alt-chave
           move ws-tipo            to ws-alt-chave (1:3)
           move ws-data-vigencia-x to ws-alt-chave (5:8)
           move ws-tarifa-nova     to ws-alt-depois

           perform grava-pendente.

       listar-isencoes.

           display "Codigo da conta a isentar: "
           accept ws-conta-id

           perform busca-isencao-vigente

           if ws-achou
               display "A conta " ws-conta-id " ja tem isencao "
                       "vigente."
               exit paragraph
           end-if

           move ws-conta-id to ws-nova-conta
           move "A"         to ws-nova-situacao

           move "ISI"           to ws-alt-tipo
           move ws-conta-id     to ws-alt-chave
           move spaces          to ws-alt-antes
           move ws-isencao-nova to ws-alt-depois

           perform grava-pendente.

       cancelar-isencao.

           display "Codigo da conta com isencao a cancelar: "
           accept ws-conta-id

           perform busca-isencao-vigente

           if not ws-achou
               display "Nenhuma isencao vigente para a conta "
                       ws-conta-id "."
               exit paragraph
           end-if

           move ws-conta-id to ws-nova-conta
           move "C"         to ws-nova-situacao

           move "ISC"           to ws-alt-tipo
           move ws-conta-id     to ws-alt-chave
           move ws-isencao-nova to ws-alt-depois

           perform grava-pendente.

      *    isencao vigente da conta - a imagem antes da proposta
       busca-isencao-vigente.

           move "N"    to ws-achou-flag
           move "N"    to ws-eof
           move spaces to ws-alt-antes

           open input isencoes-file

           if ws-isencao-nao-existe
               exit paragraph
           end-if

                   not at end
                       if ise-conta-id = ws-conta-id and
                          ise-vigente
                           move "S" to ws-achou-flag
                           move isencao-reg to ws-alt-antes
                       end-if
               end-read
           end-perform

           close isencoes-file.

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
           move "MANTTARIFAS"          to alp-programa
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

       end program manttarifas.
