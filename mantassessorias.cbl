      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao do cadastro de assessorias de cobranca
      * terceirizada (assessorias.dat) e das regras de encaminhamento
      * de cada uma - faixa de atraso dos devedores que ela recebe,
      * prazo do encaminhamento, percentual de comissao e quantidade
      * maxima de devedores. encaminha.cbl aplica estas regras todo
      * dia. mesmo estilo de carga de mantferiados.cbl; dupla
      * custodia: cada inclusao ou alteracao fica pendente em
      * alteracoes_pend.dat ate outro supervisor aprovar em
      * aprovaalt.cbl
      ******************************************************************

       identification division.
       program-id. mantassessorias.
       environment division.
       input-output section.
       file-control.

       select assessorias-file assign to './files/assessorias.dat'
       organization is sequential
       file status is ws-assessoria-status.

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
       fd assessorias-file.
       copy "assessoria.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-assessoria-status pic x(2) value spaces.
           88 ws-assessoria-ok         value "00".
           88 ws-assessoria-nao-existe value "35".
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
       77 ws-total-gravados    pic 9(3) value zeros.

      *    campos digitados - valores sem ponto decimal, como nos
      /    demais programas de carga
       77 ws-codigo-x          pic x(3) value spaces.
       77 ws-numero-x          pic x(3) value spaces.
       77 ws-comissao-x        pic x(4) value spaces.
       77 ws-comissao-edit     pic z9.99.
       77 ws-situacao          pic x(1) value space.
           88 ws-situacao-valida   values "A" "I".

      *    imagem antes (ultimo registro do codigo) e imagem depois,
      /    no layout de assessoria.cpy
       01 ws-assessoria-atual.
           05 ws-atu-codigo    pic 9(3).
           05 ws-atu-nome      pic x(20).
           05 ws-atu-atraso-min pic 9(3).
           05 ws-atu-atraso-max pic 9(3).
           05 ws-atu-prazo     pic 9(3).
           05 ws-atu-comissao  pic 9(2)v99.
           05 ws-atu-max-devedores pic 9(3).
           05 ws-atu-situacao  pic x(1).
       01 ws-assessoria-nova.
           05 ws-nova-codigo   pic 9(3).
           05 ws-nova-nome     pic x(20).
           05 ws-nova-atraso-min pic 9(3).
           05 ws-nova-atraso-max pic 9(3).
           05 ws-nova-prazo    pic 9(3).
           05 ws-nova-comissao pic 9(2)v99.
           05 ws-nova-max-devedores pic 9(3).
           05 ws-nova-situacao pic x(1).
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".

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

           display "Cadastro de assessorias de cobranca"

           perform identifica-operador

           perform until not ws-continua
               perform carrega-assessoria

               display "Incluir/alterar outra assessoria? (S/N)"
               accept ws-continua-flag
           end-perform

           display "Carga concluida - " ws-total-gravados
                   " assessoria(s) proposta(s) - aguardando "
                   "aprovacao."

           goback.

       carrega-assessoria.

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Codigo da assessoria (3 digitos): "
               accept ws-codigo-x

               if ws-codigo-x is numeric and ws-codigo-x not = "000"
                   move "S" to ws-entrada-ok
               else
                   display "Codigo invalido. Informe de 001 a 999."
               end-if
           end-perform

           move ws-codigo-x to ws-nova-codigo

           perform busca-assessoria

           if ws-achou
               move ws-atu-comissao to ws-comissao-edit
               display "Cadastro atual: " ws-atu-nome
                       " atraso " ws-atu-atraso-min
                       " a " ws-atu-atraso-max " dias, prazo "
                       ws-atu-prazo " dias, comissao "
                       ws-comissao-edit "%, maximo "
                       ws-atu-max-devedores " devedores, situacao "
                       ws-atu-situacao
           else
               display "Assessoria nova."
           end-if

           move spaces to ws-nova-nome

           perform until ws-nova-nome not = spaces
               display "Nome da assessoria: "
               accept ws-nova-nome
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Atraso minimo em dias para encaminhar: "
               accept ws-numero-x

               if ws-numero-x is numeric and ws-numero-x not = "000"
                   move ws-numero-x to ws-nova-atraso-min
                   move "S" to ws-entrada-ok
               else
                   display "Informe de 001 a 999 dias."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Atraso maximo em dias (999 = sem limite): "
               accept ws-numero-x

               if ws-numero-x is numeric and
                  ws-numero-x not < ws-nova-atraso-min
                   move ws-numero-x to ws-nova-atraso-max
                   move "S" to ws-entrada-ok
               else
                   display "Informe 3 digitos, nao menor que o "
                           "atraso minimo."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Prazo do encaminhamento em dias: "
               accept ws-numero-x

               if ws-numero-x is numeric and ws-numero-x not = "000"
                   move ws-numero-x to ws-nova-prazo
                   move "S" to ws-entrada-ok
               else
                   display "Informe de 001 a 999 dias."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Comissao em % sem virgula (ex: 1250 = "
                       "12,50%): "
               accept ws-comissao-x

               if ws-comissao-x is numeric and
                  ws-comissao-x not = "0000"
                   compute ws-nova-comissao =
                           function numval (ws-comissao-x) / 100
                   move "S" to ws-entrada-ok
               else
                   display "Comissao invalida. Informe 4 digitos."
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Maximo de devedores ao mesmo tempo: "
               accept ws-numero-x

               if ws-numero-x is numeric and ws-numero-x not = "000"
                   move ws-numero-x to ws-nova-max-devedores
                   move "S" to ws-entrada-ok
               else
                   display "Informe de 001 a 999 devedores."
               end-if
           end-perform

           move space to ws-situacao

           perform until ws-situacao-valida
               display "Situacao - (A)tiva ou (I)nativa: "
               accept ws-situacao

               if not ws-situacao-valida
                   display "Opcao invalida. Informe A ou I."
               end-if
           end-perform

           move ws-situacao to ws-nova-situacao

           if ws-achou and ws-assessoria-nova = ws-assessoria-atual
               display "Nada mudou - nenhuma alteracao proposta."
               exit paragraph
           end-if

           perform propoe-assessoria.

      *    imagem antes: o ultimo registro gravado para o codigo
       busca-assessoria.

           move "N"    to ws-achou-flag
           move "N"    to ws-eof
           move spaces to ws-assessoria-atual

           open input assessorias-file

           if ws-assessoria-nao-existe
               exit paragraph
           end-if

           if not ws-assessoria-ok
               display "ERRO ao abrir assessorias.dat - file status "
                       ws-assessoria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read assessorias-file
                   at end move "S" to ws-eof
                   not at end
                       if ass-codigo = ws-nova-codigo
                           move assessoria-reg to ws-assessoria-atual
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           close assessorias-file.

       propoe-assessoria.

           move spaces to ws-alt-antes

           if ws-achou
               move ws-assessoria-atual to ws-alt-antes
           end-if

           move "ASS"               to ws-alt-tipo
           move ws-codigo-x         to ws-alt-chave
           move ws-assessoria-nova  to ws-alt-depois

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
           move "MANTASSESSOR"         to alp-programa
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

       end program mantassessorias.
