      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao da aliquota do imposto de renda retido
      * na fonte sobre os juros creditados aos clientes
      * (aliquota_ir.dat) - quando a legislacao muda a aliquota, o
      * back office carrega aqui a nova aliquota com data de
      * vigencia, sem mudanca de programa. mesmo estilo de carga de
      * mantrendimento.cbl; a aliquota e' aplicada por
      * rendimentos.cbl, resgateapl.cbl e aplicacoes.cbl no credito
      * dos juros. dupla custodia: a aliquota proposta fica pendente
      * em alteracoes_pend.dat ate outro supervisor aprovar em
      * aprovaalt.cbl
      ******************************************************************

       identification division.
       program-id. mantaliqir.
       environment division.
       input-output section.
       file-control.

       select aliquota-ir-file assign to './files/aliquota_ir.dat'
       organization is sequential
       file status is ws-aliquota-status.

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
       fd aliquota-ir-file.
       copy "aliquotair.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-aliquota-status   pic x(2) value spaces.
           88 ws-aliquota-ok           value "00".
           88 ws-aliquota-nao-existe   value "35".
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
       77 ws-aliquota-x        pic x(4) value spaces.
       77 ws-aliquota          pic v9(4) value zeros.
       01 ws-data-vigencia.
           05 ws-vig-ano       pic 9(4).
           05 ws-vig-mes       pic 9(2).
           05 ws-vig-dia       pic 9(2).
       01 ws-data-vigencia-x redefines ws-data-vigencia pic x(8).
      *    imagem depois, no layout de aliquotair.cpy
       01 ws-aliquota-nova.
           05 ws-nova-vigencia pic x(8).
           05 ws-nova-aliquota pic v9(4).
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

           display "Carga da aliquota de imposto de renda na fonte"

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

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Aliquota do imposto (4 digitos decimais - "
                       "ex.: 1500 = 15%, 0000 = sem retencao): "
               accept ws-aliquota-x

               if ws-aliquota-x is numeric
                   compute ws-aliquota =
                           function numval (ws-aliquota-x) / 10000
                   move "S" to ws-entrada-ok
               else
                   display "Aliquota invalida. Informe somente "
                           "numeros."
               end-if
           end-perform

           perform propoe-aliquota

           goback.

       propoe-aliquota.

      *    imagem antes: a aliquota em vigor na data proposta
           move spaces to ws-alt-antes
           move spaces to ws-vig-anterior
           move "N"    to ws-eof

           open input aliquota-ir-file

           if ws-aliquota-ok
               perform until ws-eof = "S"
                   read aliquota-ir-file
                       at end move "S" to ws-eof
                       not at end
                           if air-data-vigencia <= ws-data-vigencia-x
                              and air-data-vigencia >= ws-vig-anterior
                               move air-data-vigencia
                                   to ws-vig-anterior
                               move aliquota-ir-reg to ws-alt-antes
                           end-if
                   end-read
               end-perform
               close aliquota-ir-file
           else
               if not ws-aliquota-nao-existe
                   display "ERRO ao abrir aliquota_ir.dat - file "
                           "status " ws-aliquota-status
                   exit paragraph
               end-if
           end-if

           move ws-data-vigencia-x to ws-nova-vigencia
           move ws-aliquota        to ws-nova-aliquota

           move "AIR"              to ws-alt-tipo
           move ws-data-vigencia-x to ws-alt-chave
           move ws-aliquota-nova   to ws-alt-depois

           perform grava-pendente.

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
           move "MANTALIQIR"           to alp-programa
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

       end program mantaliqir.
