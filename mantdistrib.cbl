      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao da tabela de distribuicao dos relatorios
      * por agencia (distribuicao.dat) - quais destinatarios de cada
      * agencia recebem o recorte de cada relatorio do lote, gerado
      * toda noite por distribui.cbl. o destinatario e' incluido ou
      * retirado (situacao I) por agencia + relatorio. mesmo estilo
      * de carga de mantassessorias.cbl; dupla custodia: cada
      * inclusao ou retirada fica pendente em alteracoes_pend.dat
      * ate outro supervisor aprovar em aprovaalt.cbl
      ******************************************************************

       identification division.
       program-id. mantdistrib.
       environment division.
       input-output section.
       file-control.

       select distribuicao-file assign to './files/distribuicao.dat'
       organization is sequential
       file status is ws-distribuicao-status.

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
       fd distribuicao-file.
       copy "distribuicao.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-distribuicao-status pic x(2) value spaces.
           88 ws-distribuicao-ok       value "00".
           88 ws-distribuicao-nao-existe value "35".
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

       77 ws-agencia-x         pic x(3) value spaces.
       77 ws-situacao          pic x(1) value space.
           88 ws-situacao-valida   values "A" "I".

      *    relatorios que distribui.cbl sabe recortar por agencia -
      /    mesmos codigos da tabela de regras de la
       77 ws-max-codigos       pic 9(2) value 8.
       77 ws-idx-cod           pic 9(2) value zeros.
       01 ws-codigos-init.
           05 filler pic x(12) value "fechamento".
           05 filler pic x(12) value "atrasos".
           05 filler pic x(12) value "tarifas".
           05 filler pic x(12) value "juros_cheque".
           05 filler pic x(12) value "rendimentos".
           05 filler pic x(12) value "cheque_esp".
           05 filler pic x(12) value "bloqueios".
           05 filler pic x(12) value "extratos".
       01 ws-codigos-tab redefines ws-codigos-init.
           05 ws-codigo occurs 8 times pic x(12).
       77 ws-codigo-ok-flag    pic x value "N".
           88 ws-codigo-ok         value "S".

      *    imagem antes (ultimo registro da chave) e imagem depois,
      /    no layout de distribuicao.cpy
       01 ws-distribuicao-atual.
           05 ws-atu-agencia   pic 9(3).
           05 ws-atu-relatorio pic x(12).
           05 ws-atu-destinatario pic x(30).
           05 ws-atu-situacao  pic x(1).
       01 ws-distribuicao-nova.
           05 ws-nova-agencia  pic 9(3).
           05 ws-nova-relatorio pic x(12).
           05 ws-nova-destinatario pic x(30).
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

           display "Distribuicao de relatorios por agencia"

           perform identifica-operador

           perform until not ws-continua
               perform carrega-distribuicao

               display "Incluir/retirar outro destinatario? (S/N)"
               accept ws-continua-flag
           end-perform

           display "Carga concluida - " ws-total-gravados
                   " alteracao(oes) proposta(s) - aguardando "
                   "aprovacao."

           goback.

       carrega-distribuicao.

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Agencia (3 digitos, 000 = sem agencia): "
               accept ws-agencia-x

               if ws-agencia-x is numeric
                   move ws-agencia-x to ws-nova-agencia
                   move "S" to ws-entrada-ok
               else
                   display "Agencia invalida. Informe 3 digitos."
               end-if
           end-perform

           move "N" to ws-codigo-ok-flag

           perform until ws-codigo-ok
               display "Relatorio (fechamento, atrasos, tarifas, "
                       "juros_cheque, rendimentos, cheque_esp, "
                       "bloqueios, extratos): "
               move spaces to ws-nova-relatorio
               accept ws-nova-relatorio

               perform varying ws-idx-cod from 1 by 1
                       until ws-idx-cod > ws-max-codigos
                   if ws-codigo (ws-idx-cod) = ws-nova-relatorio
                       move "S" to ws-codigo-ok-flag
                   end-if
               end-perform

               if not ws-codigo-ok
                   display "Relatorio desconhecido: "
                           ws-nova-relatorio
               end-if
           end-perform

           move spaces to ws-nova-destinatario

           perform until ws-nova-destinatario not = spaces
               display "Destinatario (nome ou cargo): "
               accept ws-nova-destinatario
           end-perform

           perform busca-distribuicao

           if ws-achou
               display "Cadastro atual: situacao " ws-atu-situacao
           else
               display "Destinatario novo para o relatorio."
           end-if

           move space to ws-situacao

           perform until ws-situacao-valida
               display "Situacao - (A)tivo ou (I)nativo: "
               accept ws-situacao

               if not ws-situacao-valida
                   display "Opcao invalida. Informe A ou I."
               end-if
           end-perform

           move ws-situacao to ws-nova-situacao

           if ws-achou and
              ws-distribuicao-nova = ws-distribuicao-atual
               display "Nada mudou - nenhuma alteracao proposta."
               exit paragraph
           end-if

           if not ws-achou and ws-nova-situacao = "I"
               display "Destinatario nao cadastrado - nada a "
                       "retirar."
               exit paragraph
           end-if

           perform propoe-distribuicao.

      *    imagem antes: o ultimo registro gravado para agencia +
      /    relatorio + destinatario
       busca-distribuicao.

           move "N"    to ws-achou-flag
           move "N"    to ws-eof
           move spaces to ws-distribuicao-atual

           open input distribuicao-file

           if ws-distribuicao-nao-existe
               exit paragraph
           end-if

           if not ws-distribuicao-ok
               display "ERRO ao abrir distribuicao.dat - file status "
                       ws-distribuicao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read distribuicao-file
                   at end move "S" to ws-eof
                   not at end
                       if dis-agencia = ws-nova-agencia and
                          dis-relatorio = ws-nova-relatorio and
                          dis-destinatario = ws-nova-destinatario
                           move distribuicao-reg
                               to ws-distribuicao-atual
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           close distribuicao-file.

       propoe-distribuicao.

           move spaces to ws-alt-antes

           if ws-achou
               move ws-distribuicao-atual to ws-alt-antes
           end-if

           move "DIS"                to ws-alt-tipo
           move spaces               to ws-alt-chave
           string ws-agencia-x "-" ws-nova-relatorio
                  delimited by size into ws-alt-chave
           move ws-distribuicao-nova to ws-alt-depois

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
           move "MANTDISTRIB"          to alp-programa
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

       end program mantdistrib.
