      * um operador pela matricula, no mesmo estilo de manutencao.cbl.
      * ferramenta de retaguarda: e' por aqui que se carrega o
      * primeiro operador antes de variaveis2/manutencao exigirem a
      * identificacao na entrada. dupla custodia: inclusao, mudanca
      * de nivel e inativacao ficam pendentes em alteracoes_pend.dat,
      * com as imagens antes/depois, ate outro supervisor aprovar em
      * aprovaalt.cbl. enquanto operadores.dat nao tiver dois
      * operadores ativos, um deles supervisor, ninguem poderia
      * aprovar: e' a carga inicial, gravada direto e registrada em
      * alteracoes_pend.dat como aplicada
      ******************************************************************
       identification division.
       program-id. mantoper.
       organization is sequential
       file status is ws-sistema-status.

       select pendentes assign to './files/alteracoes_pend.dat'
       organization is sequential
       file status is ws-pendente-status.

       select alteracoes-log assign to './files/alteracoes_aud.log'
       organization is sequential
       file status is ws-altlog-status.

       data division.
       file section.
       fd operadores.
       fd sistema-file.
       01 sistema-reg           pic x(1).

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       working-storage section.
       77 ws-operador-status    pic x(2) value spaces.
           88 ws-operador-ok            value "00".
           88 ws-operador-eof           value "10".
           88 ws-operador-nao-encontrou value "23".
           88 ws-operador-nao-existe    value "35".
       77 ws-pendente-status   pic x(2) value spaces.
           88 ws-pendente-ok           value "00".
           88 ws-pendente-nao-existe   value "35".
       77 ws-altlog-status     pic x(2) value spaces.
           88 ws-altlog-ok             value "00".
           88 ws-altlog-nao-existe     value "35".
       77 ws-eof                pic x value "N".

       77 ws-opcao              pic x(1) value space.
       77 ws-novo-nivel         pic 9(1) value zeros.
       77 ws-nova-agencia       pic 9(3) value zeros.
       77 ws-total-registros    pic 9(5) value zeros.
      *    imagem do operador no layout de operador.cpy
       01 ws-operador-novo.
           05 ws-novo-matricula pic x(10).
           05 ws-novo-nome      pic x(30).
           05 ws-novo-nivel-reg pic 9(1).
           05 ws-novo-ativo     pic x(1).
           05 ws-novo-agencia   pic 9(3).
       77 ws-carga-inicial-flag pic x value "N".
           88 ws-carga-inicial      value "S".
       77 ws-qtd-ativos         pic 9(5) value zeros.
       77 ws-qtd-supervisores   pic 9(5) value zeros.
       77 ws-achou-flag         pic x value "N".
           88 ws-achou              value "S".

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

           perform verifica-carga-inicial

           if ws-carga-inicial
               display "CARGA INICIAL - operadores.dat sem dois "
                       "operadores ativos e um supervisor: as "
                       "alteracoes sao gravadas direto."
           else
               perform identifica-operador
           end-if

           perform until ws-opcao-sair

               display "----------------------------------------"

           display "Total de operadores: " ws-total-registros.

      *    carga inicial enquanto nao ha quem aprove: menos de dois
      /    operadores ativos ou nenhum supervisor ativo
       verifica-carga-inicial.

           move "N"   to ws-carga-inicial-flag
           move zeros to ws-qtd-ativos
           move zeros to ws-qtd-supervisores
           move "N"   to ws-eof

           open input operadores

           if ws-operador-nao-existe
               move "S" to ws-carga-inicial-flag
               exit paragraph
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               goback
           end-if

           perform until ws-eof = "S"
               read operadores next record
                   at end move "S" to ws-eof
                   not at end
                       if ope-esta-ativo
                           add 1 to ws-qtd-ativos
                           if ope-nivel-supervisor
                               add 1 to ws-qtd-supervisores
                           end-if
                       end-if
               end-read
           end-perform

           close operadores

           if ws-qtd-ativos < 2 or ws-qtd-supervisores < 1
               move "S" to ws-carga-inicial-flag
           end-if.

       incluir-operador.

           move spaces to ws-operador-novo

           perform until ws-novo-matricula not = spaces
               display "Matricula do operador: "
               accept ws-novo-matricula
           end-perform

           display "Nome do operador: "
           accept ws-novo-nome

           move zeros to ws-novo-nivel
           perform until ws-novo-nivel >= 1 and ws-novo-nivel <= 3
               display "Nivel (1-operador, 2-supervisor, "
                       "3-gerente): "
               accept ws-novo-nivel

               if ws-novo-nivel < 1 or ws-novo-nivel > 3
                   display "Nivel invalido. Informe 1, 2 ou 3."
               end-if
           end-perform
           move ws-novo-nivel to ws-novo-nivel-reg

           move zeros to ws-nova-agencia
           perform until ws-nova-agencia > zeros
               display "Agencia do operador (ex.: 001): "
               accept ws-nova-agencia

               if ws-nova-agencia = zeros
                   display "Informe uma agencia maior que zero."
               end-if
           end-perform
           move ws-nova-agencia to ws-novo-agencia

           move "A" to ws-novo-ativo

           move "OPI"             to ws-alt-tipo
           move ws-novo-matricula to ws-alt-chave
           move spaces            to ws-alt-antes
           move ws-operador-novo  to ws-alt-depois

           if ws-carga-inicial
               perform inclui-direto
               exit paragraph
           end-if

           move "N" to ws-achou-flag

           open input operadores

           if ws-operador-ok
               move ws-novo-matricula to ope-matricula
               read operadores
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-achou-flag
               end-read
               close operadores
           end-if

           if ws-achou
               display "ERRO: ja existe operador com matricula "
                       ws-novo-matricula " - nada foi proposto."
               exit paragraph
           end-if

           perform grava-pendente.

       inclui-direto.

           open i-o operadores

           if ws-operador-nao-existe
               open output operadores
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat para inclusao - "
                       "file status " ws-operador-status
               exit paragraph
           end-if

           move ws-operador-novo to operador-reg

           write operador-reg
               invalid key
                   display "ERRO: ja existe operador com "
                           "matricula " ope-matricula
                           " - informe outra matricula."
               not invalid key
                   display "Operador incluido com sucesso."
                   perform grava-pendente
           end-write

           close operadores.

           accept ws-busca-matricula

           move zeros to ws-novo-nivel
           perform until ws-novo-nivel >= 1 and ws-novo-nivel <= 3
               display "Novo nivel (1-operador, 2-supervisor, "
                       "3-gerente): "
               accept ws-novo-nivel

               if ws-novo-nivel < 1 or ws-novo-nivel > 3
                   display "Nivel invalido. Informe 1, 2 ou 3."
               end-if
           end-perform

           move "OPN" to ws-alt-tipo
           perform altera-registro.

       inativar-operador.

           display "Matricula do operador a inativar: "
           accept ws-busca-matricula

           move "OPA" to ws-alt-tipo
           perform altera-registro.

      *    mudanca de nivel ou inativacao: imagem antes do registro
      /    atual e depois com a mudanca - gravada direto na carga
      /    inicial, proposta nos demais casos
       altera-registro.

           if ws-carga-inicial
               open i-o operadores
           else
               open input operadores
           end-if

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
               invalid key
                   display "Matricula nao encontrada - nada foi "
                           "alterado."
                   close operadores
                   exit paragraph
           end-read

           move ws-busca-matricula to ws-alt-chave
           move operador-reg       to ws-alt-antes

           if ws-alt-tipo = "OPN"
               move ws-novo-nivel to ope-nivel
           else
               move "I" to ope-ativo
           end-if

           move operador-reg to ws-alt-depois

           if not ws-carga-inicial
               close operadores
               perform grava-pendente
               exit paragraph
           end-if

           rewrite operador-reg
               invalid key
                   display "ERRO ao alterar operador - "
                           "file status " ws-operador-status
               not invalid key
                   display "Operador alterado com sucesso."
                   perform grava-pendente
           end-rewrite

           close operadores.


           close sistema-file.


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
           move "MANTOPER"             to alp-programa
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

           if ws-carga-inicial
               move "A"                    to alp-situacao
               move ws-data-corrente (1:8) to alp-data-decisao
               move ws-data-corrente (9:6) to alp-hora-decisao
               move "CARGA INICIAL SEM APROVADOR" to alp-motivo
           end-if

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

           if not ws-carga-inicial
               display "Alteracao " ws-prox-alteracao " registrada "
                       "- aguardando aprovacao de outro supervisor "
                       "(aprovaalt)."
           end-if.

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

           if ws-carga-inicial
               move "C"        to alg-evento
               move alp-motivo to alg-motivo
           end-if

           write altlog-reg

           close alteracoes-log.

       end program mantoper.
