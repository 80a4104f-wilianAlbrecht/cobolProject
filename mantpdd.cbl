      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: manutencao da tabela de niveis de risco da pdd
      * (pdd_niveis.dat) - o contador ajusta aqui o maior atraso em
      * dias e o percentual de provisao de cada nivel, de AA a H,
      * sem mudanca de programa. sem o arquivo a manutencao parte da
      * tabela padrao da resolucao, a mesma que o lote pdd.cbl usa.
      * dupla custodia: a alteracao do nivel fica pendente em
      * alteracoes_pend.dat ate outro supervisor aprovar em
      * aprovaalt.cbl, que regrava a tabela em pdd_niveis.dat
      ******************************************************************

       identification division.
       program-id. mantpdd.
       environment division.
       input-output section.
       file-control.

       select niveis-file assign to './files/pdd_niveis.dat'
       organization is sequential
       file status is ws-nivel-status.

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
       fd niveis-file.
       copy "pddnivel.cpy".

       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd operadores.
       copy "operador.cpy".

       working-storage section.
       77 ws-nivel-status      pic x(2) value spaces.
           88 ws-nivel-ok              value "00".
           88 ws-nivel-nao-existe      value "35".
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
           88 ws-opcao-listar          value "1".
           88 ws-opcao-alterar         value "2".
           88 ws-opcao-sair            value "0".

       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-nivel             pic x(2) value spaces.
       77 ws-dias-x            pic x(5) value spaces.
       77 ws-dias              pic 9(5) value zeros.
       77 ws-pct-x             pic x(5) value spaces.
       77 ws-pct               pic 9v9(4) value zeros.

      *    mesma tabela padrao de pdd.cbl: nivel, maior atraso em dias
      /    do nivel e percentual de provisao
       77 ws-max-niveis        pic 9(2) value 9.
       77 ws-qtd-niveis        pic 9(2) value 9.
       77 ws-idx-niv           pic 9(2) value zeros.
       77 ws-pos-niv           pic 9(2) value zeros.
       01 ws-niveis-init.
           05 filler pic x(12) value "AA0000000000".
           05 filler pic x(12) value "A 0001400050".
           05 filler pic x(12) value "B 0003000100".
           05 filler pic x(12) value "C 0006000300".
           05 filler pic x(12) value "D 0009001000".
           05 filler pic x(12) value "E 0012003000".
           05 filler pic x(12) value "F 0015005000".
           05 filler pic x(12) value "G 0018007000".
           05 filler pic x(12) value "H 9999910000".
       01 ws-niveis-tab redefines ws-niveis-init.
           05 ws-niv-item occurs 9 times.
               10 ws-niv-codigo    pic x(2).
               10 ws-niv-dias      pic 9(5).
               10 ws-niv-pct       pic 9v9(4).
      *    imagem depois, no layout de pddnivel.cpy
       01 ws-nivel-novo.
           05 ws-novo-codigo   pic x(2).
           05 ws-novo-dias     pic 9(5).
           05 ws-novo-pct      pic 9v9(4).

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

           perform carrega-niveis

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Listar niveis de risco"
               display "2 - Alterar nivel"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-listar
                       perform listar-niveis
                   when ws-opcao-alterar
                       perform alterar-nivel
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate

           end-perform

           goback.

       carrega-niveis.

           move "N" to ws-eof

           open input niveis-file

           if ws-nivel-nao-existe
               display "Nao ha pdd_niveis.dat - partindo da tabela "
                       "padrao."
               exit paragraph
           end-if

           if not ws-nivel-ok
               display "ERRO ao abrir pdd_niveis.dat - file status "
                       ws-nivel-status
               display "Partindo da tabela padrao."
               exit paragraph
           end-if

           move zeros to ws-qtd-niveis

           perform until ws-eof = "S"
               read niveis-file
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-niveis < ws-max-niveis
                           add 1 to ws-qtd-niveis
                           move pdn-nivel to
                               ws-niv-codigo (ws-qtd-niveis)
                           move pdn-dias-ate to
                               ws-niv-dias (ws-qtd-niveis)
                           move pdn-percentual to
                               ws-niv-pct (ws-qtd-niveis)
                       else
                           display "AVISO: pdd_niveis.dat tem mais de "
                                   ws-max-niveis
                                   " niveis - excedente ignorado."
                       end-if
               end-read
           end-perform

           close niveis-file

           if ws-qtd-niveis = zeros
               move ws-max-niveis to ws-qtd-niveis
           end-if.

       listar-niveis.

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               display "nivel: "         ws-niv-codigo (ws-idx-niv)
                       " atraso ate: "   ws-niv-dias (ws-idx-niv)
                       " dias - perc.: " ws-niv-pct (ws-idx-niv)
           end-perform.

      *    o limite de dias tem de ficar entre o do nivel anterior e
      /    o do seguinte, para a classificacao continuar em ordem. a
      /    tabela em memoria nao muda: o nivel so passa a valer quando
      /    aprovaalt aplicar a alteracao pendente
       alterar-nivel.

           display "Nivel a alterar (AA, A a H): "
           accept ws-nivel

           move zeros to ws-pos-niv

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               if ws-niv-codigo (ws-idx-niv) = ws-nivel
                   move ws-idx-niv to ws-pos-niv
               end-if
           end-perform

           if ws-pos-niv = zeros
               display "Nivel " ws-nivel " nao existe na tabela."
               exit paragraph
           end-if

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Maior atraso do nivel em dias (5 digitos, "
                       "vazio = " ws-niv-dias (ws-pos-niv) "): "
               accept ws-dias-x

               if ws-dias-x = spaces
                   move ws-niv-dias (ws-pos-niv) to ws-dias
                   move "S" to ws-entrada-ok
               else
                   if ws-dias-x is numeric
                       move ws-dias-x to ws-dias
                       move "S" to ws-entrada-ok
                   else
                       display "Dias invalidos. Informe somente "
                               "numeros."
                   end-if
               end-if

               if ws-entrada-valida and ws-pos-niv > 1
                   if ws-dias <= ws-niv-dias (ws-pos-niv - 1)
                       display "O limite tem de passar o do nivel "
                               ws-niv-codigo (ws-pos-niv - 1) " ("
                               ws-niv-dias (ws-pos-niv - 1) ")."
                       move "N" to ws-entrada-ok
                   end-if
               end-if

               if ws-entrada-valida and ws-pos-niv < ws-qtd-niveis
                   if ws-dias >= ws-niv-dias (ws-pos-niv + 1)
                       display "O limite tem de ficar abaixo do nivel "
                               ws-niv-codigo (ws-pos-niv + 1) " ("
                               ws-niv-dias (ws-pos-niv + 1) ")."
                       move "N" to ws-entrada-ok
                   end-if
               end-if
           end-perform

           move "N" to ws-entrada-ok

           perform until ws-entrada-valida
               display "Percentual de provisao (5 digitos, 4 "
                       "decimais - ex.: 00300 = 3%, 10000 = 100%): "
               accept ws-pct-x

               if ws-pct-x is numeric
                   compute ws-pct = function numval (ws-pct-x) / 10000
                   if ws-pct > 1
                       display "Percentual acima de 100%."
                   else
                       move "S" to ws-entrada-ok
                   end-if
               else
                   display "Percentual invalido. Informe somente "
                           "numeros."
               end-if
           end-perform

      *    imagem antes: o nivel como esta na tabela em vigor
           move spaces                    to ws-alt-antes
           move ws-niv-item (ws-pos-niv)  to ws-alt-antes

           move ws-niv-codigo (ws-pos-niv) to ws-novo-codigo
           move ws-dias                    to ws-novo-dias
           move ws-pct                     to ws-novo-pct

           move "PDN"         to ws-alt-tipo
           move ws-nivel      to ws-alt-chave
           move ws-nivel-novo to ws-alt-depois

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
           move "MANTPDD"              to alp-programa
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

       end program mantpdd.
