      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: aprovacao das alteracoes de parametros e cadastros
      * mestres pendentes em alteracoes_pend.dat (dupla custodia) -
      * taxas, tarifas e isencoes, taxa de rendimento, cotacoes,
      * feriados, operadores, assessorias de cobranca, distribuicao
      * de relatorios, indices dos contratos pos-fixados, taxa do
      * cheque especial, aliquota do imposto de renda na fonte,
      * niveis da pdd e taxas da aplicacao a prazo, propostas em
      * manttaxas, manttarifas, mantrendimento, mantcotacoes,
      * mantferiados, mantoper, mantassessorias, mantdistrib,
      * mantindices, mantlimite, mantaliqir, mantpdd e aplicacoes.
      * so supervisor ativo entra; ninguem aprova alteracao que ele
      * mesmo propos, nem alteracao do proprio cadastro de operador.
      * a aprovacao aplica a imagem depois no arquivo de destino; a
      * mudanca de registro existente (isencao cancelada, nivel ou
      * inativacao de operador, nivel da pdd) so e' aplicada se o
      * registro ainda estiver igual a imagem antes - senao a
      * proposta e' rejeitada por estar desatualizada. aprovacoes e
      * rejeicoes ficam na proposta e em alteracoes_aud.log. mesmo
      * estilo de menu de mantcheques.cbl
      ******************************************************************

       identification division.
       program-id. aprovaalt.
       environment division.
       input-output section.
       file-control.

       select pendentes assign to './files/alteracoes_pend.dat'
       organization is sequential
       file status is ws-pendente-status.

       select alteracoes-log assign to './files/alteracoes_aud.log'
       organization is sequential
       file status is ws-altlog-status.

       select taxas-file assign to './files/taxas.dat'
       organization is sequential
       file status is ws-taxas-status.

       select tarifas-file assign to './files/tarifas.dat'
       organization is sequential
       file status is ws-tarifa-status.

       select isencoes-file assign to './files/isencoes.dat'
       organization is sequential
       file status is ws-isencao-status.

       select rendimento-file assign to './files/rendimento.dat'
       organization is sequential
       file status is ws-rendimento-status.

       select cotacoes assign to './files/cotacoes.dat'
       organization is sequential
       file status is ws-cotacao-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select assessorias-file assign to './files/assessorias.dat'
       organization is sequential
       file status is ws-assessoria-status.

       select distribuicao-file assign to './files/distribuicao.dat'
       organization is sequential
       file status is ws-distribuicao-status.

       select indices-file assign to './files/indices.dat'
       organization is sequential
       file status is ws-indice-status.

       select taxa-cheque-file assign to './files/taxa_cheque.dat'
       organization is sequential
       file status is ws-taxa-cheque-status.

       select aliquota-ir-file assign to './files/aliquota_ir.dat'
       organization is sequential
       file status is ws-aliquota-status.

       select taxa-aplic-file assign to './files/taxa_aplicacao.dat'
       organization is sequential
       file status is ws-taxa-aplic-status.

       select niveis-file assign to './files/pdd_niveis.dat'
       organization is sequential
       file status is ws-nivel-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select sistema-file assign to './files/sistema_status.dat'
       organization is sequential
       file status is ws-sistema-status.

       data division.
       file section.
       fd pendentes.
       copy "altpend.cpy".

       fd alteracoes-log.
       copy "altlog.cpy".

       fd taxas-file.
       copy "taxa.cpy".

       fd tarifas-file.
       copy "tarifa.cpy".

       fd isencoes-file.
       copy "isencao.cpy".

       fd rendimento-file.
       copy "rendimento.cpy".

       fd cotacoes.
       copy "cotacao.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd assessorias-file.
       copy "assessoria.cpy".

       fd distribuicao-file.
       copy "distribuicao.cpy".

       fd indices-file.
       copy "indice.cpy".

       fd taxa-cheque-file.
       copy "taxacheque.cpy".

       fd aliquota-ir-file.
       copy "aliquotair.cpy".

       fd taxa-aplic-file.
       copy "taxaaplic.cpy".

       fd niveis-file.
       copy "pddnivel.cpy".

       fd operadores.
       copy "operador.cpy".

       fd sistema-file.
       01 sistema-reg          pic x(1).

       working-storage section.
       77 ws-pendente-status   pic x(2) value spaces.
           88 ws-pendente-ok           value "00".
           88 ws-pendente-nao-existe   value "35".
       77 ws-altlog-status     pic x(2) value spaces.
           88 ws-altlog-ok             value "00".
           88 ws-altlog-nao-existe     value "35".
       77 ws-taxas-status      pic x(2) value spaces.
           88 ws-taxas-ok              value "00".
           88 ws-taxas-nao-existe      value "35".
       77 ws-tarifa-status     pic x(2) value spaces.
           88 ws-tarifa-ok             value "00".
           88 ws-tarifa-nao-existe     value "35".
       77 ws-isencao-status    pic x(2) value spaces.
           88 ws-isencao-ok            value "00".
           88 ws-isencao-nao-existe    value "35".
       77 ws-rendimento-status pic x(2) value spaces.
           88 ws-rendimento-ok         value "00".
           88 ws-rendimento-nao-existe value "35".
       77 ws-cotacao-status    pic x(2) value spaces.
           88 ws-cotacao-ok            value "00".
           88 ws-cotacao-nao-existe    value "35".
       77 ws-feriados-status   pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
       77 ws-assessoria-status pic x(2) value spaces.
           88 ws-assessoria-ok         value "00".
           88 ws-assessoria-nao-existe value "35".
       77 ws-distribuicao-status pic x(2) value spaces.
           88 ws-distribuicao-ok       value "00".
           88 ws-distribuicao-nao-existe value "35".
       77 ws-indice-status     pic x(2) value spaces.
           88 ws-indice-ok             value "00".
           88 ws-indice-nao-existe     value "35".
       77 ws-taxa-cheque-status pic x(2) value spaces.
           88 ws-taxa-cheque-ok        value "00".
           88 ws-taxa-cheque-nao-existe value "35".
       77 ws-aliquota-status   pic x(2) value spaces.
           88 ws-aliquota-ok           value "00".
           88 ws-aliquota-nao-existe   value "35".
       77 ws-taxa-aplic-status pic x(2) value spaces.
           88 ws-taxa-aplic-ok         value "00".
           88 ws-taxa-aplic-nao-existe value "35".
       77 ws-nivel-status      pic x(2) value spaces.
           88 ws-nivel-ok              value "00".
           88 ws-nivel-nao-existe      value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-sistema-status    pic x(2) value spaces.
           88 ws-sistema-ok            value "00".
           88 ws-sistema-nao-existe    value "35".
       77 ws-eof               pic x value "N".

       77 ws-opcao             pic x(1) value space.
           88 ws-opcao-listar          value "1".
           88 ws-opcao-aprovar         value "2".
           88 ws-opcao-rejeitar        value "3".
           88 ws-opcao-sair            value "0".

       77 ws-supervisor-id     pic x(10) value spaces.
       77 ws-supervisor-ok-flag pic x value "N".
           88 ws-supervisor-valido value "S".

       77 ws-numero            pic 9(7) value zeros.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-confirma-flag     pic x value "N".
           88 ws-confirma          value "S" "s".
      *    resultado da aplicacao no arquivo de destino
       77 ws-aplicou-flag      pic x value "N".
           88 ws-aplicou           value "S".
       77 ws-desatualizada-flag pic x value "N".
           88 ws-desatualizada     value "S".
       77 ws-decisao           pic x(1) value space.
       77 ws-motivo            pic x(40) value spaces.
       77 ws-data-corrente     pic x(14) value spaces.
       77 ws-total-listados    pic 9(5) value zeros.

      *    niveis da pdd - mesma tabela padrao de pdd.cbl e mantpdd,
      /    usada quando nao ha pdd_niveis.dat
       77 ws-max-niveis        pic 9(2) value 9.
       77 ws-qtd-niveis        pic 9(2) value 9.
       77 ws-idx-niv           pic 9(2) value zeros.
       77 ws-pos-niv           pic 9(2) value zeros.
       77 ws-nivel-erro-flag   pic x value "N".
           88 ws-nivel-erro        value "S".
       01 ws-niveis-padrao.
           05 filler pic x(12) value "AA0000000000".
           05 filler pic x(12) value "A 0001400050".
           05 filler pic x(12) value "B 0003000100".
           05 filler pic x(12) value "C 0006000300".
           05 filler pic x(12) value "D 0009001000".
           05 filler pic x(12) value "E 0012003000".
           05 filler pic x(12) value "F 0015005000".
           05 filler pic x(12) value "G 0018007000".
           05 filler pic x(12) value "H 9999910000".
       01 ws-niveis-tab.
           05 ws-niv-item occurs 9 times.
               10 ws-niv-codigo    pic x(2).
               10 ws-niv-dias      pic 9(5).
               10 ws-niv-pct       pic 9v9(4).

       procedure division.

           perform verifica-sistema-aberto

           perform identifica-supervisor

           perform until ws-opcao-sair

               display "----------------------------------------"
               display "1 - Listar alteracoes pendentes"
               display "2 - Aprovar alteracao"
               display "3 - Rejeitar alteracao"
               display "0 - Sair"
               display "----------------------------------------"
               accept ws-opcao

               evaluate true
                   when ws-opcao-listar
                       perform listar-pendentes
                   when ws-opcao-aprovar
                       perform aprovar-alteracao
                   when ws-opcao-rejeitar
                       perform rejeitar-alteracao
                   when ws-opcao-sair
                       continue
                   when other
                       display "Opcao invalida: " ws-opcao
               end-evaluate

           end-perform

           goback.

       verifica-sistema-aberto.

           open input sistema-file

           if ws-sistema-nao-existe
               exit paragraph
           end-if

           if not ws-sistema-ok
               display "ERRO ao ler sistema_status.dat - file "
                       "status " ws-sistema-status
               exit paragraph
           end-if

           read sistema-file

           if sistema-reg = "F"
               display "SISTEMA FECHADO - o lote noturno esta em "
                       "execucao (sistema_status.dat)."
               close sistema-file
               goback
           end-if

           close sistema-file.

       identifica-supervisor.

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

           perform until ws-supervisor-valido
               display "Matricula do supervisor: "
               accept ws-supervisor-id

               move ws-supervisor-id to ope-matricula

               read operadores
                   invalid key
                       display "Matricula desconhecida - informe "
                               "uma matricula cadastrada."
                   not invalid key
                       if ope-esta-ativo and ope-nivel-supervisor
                           move "S" to ws-supervisor-ok-flag
                           display "Supervisor: " ope-nome
                       else
                           display "Matricula sem nivel de "
                                   "supervisor ativo - acesso negado."
                       end-if
               end-read
           end-perform

           close operadores.

       listar-pendentes.

           move zeros to ws-total-listados
           move "N"   to ws-eof

           open input pendentes

           if ws-pendente-nao-existe
               display "Nao ha alteracoes_pend.dat - nenhuma "
                       "alteracao pendente."
               exit paragraph
           end-if

           if not ws-pendente-ok
               display "ERRO ao abrir alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pendentes
                   at end move "S" to ws-eof
                   not at end
                       if alp-pendente
                           add 1 to ws-total-listados
                           display "alteracao: "  alp-numero
                                   " tipo: "      alp-tipo
                                   " chave: "     alp-chave
                                   " proposta por: " alp-proponente
                                   " em: "        alp-data-proposta
                       end-if
               end-read
           end-perform

           close pendentes

           display "Total de alteracoes pendentes: " ws-total-listados.

       busca-alteracao.

           move "N" to ws-achou-flag
           move "N" to ws-eof

           open input pendentes

           if ws-pendente-nao-existe
               exit paragraph
           end-if

           if not ws-pendente-ok
               display "ERRO ao abrir alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-achou
               read pendentes
                   at end move "S" to ws-eof
                   not at end
                       if alp-numero = ws-numero
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           close pendentes.

      *    a alteracao escolhida, se ainda pendente e se o supervisor
      /    pode decidir sobre ela
       escolhe-alteracao.

           display "Numero da alteracao: "
           accept ws-numero

           perform busca-alteracao

           if not ws-achou
               display "Alteracao " ws-numero " nao encontrada."
               exit paragraph
           end-if

           if not alp-pendente
               display "Alteracao " ws-numero " ja foi decidida ("
                       alp-situacao ") - nada a fazer."
               move "N" to ws-achou-flag
               exit paragraph
           end-if

           if alp-proponente = ws-supervisor-id
               display "Alteracao proposta por voce - a decisao "
                       "cabe a outro supervisor."
               move "N" to ws-achou-flag
               exit paragraph
           end-if

           if alp-eh-operador and
              alp-chave (1:10) = ws-supervisor-id
               display "Alteracao do seu proprio cadastro de "
                       "operador - a decisao cabe a outro "
                       "supervisor."
               move "N" to ws-achou-flag
               exit paragraph
           end-if

           display "alteracao: "    alp-numero
                   " tipo: "        alp-tipo
                   " programa: "    alp-programa
           display "chave: "        alp-chave
                   " proposta por: " alp-proponente
                   " em: "          alp-data-proposta
           display "antes:  "       alp-antes
           display "depois: "       alp-depois.

       aprovar-alteracao.

           perform escolhe-alteracao

           if not ws-achou
               exit paragraph
           end-if

           move "N" to ws-confirma-flag
           display "Confirma a aprovacao e aplicacao? (S/N)"
           accept ws-confirma-flag

           if not ws-confirma
               display "Aprovacao cancelada - nada foi alterado."
               exit paragraph
           end-if

           move "N" to ws-aplicou-flag
           move "N" to ws-desatualizada-flag

           evaluate true
               when alp-eh-taxa
                   perform aplica-taxa
               when alp-eh-tarifa
                   perform aplica-tarifa
               when alp-eh-isencao-inclui
                   perform aplica-isencao-inclui
               when alp-eh-isencao-cancela
                   perform aplica-isencao-cancela
               when alp-eh-rendimento
                   perform aplica-rendimento
               when alp-eh-cotacao
                   perform aplica-cotacao
               when alp-eh-feriado
                   perform aplica-feriado
               when alp-eh-assessoria
                   perform aplica-assessoria
               when alp-eh-distribuicao
                   perform aplica-distribuicao
               when alp-eh-indice
                   perform aplica-indice
               when alp-eh-taxa-cheque
                   perform aplica-taxa-cheque
               when alp-eh-aliquota-ir
                   perform aplica-aliquota-ir
               when alp-eh-taxa-aplicacao
                   perform aplica-taxa-aplicacao
               when alp-eh-nivel-pdd
                   perform aplica-nivel-pdd
               when alp-eh-operador-inclui
                   perform aplica-operador-inclui
               when alp-eh-operador
                   perform aplica-operador-altera
               when other
                   display "Tipo de alteracao desconhecido: "
                           alp-tipo
           end-evaluate

           if ws-aplicou
               move "A"    to ws-decisao
               move spaces to ws-motivo
               perform grava-decisao
               display "Alteracao " ws-numero " aprovada e "
                       "aplicada."
               exit paragraph
           end-if

           if ws-desatualizada
               move "R" to ws-decisao
               move "REGISTRO MUDOU DESDE A PROPOSTA" to ws-motivo
               perform grava-decisao
               display "O registro mudou desde a proposta - "
                       "alteracao " ws-numero " rejeitada; proponha "
                       "de novo."
           end-if.

       rejeitar-alteracao.

           perform escolhe-alteracao

           if not ws-achou
               exit paragraph
           end-if

           move spaces to ws-motivo

           perform until ws-motivo not = spaces
               display "Motivo da rejeicao: "
               accept ws-motivo
           end-perform

           move "R" to ws-decisao
           perform grava-decisao

           display "Alteracao " ws-numero " rejeitada.".

      *    decisao gravada na proposta e na trilha
       grava-decisao.

           move function current-date to ws-data-corrente
           move "N" to ws-achou-flag
           move "N" to ws-eof

           open i-o pendentes

           if not ws-pendente-ok
               display "ERRO ao abrir alteracoes_pend.dat - file "
                       "status " ws-pendente-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-achou
               read pendentes
                   at end move "S" to ws-eof
                   not at end
                       if alp-numero = ws-numero and alp-pendente
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close pendentes
               display "Alteracao " ws-numero " nao esta mais "
                       "pendente."
               exit paragraph
           end-if

           move ws-decisao             to alp-situacao
           move ws-supervisor-id       to alp-aprovador
           move ws-data-corrente (1:8) to alp-data-decisao
           move ws-data-corrente (9:6) to alp-hora-decisao
           move ws-motivo              to alp-motivo

           rewrite altpend-reg

           if not ws-pendente-ok
               display "ERRO ao atualizar alteracoes_pend.dat - file "
                       "status " ws-pendente-status
           end-if

           close pendentes

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
           move ws-decisao             to alg-evento
           move ws-supervisor-id       to alg-matricula
           move ws-data-corrente (1:8) to alg-data
           move ws-data-corrente (9:6) to alg-hora
           move ws-motivo              to alg-motivo

           write altlog-reg

           close alteracoes-log.

      *    tabelas por data de vigencia e feriados: a imagem depois
      /    e' um registro novo no fim do arquivo
       aplica-taxa.

           open extend taxas-file

           if ws-taxas-nao-existe
               open output taxas-file
           end-if

           if not ws-taxas-ok
               display "ERRO ao abrir taxas.dat - file status "
                       ws-taxas-status
               exit paragraph
           end-if

           move alp-depois to taxa-reg

           write taxa-reg

           if ws-taxas-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar taxas.dat - file status "
                       ws-taxas-status
           end-if

           close taxas-file.

       aplica-tarifa.

           open extend tarifas-file

           if ws-tarifa-nao-existe
               open output tarifas-file
           end-if

           if not ws-tarifa-ok
               display "ERRO ao abrir tarifas.dat - file status "
                       ws-tarifa-status
               exit paragraph
           end-if

           move alp-depois to tarifa-reg

           write tarifa-reg

           if ws-tarifa-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar tarifas.dat - file status "
                       ws-tarifa-status
           end-if

           close tarifas-file.

       aplica-isencao-inclui.

           open extend isencoes-file

           if ws-isencao-nao-existe
               open output isencoes-file
           end-if

           if not ws-isencao-ok
               display "ERRO ao abrir isencoes.dat - file status "
                       ws-isencao-status
               exit paragraph
           end-if

           move alp-depois to isencao-reg

           write isencao-reg

           if ws-isencao-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar isencoes.dat - file status "
                       ws-isencao-status
           end-if

           close isencoes-file.

      *    cancelamento: a isencao vigente da imagem antes passa para
      /    a imagem depois (status C)
       aplica-isencao-cancela.

           move "N" to ws-eof

           open i-o isencoes-file

           if ws-isencao-nao-existe
               move "S" to ws-desatualizada-flag
               exit paragraph
           end-if

           if not ws-isencao-ok
               display "ERRO ao abrir isencoes.dat - file status "
                       ws-isencao-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or ws-aplicou
               read isencoes-file
                   at end move "S" to ws-eof
                   not at end
                       if isencao-reg = alp-antes (1:6)
                           move alp-depois to isencao-reg
                           rewrite isencao-reg
                           if ws-isencao-ok
                               move "S" to ws-aplicou-flag
                           else
                               display "ERRO ao cancelar isencao - "
                                       "file status "
                                       ws-isencao-status
                               move "E" to ws-aplicou-flag
                               move "S" to ws-eof
                           end-if
                       end-if
               end-read
           end-perform

           close isencoes-file

      *    isencao da imagem antes ja nao esta vigente
           if ws-aplicou-flag = "N"
               move "S" to ws-desatualizada-flag
           end-if.

       aplica-rendimento.

           open extend rendimento-file

           if ws-rendimento-nao-existe
               open output rendimento-file
           end-if

           if not ws-rendimento-ok
               display "ERRO ao abrir rendimento.dat - file status "
                       ws-rendimento-status
               exit paragraph
           end-if

           move alp-depois to rendimento-reg

           write rendimento-reg

           if ws-rendimento-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar rendimento.dat - file status "
                       ws-rendimento-status
           end-if

           close rendimento-file.

       aplica-cotacao.

           open extend cotacoes

           if ws-cotacao-nao-existe
               open output cotacoes
           end-if

           if not ws-cotacao-ok
               display "ERRO ao abrir cotacoes.dat - file status "
                       ws-cotacao-status
               exit paragraph
           end-if

           move alp-depois to cotacao-reg

           write cotacao-reg

           if ws-cotacao-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar cotacoes.dat - file status "
                       ws-cotacao-status
           end-if

           close cotacoes.

       aplica-feriado.

           open extend feriados-file

           if ws-feriados-nao-existe
               open output feriados-file
           end-if

           if not ws-feriados-ok
               display "ERRO ao abrir feriados.dat - file status "
                       ws-feriados-status
               exit paragraph
           end-if

           move alp-depois to feriado-reg

           write feriado-reg

           if ws-feriados-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar feriados.dat - file status "
                       ws-feriados-status
           end-if

           close feriados-file.

      *    assessorias: vale o ultimo registro de cada codigo, a
      /    imagem depois entra no fim do arquivo
       aplica-assessoria.

           open extend assessorias-file

           if ws-assessoria-nao-existe
               open output assessorias-file
           end-if

           if not ws-assessoria-ok
               display "ERRO ao abrir assessorias.dat - file status "
                       ws-assessoria-status
               exit paragraph
           end-if

           move alp-depois to assessoria-reg

           write assessoria-reg

           if ws-assessoria-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar assessorias.dat - file status "
                       ws-assessoria-status
           end-if

           close assessorias-file.

      *    distribuicao: vale o ultimo registro de cada agencia +
      /    relatorio + destinatario, como nas assessorias
       aplica-distribuicao.

           open extend distribuicao-file

           if ws-distribuicao-nao-existe
               open output distribuicao-file
           end-if

           if not ws-distribuicao-ok
               display "ERRO ao abrir distribuicao.dat - file status "
                       ws-distribuicao-status
               exit paragraph
           end-if

           move alp-depois to distribuicao-reg

           write distribuicao-reg

           if ws-distribuicao-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar distribuicao.dat - file "
                       "status " ws-distribuicao-status
           end-if

           close distribuicao-file.

      *    indice: vale o ultimo registro de cada indice + vigencia,
      /    como nas cotacoes
       aplica-indice.

           open extend indices-file

           if ws-indice-nao-existe
               open output indices-file
           end-if

           if not ws-indice-ok
               display "ERRO ao abrir indices.dat - file status "
                       ws-indice-status
               exit paragraph
           end-if

           move alp-depois to indice-reg

           write indice-reg

           if ws-indice-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar indices.dat - file status "
                       ws-indice-status
           end-if

           close indices-file.

       aplica-taxa-cheque.

           open extend taxa-cheque-file

           if ws-taxa-cheque-nao-existe
               open output taxa-cheque-file
           end-if

           if not ws-taxa-cheque-ok
               display "ERRO ao abrir taxa_cheque.dat - file status "
                       ws-taxa-cheque-status
               exit paragraph
           end-if

           move alp-depois to taxa-cheque-reg

           write taxa-cheque-reg

           if ws-taxa-cheque-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar taxa_cheque.dat - file status "
                       ws-taxa-cheque-status
           end-if

           close taxa-cheque-file.

       aplica-aliquota-ir.

           open extend aliquota-ir-file

           if ws-aliquota-nao-existe
               open output aliquota-ir-file
           end-if

           if not ws-aliquota-ok
               display "ERRO ao abrir aliquota_ir.dat - file status "
                       ws-aliquota-status
               exit paragraph
           end-if

           move alp-depois to aliquota-ir-reg

           write aliquota-ir-reg

           if ws-aliquota-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar aliquota_ir.dat - file status "
                       ws-aliquota-status
           end-if

           close aliquota-ir-file.

       aplica-taxa-aplicacao.

           open extend taxa-aplic-file

           if ws-taxa-aplic-nao-existe
               open output taxa-aplic-file
           end-if

           if not ws-taxa-aplic-ok
               display "ERRO ao abrir taxa_aplicacao.dat - file "
                       "status " ws-taxa-aplic-status
               exit paragraph
           end-if

           move alp-depois to taxa-aplic-reg

           write taxa-aplic-reg

           if ws-taxa-aplic-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar taxa_aplicacao.dat - file "
                       "status " ws-taxa-aplic-status
           end-if

           close taxa-aplic-file.

      *    niveis da pdd: a tabela e' um registro por nivel e so
      /    faz sentido inteira - o nivel muda na tabela em vigor (o
      /    arquivo ou, sem ele, a tabela padrao) e o arquivo e'
      /    regravado. a proposta so vale se o nivel ainda estiver igual
      /    a imagem antes e o novo limite de dias continuar entre os
      /    dos niveis vizinhos
       aplica-nivel-pdd.

           perform carrega-niveis-pdd

           if ws-nivel-erro
               exit paragraph
           end-if

           move zeros to ws-pos-niv

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               if ws-niv-codigo (ws-idx-niv) = alp-chave (1:2)
                   move ws-idx-niv to ws-pos-niv
               end-if
           end-perform

           if ws-pos-niv = zeros
               move "S" to ws-desatualizada-flag
               exit paragraph
           end-if

           if ws-niv-item (ws-pos-niv) not = alp-antes (1:12)
               move "S" to ws-desatualizada-flag
               exit paragraph
           end-if

           move alp-depois (1:12) to ws-niv-item (ws-pos-niv)

           if ws-pos-niv > 1
               if ws-niv-dias (ws-pos-niv) <=
                  ws-niv-dias (ws-pos-niv - 1)
                   move "S" to ws-desatualizada-flag
                   exit paragraph
               end-if
           end-if

           if ws-pos-niv < ws-qtd-niveis
               if ws-niv-dias (ws-pos-niv) >=
                  ws-niv-dias (ws-pos-niv + 1)
                   move "S" to ws-desatualizada-flag
                   exit paragraph
               end-if
           end-if

           open output niveis-file

           if not ws-nivel-ok
               display "ERRO ao abrir pdd_niveis.dat - file status "
                       ws-nivel-status
               exit paragraph
           end-if

           perform varying ws-idx-niv from 1 by 1
                   until ws-idx-niv > ws-qtd-niveis
               move ws-niv-item (ws-idx-niv) to pdd-nivel-reg
               write pdd-nivel-reg
           end-perform

           if ws-nivel-ok
               move "S" to ws-aplicou-flag
           else
               display "ERRO ao gravar pdd_niveis.dat - file status "
                       ws-nivel-status
           end-if

           close niveis-file.

      *    mesma carga de mantpdd e pdd: o arquivo por cima da
      /    tabela padrao
       carrega-niveis-pdd.

           move "N"               to ws-nivel-erro-flag
           move "N"               to ws-eof
           move ws-niveis-padrao  to ws-niveis-tab
           move ws-max-niveis     to ws-qtd-niveis

           open input niveis-file

           if ws-nivel-nao-existe
               exit paragraph
           end-if

           if not ws-nivel-ok
               display "ERRO ao abrir pdd_niveis.dat - file status "
                       ws-nivel-status
               move "S" to ws-nivel-erro-flag
               exit paragraph
           end-if

           move zeros to ws-qtd-niveis

           perform until ws-eof = "S"
               read niveis-file
                   at end move "S" to ws-eof
                   not at end
                       if ws-qtd-niveis < ws-max-niveis
                           add 1 to ws-qtd-niveis
                           move pdd-nivel-reg to
                               ws-niv-item (ws-qtd-niveis)
                       end-if
               end-read
           end-perform

           close niveis-file

           if ws-qtd-niveis = zeros
               move ws-max-niveis to ws-qtd-niveis
           end-if.

       aplica-operador-inclui.

           open i-o operadores

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               exit paragraph
           end-if

           move alp-depois to operador-reg

           write operador-reg
               invalid key
                   display "Ja existe operador com matricula "
                           ope-matricula "."
                   move "S" to ws-desatualizada-flag
               not invalid key
                   move "S" to ws-aplicou-flag
           end-write

           close operadores.

      *    nivel ou inativacao: so se o cadastro ainda estiver igual
      /    a imagem antes
       aplica-operador-altera.

           open i-o operadores

           if not ws-operador-ok
               display "ERRO ao abrir operadores.dat - file status "
                       ws-operador-status
               exit paragraph
           end-if

           move alp-chave (1:10) to ope-matricula

           read operadores
               invalid key
                   move "S" to ws-desatualizada-flag
               not invalid key
                   if operador-reg not = alp-antes (1:45)
                       move "S" to ws-desatualizada-flag
                   else
                       move alp-depois to operador-reg
                       rewrite operador-reg
                           invalid key
                               display "ERRO ao alterar operador - "
                                       "file status "
                                       ws-operador-status
                           not invalid key
                               move "S" to ws-aplicou-flag
                       end-rewrite
                   end-if
           end-read

           close operadores.

       end program aprovaalt.
