      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: credito de folha de pagamento a partir do arquivo
      * da empresa (folha_pagamento.txt), em vez de cada salario
      * virar um deposito digitado no caixa. layout: header com a
      * conta da empresa, a referencia do lote da empresa e a data,
      * um detalhe por funcionario (conta, matricula na empresa e
      * valor liquido) e trailer com a quantidade e o total. o
      * arquivo inteiro e' recusado quando foge do layout, quando o
      * trailer nao confere, quando a mesma referencia da empresa ja
      * foi creditada (folhas.dat), quando a conta da empresa nao
      * pode ser movimentada ou quando o disponivel dela (saldo mais
      * limite, ou so o saldo livre de bloqueio judicial, como na
      * tarifa) nao cobre o total aceito. as contas (da empresa e
      * dos funcionarios) sao numeros de contas.dat e o cadastro e'
      * o do titular em titulares.dat. detalhe de conta inexistente,
      * sem titular, com titular inativo ou encerrada e' rejeitado e
      * o valor fica na conta da empresa. a empresa e' debitada uma
      * vez pelo total creditado e cada funcionario creditado, tudo
      * em transacoes.log e movimentos.dat com a marca S. o retorno
      * para a empresa (folha_retorno.txt, mesmo layout de header,
      * detalhe e trailer, com a situacao e o motivo de cada linha)
      * e o comprovante impresso (comprovante_folha.txt) listam o
      * que foi creditado e o que foi rejeitado
      ******************************************************************

       identification division.
       program-id. folha.
       environment division.
       input-output section.
       file-control.

       select folha-file assign to './files/folha_pagamento.txt'
       organization is line sequential
       file status is ws-folha-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       select saldo-file assign to './files/saldo.dat'
       organization is sequential
       file status is ws-saldo-status.

       select transacoes-file assign to './files/transacoes.log'
       organization is sequential
       file status is ws-transacao-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select folhas-ctrl assign to './files/folhas.dat'
       organization is sequential
       file status is ws-folhactrl-status.

       select retorno-file assign to './files/folha_retorno.txt'
       organization is line sequential
       file status is ws-retorno-status.

       select rel-comprovante
              assign to './files/comprovante_folha.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd folha-file.
       01 folha-reg.
           03 fol-tipo             pic x(1).
               88 fol-eh-header        value "H".
               88 fol-eh-detalhe       value "D".
               88 fol-eh-trailer       value "T".
           03 fol-dados            pic x(79).
       01 folha-header.
           03 filler               pic x(1).
           03 folh-empresa         pic 9(5).
           03 folh-referencia      pic x(10).
           03 folh-data            pic x(8).
           03 filler               pic x(56).
       01 folha-detalhe.
           03 filler               pic x(1).
           03 fold-conta           pic 9(5).
           03 fold-matricula       pic x(10).
           03 fold-valor           pic 9(5)v99.
           03 filler               pic x(57).
       01 folha-trailer.
           03 filler               pic x(1).
           03 folt-qtd             pic 9(5).
           03 folt-total           pic 9(9)v99.
           03 filler               pic x(63).

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd titulares.
       copy "titular.cpy".

       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd folhas-ctrl.
       copy "folhactrl.cpy".

       fd retorno-file.
       01 retorno-reg          pic x(80).

       fd rel-comprovante.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-folha-status      pic x(2) value spaces.
           88 ws-folha-ok              value "00".
           88 ws-folha-nao-existe      value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof-titular       pic x value "N".
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-folhactrl-status  pic x(2) value spaces.
           88 ws-folhactrl-ok          value "00".
           88 ws-folhactrl-nao-existe  value "35".
       77 ws-retorno-status    pic x(2) value spaces.
           88 ws-retorno-ok            value "00".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-pessoa-aberto-flag pic x value "N".
           88 ws-pessoa-aberto     value "S".
       77 ws-contas-aberto-flag pic x value "N".
           88 ws-contas-aberto     value "S".
       77 ws-mov-gravado-flag  pic x value "N".
           88 ws-mov-gravado       value "S".

       77 ws-hoje              pic x(8) value spaces.

      *    header e trailer do arquivo da empresa
       77 ws-empresa           pic 9(5) value zeros.
       77 ws-empresa-nome      pic x(10) value spaces.
       77 ws-referencia        pic x(10) value spaces.
       77 ws-data-folha        pic x(8) value spaces.
       77 ws-trl-qtd-lido      pic 9(5) value zeros.
       77 ws-trl-total-lido    pic 9(9)v99 value zeros.
       77 ws-qtd-headers       pic 9(3) value zeros.
       77 ws-qtd-trailers      pic 9(3) value zeros.
       77 ws-soma-detalhes     pic 9(9)v99 value zeros.

      *    motivo da recusa do arquivo inteiro (zeros = folha aceita)
      /    e de cada detalhe rejeitado - descritos em descreve-motivo
       77 ws-motivo-folha      pic 9(2) value zeros.
       77 ws-motivo            pic 9(2) value zeros.
       77 ws-motivo-texto      pic x(40) value spaces.

      *    detalhes da folha na ordem do arquivo, com a situacao de
      /    cada um: C creditado, R rejeitado
       77 ws-max-funcionarios  pic 9(3) value 200.
       77 ws-qtd-funcionarios  pic 9(3) value zeros.
       77 ws-idx-fun           pic 9(3) value zeros.
       01 ws-fun-tab.
           03 ws-fun-item occurs 200 times.
               05 ws-fun-conta     pic 9(5).
               05 ws-fun-matricula pic x(10).
               05 ws-fun-valor     pic 9(5)v99.
               05 ws-fun-situacao  pic x(1).
               05 ws-fun-motivo    pic 9(2).
               05 ws-fun-nome      pic x(10).

       77 ws-qtd-creditos      pic 9(5) value zeros.
       77 ws-vlr-creditado     pic 9(9)v99 value zeros.
       77 ws-qtd-rejeitados    pic 9(5) value zeros.
       77 ws-vlr-rejeitado     pic 9(9)v99 value zeros.
       77 ws-novo-saldo        pic s9(7)v99 value zeros.
      *    conta pesquisada em titulares.dat e o titular achado
      /    (zeros = conta sem titular)
       77 ws-conta-busca       pic 9(5) value zeros.
       77 ws-titular-busca     pic 9(5) value zeros.
       77 ws-limite-saldo      pic 9(5)v99 value 99999.99.
       77 ws-saldo-empresa     pic s9(5)v99 value zeros.

      *    ordens judiciais ativas somadas por conta - o saldo que
      /    cobre a ordem nao paga a folha, como na tarifa
       77 ws-max-bloqueios     pic 9(3) value 50.
       77 ws-qtd-bloqueios     pic 9(3) value zeros.
       77 ws-idx-blq           pic 9(3) value zeros.
       01 ws-blq-tab.
           03 ws-blq-item occurs 50 times.
               05 ws-blq-conta pic 9(5).
               05 ws-blq-valor pic 9(7)v99.
       77 ws-blq-achou-flag    pic x value "N".
           88 ws-blq-achou         value "S".
       77 ws-bloqueado-conta   pic 9(7)v99 value zeros.
       77 ws-capturado-conta   pic 9(7)v99 value zeros.
       77 ws-disponivel-conta  pic s9(8)v99 value zeros.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-saldo-corrente    pic s9(9)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
           05 ws-dia-transacao         pic x(2).
           05 ws-mes-transacao         pic x(2).
           05 ws-ano-transacao         pic x(4).
           05 ws-hora-transacao        pic x(2).
           05 ws-minuto-transacao      pic x(2).
           05 ws-segundo-transacao     pic x(2).

      *    retorno para a empresa: header, um detalhe por linha da
      /    folha e trailer com o creditado e o rejeitado
       01 ws-ret-header.
           05 filler          pic x(1) value "H".
           05 ws-rth-empresa  pic 9(5).
           05 ws-rth-referencia pic x(10).
           05 ws-rth-data     pic x(8).
           05 ws-rth-situacao pic x(1).
           05 ws-rth-motivo   pic 9(2).

       01 ws-ret-detalhe.
           05 filler          pic x(1) value "D".
           05 ws-rtd-conta    pic 9(5).
           05 ws-rtd-matricula pic x(10).
           05 ws-rtd-valor    pic 9(5)v99.
           05 ws-rtd-situacao pic x(1).
           05 ws-rtd-motivo   pic 9(2).

       01 ws-ret-trailer.
           05 filler          pic x(1) value "T".
           05 ws-rtt-qtd-cred pic 9(5).
           05 ws-rtt-vlr-cred pic 9(9)v99.
           05 ws-rtt-qtd-rej  pic 9(5).
           05 ws-rtt-vlr-rej  pic 9(9)v99.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "COMPROVANTE DE CREDITO DE FOLHA - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(10) value "EMPRESA: ".
           05 ws-cab-empresa  pic zzzz9.
           05 filler          pic x(1)  value space.
           05 ws-cab-nome     pic x(10).
           05 filler          pic x(14) value "  REFERENCIA: ".
           05 ws-cab-referencia pic x(10).
           05 filler          pic x(8)  value "  DATA: ".
           05 ws-cab-data-folha pic x(8).

       01 ws-cab-3.
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(12) value "NOME".
           05 filler          pic x(12) value "MATRICULA".
           05 filler          pic x(12) value "VALOR".
           05 filler          pic x(12) value "SITUACAO".
           05 filler          pic x(40) value "MOTIVO".

       01 ws-det-linha.
           05 ws-dtl-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-dtl-nome     pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-dtl-matricula pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-dtl-valor    pic zzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-dtl-situacao pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-dtl-motivo   pic x(40).

       01 ws-recusa-linha.
           05 filler          pic x(31) value
              "FOLHA RECUSADA - NADA CREDITADO".
           05 filler          pic x(3)  value " - ".
           05 ws-rcl-motivo   pic x(40).

       01 ws-total-linha-1.
           05 filler          pic x(24) value "CREDITADOS: ".
           05 ws-tot-qtd-cred pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-cred pic zzzzzzzz9.99.

       01 ws-total-linha-2.
           05 filler          pic x(24) value "REJEITADOS: ".
           05 ws-tot-qtd-rej  pic zzzz9.
           05 filler          pic x(10) value "  valor: ".
           05 ws-tot-vlr-rej  pic zzzzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(24) value
              "SALDO DA EMPRESA APOS: ".
           05 ws-tot-saldo    pic -zzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           open input folha-file

           if ws-folha-nao-existe
               display "Nao ha folha_pagamento.txt - nada a "
                       "processar."
               goback
           end-if

           if not ws-folha-ok
               display "ERRO ao abrir folha_pagamento.txt - file "
                       "status " ws-folha-status
               goback
           end-if

           perform le-folha

           close folha-file

           if ws-motivo-folha = zeros
               perform verifica-referencia
           end-if

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberto-flag
           else
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               display "Folha nao processada - sem cadastro."
               goback
           end-if

           open i-o contas-file

           if ws-conta-ok
               move "S" to ws-contas-aberto-flag
           else
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               display "Folha nao processada - sem contas."
               close pessoa
               goback
           end-if

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               display "Folha nao processada - sem titulares."
               close pessoa contas-file
               goback
           end-if

           if ws-motivo-folha = zeros
               perform verifica-empresa
           end-if

           if ws-motivo-folha = zeros
               perform valida-funcionarios
           end-if

           if ws-motivo-folha = zeros
               perform carrega-bloqueios
               perform verifica-saldo-empresa
           end-if

           perform grava-folhactrl

           if ws-motivo-folha = zeros and ws-qtd-creditos > zeros
               perform le-saldo-atual
               perform monta-data-transacao
               perform credita-folha
           end-if

           close pessoa contas-file titulares

           perform grava-retorno

           perform imprime-comprovante

           if ws-motivo-folha = zeros
               display "Folha da empresa " ws-empresa " ref "
                       ws-referencia ": " ws-qtd-creditos
                       " credito(s) " ws-vlr-creditado ", "
                       ws-qtd-rejeitados " rejeitado(s) "
                       ws-vlr-rejeitado "."
           else
               move ws-motivo-folha to ws-motivo
               perform descreve-motivo
               display "Folha da empresa " ws-empresa " ref "
                       ws-referencia " recusada: " ws-motivo-texto
           end-if

           goback.

      *    guarda os detalhes e confere o layout: um header no
      /    comeco, um trailer no fim e so detalhes entre eles
       le-folha.

           move "N" to ws-eof

           perform until ws-eof = "S"
               read folha-file
                   at end move "S" to ws-eof
                   not at end
                       perform guarda-registro-folha
               end-read
           end-perform

           if ws-qtd-headers not = 1 or ws-qtd-trailers not = 1
               if ws-motivo-folha = zeros
                   move 11 to ws-motivo-folha
               end-if
           end-if

           if ws-motivo-folha = zeros
               if ws-trl-qtd-lido not = ws-qtd-funcionarios or
                  ws-trl-total-lido not = ws-soma-detalhes
                   move 12 to ws-motivo-folha
               end-if
           end-if.

       guarda-registro-folha.

           evaluate true
               when fol-eh-header
                   add 1 to ws-qtd-headers
                   if ws-qtd-headers > 1 or ws-qtd-funcionarios > 0
                      or folh-empresa is not numeric
                       move 11 to ws-motivo-folha
                   else
                       move folh-empresa    to ws-empresa
                       move folh-referencia to ws-referencia
                       move folh-data       to ws-data-folha
                   end-if
               when fol-eh-detalhe
                   if ws-qtd-headers not = 1 or ws-qtd-trailers > 0
                       move 11 to ws-motivo-folha
                   end-if
                   perform guarda-detalhe
               when fol-eh-trailer
                   add 1 to ws-qtd-trailers
                   if folt-qtd is numeric and folt-total is numeric
                       move folt-qtd   to ws-trl-qtd-lido
                       move folt-total to ws-trl-total-lido
                   else
                       move 11 to ws-motivo-folha
                   end-if
               when other
                   move 11 to ws-motivo-folha
           end-evaluate.

       guarda-detalhe.

           if ws-qtd-funcionarios >= ws-max-funcionarios
               display "ERRO: folha com mais de " ws-max-funcionarios
                       " funcionarios."
               move 17 to ws-motivo-folha
               exit paragraph
           end-if

           add 1 to ws-qtd-funcionarios
           move ws-qtd-funcionarios to ws-idx-fun
           move fold-matricula to ws-fun-matricula (ws-idx-fun)
           move "C"            to ws-fun-situacao (ws-idx-fun)
           move zeros          to ws-fun-motivo (ws-idx-fun)
           move spaces         to ws-fun-nome (ws-idx-fun)

           if fold-conta is numeric
               move fold-conta to ws-fun-conta (ws-idx-fun)
           else
               move zeros to ws-fun-conta (ws-idx-fun)
           end-if

           if fold-valor is numeric
               move fold-valor to ws-fun-valor (ws-idx-fun)
               add fold-valor to ws-soma-detalhes
           else
               move zeros to ws-fun-valor (ws-idx-fun)
               move "R"   to ws-fun-situacao (ws-idx-fun)
               move 04    to ws-fun-motivo (ws-idx-fun)
           end-if.

      *    a mesma referencia da empresa so e' creditada uma vez
       verifica-referencia.

           move "N" to ws-eof

           open input folhas-ctrl

           if ws-folhactrl-nao-existe
               exit paragraph
           end-if

           if not ws-folhactrl-ok
               display "ERRO ao abrir folhas.dat - file status "
                       ws-folhactrl-status
               move 13 to ws-motivo-folha
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read folhas-ctrl
                   at end move "S" to ws-eof
                   not at end
                       if fct-empresa = ws-empresa and
                          fct-referencia = ws-referencia and
                          fct-processada
                           move 13 to ws-motivo-folha
                       end-if
               end-read
           end-perform

           close folhas-ctrl.

       verifica-empresa.

           move ws-empresa to conta-id

           read contas-file
               invalid key
                   move 14 to ws-motivo-folha
                   exit paragraph
           end-read

           if conta-encerrada
               move 14 to ws-motivo-folha
               exit paragraph
           end-if

           move ws-empresa to ws-conta-busca
           perform busca-titular-conta

           if ws-titular-busca = zeros
               move 14 to ws-motivo-folha
               exit paragraph
           end-if

           move ws-titular-busca to pessoa-id

           read pessoa
               invalid key
                   move 14 to ws-motivo-folha
                   exit paragraph
           end-read

           move pessoa-nome to ws-empresa-nome

           if pessoa-reg-inativa
               move 14 to ws-motivo-folha
           end-if.

      *    cada detalhe contra o cadastro e a conta - o rejeitado fica
      /    na conta da empresa
       valida-funcionarios.

           perform varying ws-idx-fun from 1 by 1
                   until ws-idx-fun > ws-qtd-funcionarios
               if ws-fun-situacao (ws-idx-fun) = "C"
                   perform valida-funcionario
               end-if
               if ws-fun-situacao (ws-idx-fun) = "C"
                   add 1 to ws-qtd-creditos
                   add ws-fun-valor (ws-idx-fun) to ws-vlr-creditado
               else
                   add 1 to ws-qtd-rejeitados
                   add ws-fun-valor (ws-idx-fun) to ws-vlr-rejeitado
               end-if
           end-perform.

       valida-funcionario.

           move zeros to ws-motivo

           evaluate true
               when ws-fun-valor (ws-idx-fun) = zeros
                   move 04 to ws-motivo
               when ws-fun-conta (ws-idx-fun) = ws-empresa
                   move 05 to ws-motivo
               when other
                   perform confere-conta-funcionario
           end-evaluate

           if ws-motivo not = zeros
               move "R"       to ws-fun-situacao (ws-idx-fun)
               move ws-motivo to ws-fun-motivo (ws-idx-fun)
           end-if.

      *    a conta tem de existir em contas.dat - folha nao abre
      /    conta - e o cadastro conferido e' o do titular dela
       confere-conta-funcionario.

           move ws-fun-conta (ws-idx-fun) to conta-id

           read contas-file
               invalid key
                   move 07 to ws-motivo
                   exit paragraph
           end-read

           if conta-encerrada
               move 03 to ws-motivo
               exit paragraph
           end-if

           move ws-fun-conta (ws-idx-fun) to ws-conta-busca
           perform busca-titular-conta

           if ws-titular-busca = zeros
               move 01 to ws-motivo
               exit paragraph
           end-if

           move ws-titular-busca to pessoa-id

           read pessoa
               invalid key
                   move 01 to ws-motivo
                   exit paragraph
           end-read

           move pessoa-nome to ws-fun-nome (ws-idx-fun)

           if pessoa-reg-inativa
               move 02 to ws-motivo
               exit paragraph
           end-if

           compute ws-novo-saldo =
                   conta-saldo + ws-fun-valor (ws-idx-fun)

           if ws-novo-saldo > ws-limite-saldo
               move 06 to ws-motivo
           end-if.

      *    titular (T) de ws-conta-busca pela chave conta + pessoa
       busca-titular-conta.

           move zeros to ws-titular-busca
           move "N"   to ws-eof-titular

           move ws-conta-busca to tit-conta-id
           move zeros          to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-conta-id not = ws-conta-busca
                           move "S" to ws-eof-titular
                       else
                           if tit-eh-titular
                               move tit-pessoa-id to ws-titular-busca
                               move "S" to ws-eof-titular
                           end-if
                       end-if
               end-read
           end-perform.

       verifica-saldo-empresa.

           if ws-vlr-creditado > ws-limite-saldo
               move 16 to ws-motivo-folha
               exit paragraph
           end-if

           move ws-empresa to conta-id

           read contas-file
               invalid key
                   move 14 to ws-motivo-folha
                   exit paragraph
           end-read

           perform calcula-disponivel

           if ws-disponivel-conta < ws-vlr-creditado
               move 15 to ws-motivo-folha
           end-if.

       carrega-bloqueios.

           move "N" to ws-eof

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read bloqueios-file
                   at end move "S" to ws-eof
                   not at end
                       if blq-ativo
                           perform acumula-bloqueio
                       end-if
               end-read
           end-perform

           close bloqueios-file.

       acumula-bloqueio.

           move "N" to ws-blq-achou-flag

           perform varying ws-idx-blq from 1 by 1
                   until ws-idx-blq > ws-qtd-bloqueios
                      or ws-blq-achou
               if ws-blq-conta (ws-idx-blq) = blq-conta-id
                   move "S" to ws-blq-achou-flag
                   add blq-valor to ws-blq-valor (ws-idx-blq)
               end-if
           end-perform

           if ws-blq-achou
               exit paragraph
           end-if

           if ws-qtd-bloqueios < ws-max-bloqueios
               add 1 to ws-qtd-bloqueios
               move blq-conta-id to ws-blq-conta (ws-qtd-bloqueios)
               move blq-valor    to ws-blq-valor (ws-qtd-bloqueios)
           else
               display "AVISO: bloqueios.dat tem mais de "
                       ws-max-bloqueios " contas bloqueadas - "
                       "excedente ignorado."
           end-if.

      *    com saldo capturado por ordem judicial o disponivel e' so
      /    o saldo que excede o capturado, sem o limite - mesma regra
      /    do caixa
       calcula-disponivel.

           move zeros to ws-bloqueado-conta
           move zeros to ws-capturado-conta

           perform varying ws-idx-blq from 1 by 1
                   until ws-idx-blq > ws-qtd-bloqueios
               if ws-blq-conta (ws-idx-blq) = conta-id
                   move ws-blq-valor (ws-idx-blq) to ws-bloqueado-conta
               end-if
           end-perform

           if ws-bloqueado-conta > zeros and conta-saldo > zeros
               if conta-saldo < ws-bloqueado-conta
                   move conta-saldo        to ws-capturado-conta
               else
                   move ws-bloqueado-conta to ws-capturado-conta
               end-if
           end-if

           if ws-capturado-conta > zeros
               compute ws-disponivel-conta =
                       conta-saldo - ws-capturado-conta
           else
               compute ws-disponivel-conta =
                       conta-saldo + conta-limite
           end-if.

      *    o controle e' gravado antes dos creditos: se o lote cair
      /    no meio, a referencia ja consta como processada e a folha
      /    nao credita de novo - a conferencia e' feita pelo log
       grava-folhactrl.

           open extend folhas-ctrl

           if ws-folhactrl-nao-existe
               open output folhas-ctrl
           end-if

           if not ws-folhactrl-ok
               display "ERRO ao gravar folhas.dat - file status "
                       ws-folhactrl-status
               if ws-motivo-folha = zeros
                   move 13 to ws-motivo-folha
               end-if
               exit paragraph
           end-if

           move ws-empresa      to fct-empresa
           move ws-referencia   to fct-referencia
           move ws-hoje         to fct-data-processo
           move ws-motivo-folha to fct-motivo

           if ws-motivo-folha = zeros
               move "P"               to fct-situacao
               move ws-qtd-creditos   to fct-qtd-creditos
               move ws-vlr-creditado  to fct-vlr-creditado
               move ws-qtd-rejeitados to fct-qtd-rejeitados
               move ws-vlr-rejeitado  to fct-vlr-rejeitado
           else
               move "R"   to fct-situacao
               move zeros to fct-qtd-creditos
               move zeros to fct-vlr-creditado
               move ws-qtd-funcionarios to fct-qtd-rejeitados
               move ws-soma-detalhes    to fct-vlr-rejeitado
           end-if

           write folhactrl-reg

           if not ws-folhactrl-ok
               display "ERRO ao gravar folhas.dat - file status "
                       ws-folhactrl-status
               if ws-motivo-folha = zeros
                   move 13 to ws-motivo-folha
               end-if
           end-if

           close folhas-ctrl.

      *    um debito na empresa pelo total creditado e um credito por
      /    funcionario aceito - o saldo da casa volta ao inicial no
      /    ultimo credito
       credita-folha.

           move ws-empresa to conta-id

           read contas-file
               invalid key
                   display "ERRO: conta da empresa " ws-empresa
                           " sumiu de contas.dat - folha nao "
                           "creditada."
                   move 8 to return-code
                   exit paragraph
           end-read

           subtract ws-vlr-creditado from conta-saldo
           move conta-saldo to ws-saldo-empresa

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao debitar a empresa " ws-empresa
                       " - file status " ws-conta-status
               move 8 to return-code
               exit paragraph
           end-if

           move "2"              to trans-opcao
           move ws-vlr-creditado to trans-valor
           compute ws-saldo-corrente =
                   ws-saldo-total - ws-vlr-creditado
           move ws-saldo-corrente to trans-saldo-result
           move ws-empresa       to trans-conta-id
           move conta-agencia    to trans-agencia
           perform grava-log-folha

           perform varying ws-idx-fun from 1 by 1
                   until ws-idx-fun > ws-qtd-funcionarios
               if ws-fun-situacao (ws-idx-fun) = "C"
                   perform credita-funcionario
               end-if
           end-perform.

       credita-funcionario.

           move ws-fun-conta (ws-idx-fun) to conta-id

           read contas-file
               invalid key
                   display "ERRO: conta " ws-fun-conta (ws-idx-fun)
                           " sumiu de contas.dat - credito nao "
                           "feito."
                   move 8 to return-code
                   exit paragraph
               not invalid key
                   add ws-fun-valor (ws-idx-fun) to conta-saldo
                   rewrite conta-reg
           end-read

           if not ws-conta-ok
               display "ERRO ao creditar a conta "
                       ws-fun-conta (ws-idx-fun) " - file status "
                       ws-conta-status
               move 8 to return-code
           end-if

           add ws-fun-valor (ws-idx-fun) to ws-saldo-corrente

           move "1"                       to trans-opcao
           move ws-fun-valor (ws-idx-fun) to trans-valor
           move ws-saldo-corrente         to trans-saldo-result
           move ws-fun-conta (ws-idx-fun) to trans-conta-id
           move conta-agencia             to trans-agencia
           perform grava-log-folha.

       grava-log-folha.

           open extend transacoes-file

           if ws-transacao-nao-existe
               open output transacoes-file
           end-if

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
               exit paragraph
           end-if

           move ws-data-trasacao to trans-data
           move "BRL"            to trans-moeda
           move trans-valor      to trans-valor-original
           move "S"              to trans-estorno
           move ws-data-trasacao to trans-estorno-ref

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           close transacoes-file

           perform grava-movimento.

       le-saldo-atual.

           open input saldo-file

           if ws-saldo-ok
               read saldo-file
               move saldo-reg to ws-saldo-total
               close saldo-file
           else
               if not ws-saldo-nao-existe
                   display "ERRO ao ler saldo.dat - file status "
                           ws-saldo-status
               end-if
           end-if.

      *    espelha a transacao recem montada no arquivo indexado de
      /    movimento - mov-seq desempata gravacoes no mesmo segundo
      /    e a data vai na ordem AAAAMMDD ordenavel da chave
       grava-movimento.

           open i-o movimentos

           if ws-movimento-nao-existe
               open output movimentos
               close movimentos
               open i-o movimentos
           end-if

           if not ws-movimento-ok
               display "ERRO ao abrir movimentos.dat - file status "
                       ws-movimento-status
               display "O movimento indexado nao foi gravado - "
                       "reconstrua com carregamov."
               exit paragraph
           end-if

           move trans-conta-id to mov-conta-id
           move trans-ano      to mov-data (1:4)
           move trans-mes      to mov-data (5:2)
           move trans-dia      to mov-data (7:2)
           move trans-hora     to mov-data (9:2)
           move trans-minuto   to mov-data (11:2)
           move trans-segundo  to mov-data (13:2)
           move zeros          to mov-seq
           move mov-data       to mov-data-mov
           move trans-opcao    to mov-opcao
           move trans-valor    to mov-valor
           move trans-saldo-result   to mov-saldo-result
           move trans-moeda          to mov-moeda
           move trans-valor-original to mov-valor-original
           move trans-estorno        to mov-marca
           move trans-estorno-ref    to mov-ref
           move trans-agencia        to mov-agencia

           move "N" to ws-mov-gravado-flag

           perform until ws-mov-gravado or mov-seq > 998
               write movimento-reg
                   invalid key
                       add 1 to mov-seq
                   not invalid key
                       move "S" to ws-mov-gravado-flag
               end-write
           end-perform

           if not ws-mov-gravado
               display "ERRO ao gravar movimentos.dat - file status "
                       ws-movimento-status
           end-if

           close movimentos.

       monta-data-transacao.

      *    function current-date devolve AAAAMMDDhhmmss - os campos
      /    da data da transacao sao distribuidos na ordem
      /    dia/mes/ano usada em transacao.cpy
           move function current-date to ws-data-corrente

           move ws-data-corrente (7:2)  to ws-dia-transacao
           move ws-data-corrente (5:2)  to ws-mes-transacao
           move ws-data-corrente (1:4)  to ws-ano-transacao
           move ws-data-corrente (9:2)  to ws-hora-transacao
           move ws-data-corrente (11:2) to ws-minuto-transacao
           move ws-data-corrente (13:2) to ws-segundo-transacao.

      *    folha recusada inteira: todas as linhas voltam rejeitadas
      /    com o motivo da recusa
       grava-retorno.

           open output retorno-file

           if not ws-retorno-ok
               display "ERRO ao abrir folha_retorno.txt - file "
                       "status " ws-retorno-status
               exit paragraph
           end-if

           move ws-empresa      to ws-rth-empresa
           move ws-referencia   to ws-rth-referencia
           move ws-hoje         to ws-rth-data
           move ws-motivo-folha to ws-rth-motivo

           if ws-motivo-folha = zeros
               move "P" to ws-rth-situacao
               move ws-qtd-creditos   to ws-rtt-qtd-cred
               move ws-vlr-creditado  to ws-rtt-vlr-cred
               move ws-qtd-rejeitados to ws-rtt-qtd-rej
               move ws-vlr-rejeitado  to ws-rtt-vlr-rej
           else
               move "R" to ws-rth-situacao
               move zeros               to ws-rtt-qtd-cred
               move zeros               to ws-rtt-vlr-cred
               move ws-qtd-funcionarios to ws-rtt-qtd-rej
               move ws-soma-detalhes    to ws-rtt-vlr-rej
           end-if

           move ws-ret-header to retorno-reg
           write retorno-reg

           perform varying ws-idx-fun from 1 by 1
                   until ws-idx-fun > ws-qtd-funcionarios
               move ws-fun-conta (ws-idx-fun)     to ws-rtd-conta
               move ws-fun-matricula (ws-idx-fun) to ws-rtd-matricula
               move ws-fun-valor (ws-idx-fun)     to ws-rtd-valor
               if ws-motivo-folha = zeros
                   move ws-fun-situacao (ws-idx-fun)
                       to ws-rtd-situacao
                   move ws-fun-motivo (ws-idx-fun) to ws-rtd-motivo
               else
                   move "R"             to ws-rtd-situacao
                   move ws-motivo-folha to ws-rtd-motivo
               end-if
               move ws-ret-detalhe to retorno-reg
               write retorno-reg
           end-perform

           move ws-ret-trailer to retorno-reg
           write retorno-reg

           close retorno-file.

       imprime-comprovante.

           open output rel-comprovante

           if not ws-rel-ok
               display "ERRO ao abrir comprovante_folha.txt - file "
                       "status " ws-rel-status
               exit paragraph
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-empresa      to ws-cab-empresa
           move ws-empresa-nome to ws-cab-nome
           move ws-referencia   to ws-cab-referencia
           move ws-data-folha   to ws-cab-data-folha

           move ws-cab-1 to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha

           if ws-motivo-folha not = zeros
               move ws-motivo-folha to ws-motivo
               perform descreve-motivo
               move ws-motivo-texto to ws-rcl-motivo
               move ws-recusa-linha to rel-linha
               write rel-linha
               move spaces to rel-linha
               write rel-linha
           end-if

           move ws-cab-3 to rel-linha
           write rel-linha

           perform varying ws-idx-fun from 1 by 1
                   until ws-idx-fun > ws-qtd-funcionarios
               move ws-fun-conta (ws-idx-fun)     to ws-dtl-conta
               move ws-fun-nome (ws-idx-fun)      to ws-dtl-nome
               move ws-fun-matricula (ws-idx-fun) to ws-dtl-matricula
               move ws-fun-valor (ws-idx-fun)     to ws-dtl-valor
               if ws-motivo-folha = zeros and
                  ws-fun-situacao (ws-idx-fun) = "C"
                   move "CREDITADO" to ws-dtl-situacao
                   move spaces      to ws-dtl-motivo
               else
                   move "REJEITADO" to ws-dtl-situacao
                   if ws-motivo-folha = zeros
                       move ws-fun-motivo (ws-idx-fun) to ws-motivo
                       perform descreve-motivo
                       move ws-motivo-texto to ws-dtl-motivo
                   else
                       move spaces to ws-dtl-motivo
                   end-if
               end-if
               move ws-det-linha to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-rtt-qtd-cred  to ws-tot-qtd-cred
           move ws-rtt-vlr-cred  to ws-tot-vlr-cred
           move ws-total-linha-1 to rel-linha
           write rel-linha
           move ws-rtt-qtd-rej   to ws-tot-qtd-rej
           move ws-rtt-vlr-rej   to ws-tot-vlr-rej
           move ws-total-linha-2 to rel-linha
           write rel-linha

           if ws-motivo-folha = zeros and ws-qtd-creditos > zeros
               move ws-saldo-empresa to ws-tot-saldo
               move ws-total-linha-3 to rel-linha
               write rel-linha
           end-if

           close rel-comprovante.

       descreve-motivo.

           evaluate ws-motivo
               when 01
                   move "CONTA SEM CADASTRO" to ws-motivo-texto
               when 07
                   move "CONTA INEXISTENTE" to ws-motivo-texto
               when 02
                   move "CADASTRO INATIVO" to ws-motivo-texto
               when 03
                   move "CONTA ENCERRADA" to ws-motivo-texto
               when 04
                   move "VALOR INVALIDO" to ws-motivo-texto
               when 05
                   move "CONTA DA PROPRIA EMPRESA" to ws-motivo-texto
               when 06
                   move "SALDO DA CONTA EXCEDERIA O LIMITE"
                       to ws-motivo-texto
               when 11
                   move "ARQUIVO FORA DO LAYOUT" to ws-motivo-texto
               when 12
                   move "TRAILER NAO CONFERE COM OS DETALHES"
                       to ws-motivo-texto
               when 13
                   move "REFERENCIA JA PROCESSADA" to ws-motivo-texto
               when 14
                   move "CONTA DA EMPRESA INVALIDA" to ws-motivo-texto
               when 15
                   move "SALDO INSUFICIENTE NA EMPRESA"
                       to ws-motivo-texto
               when 16
                   move "TOTAL ACIMA DO LIMITE DE LANCAMENTO"
                       to ws-motivo-texto
               when 17
                   move "FOLHA COM MAIS DE 200 FUNCIONARIOS"
                       to ws-motivo-texto
               when other
                   move spaces to ws-motivo-texto
           end-evaluate.

       end program folha.
