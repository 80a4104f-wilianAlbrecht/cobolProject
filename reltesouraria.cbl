      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: posicao diaria de caixa por agencia - para cada
      * agencia o caixa de abertura (fechamento do ultimo dia em
      * posicao_agencias.dat), os suprimentos recebidos da
      * tesouraria no dia, os recolhimentos liberados para ela no
      * dia (movtesouraria.dat), o liquido do movimento dos caixas da
      * agencia no dia (auditoria.log) e o caixa de fechamento; em
      * secao separada as ordens ainda em transito, que ja sairam de
      * uma ponta e nao foram confirmadas na outra. grava a posicao
      * do dia em posicao_agencias.dat para ser a abertura do
      * proximo dia - vale o ultimo registro de cada agencia + data,
      * entao pode ser reexecutado no mesmo dia
      ******************************************************************

       identification division.
       program-id. reltesouraria.
       environment division.
       input-output section.
       file-control.

       select tesouraria-file assign to './files/movtesouraria.dat'
       organization is sequential
       file status is ws-tesouraria-status.

       select auditoria-file assign to './files/auditoria.log'
       organization is sequential
       file status is ws-auditoria-status.

       select posicao-file assign to './files/posicao_agencias.dat'
       organization is sequential
       file status is ws-posicao-status.

       select rel-tesouraria
              assign to './files/relatorio_tesouraria.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd tesouraria-file.
       copy "tesouraria.cpy".

       fd auditoria-file.
       copy "auditoria.cpy".

       fd posicao-file.
       copy "posicaoag.cpy".

       fd rel-tesouraria.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-tesouraria-status pic x(2) value spaces.
           88 ws-tesouraria-ok         value "00".
           88 ws-tesouraria-nao-existe value "35".
       77 ws-auditoria-status  pic x(2) value spaces.
           88 ws-auditoria-ok          value "00".
           88 ws-auditoria-nao-existe  value "35".
       77 ws-posicao-status    pic x(2) value spaces.
           88 ws-posicao-ok            value "00".
           88 ws-posicao-nao-existe    value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.
       01 ws-hoje-aud.
           05 ws-hoje-aud-dia  pic x(2).
           05 ws-hoje-aud-mes  pic x(2).
           05 ws-hoje-aud-ano  pic x(4).

      *    posicao por agencia, mantida em ordem de agencia
       77 ws-max-agencias      pic 9(3) value 200.
       77 ws-qtd-agencias      pic 9(3) value zeros.
       77 ws-idx-age           pic 9(3) value zeros.
       77 ws-idx-mov           pic 9(3) value zeros.
       77 ws-busca-agencia     pic 9(3) value zeros.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-tabela-cheia-flag pic x value "N".
           88 ws-tabela-cheia      value "S".
       01 ws-agencia-tab.
           03 ws-age-item occurs 200 times.
               05 ws-age-agencia     pic 9(3).
               05 ws-age-data-ant    pic x(8).
               05 ws-age-abertura    pic s9(9)v99.
               05 ws-age-suprimentos pic 9(9)v99.
               05 ws-age-recolhimentos pic 9(9)v99.
               05 ws-age-liquido     pic s9(9)v99.
               05 ws-age-fechamento  pic s9(9)v99.

       77 ws-delta-registro    pic s9(7)v99 value zeros.

       77 ws-tot-abertura      pic s9(9)v99 value zeros.
       77 ws-tot-suprimentos   pic 9(9)v99 value zeros.
       77 ws-tot-recolhimentos pic 9(9)v99 value zeros.
       77 ws-tot-liquido       pic s9(9)v99 value zeros.
       77 ws-tot-fechamento    pic s9(9)v99 value zeros.
       77 ws-qtd-transito      pic 9(5) value zeros.
       77 ws-vlr-transito      pic 9(11)v99 value zeros.
       77 ws-qtd-transito-sup  pic 9(5) value zeros.
       77 ws-vlr-transito-sup  pic 9(11)v99 value zeros.
       77 ws-qtd-transito-rec  pic 9(5) value zeros.
       77 ws-vlr-transito-rec  pic 9(11)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(39) value
              "POSICAO DE CAIXA POR AGENCIA - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-colunas.
           05 filler          pic x(43) value
              "AGE      ABERTURA  SUPRIMENTOS RECOLHIMENTO".
           05 filler          pic x(30) value
              "  LIQUIDO CAIXA    FECHAMENTO".

       01 ws-det-linha.
           05 ws-lin-agencia  pic 9(3).
           05 filler          pic x(1)  value space.
           05 ws-lin-abertura pic -zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-suprimentos pic zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-recolhimentos pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-lin-liquido  pic -zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-fechamento pic -zzzzzzzz9.99.

       01 ws-tot-linha.
           05 filler          pic x(4)  value "TOT".
           05 ws-tot-lin-abertura pic -zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-tot-lin-suprimentos pic zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-tot-lin-recolhimentos pic zzzzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-tot-lin-liquido pic -zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-tot-lin-fechamento pic -zzzzzzzz9.99.

       01 ws-cab-transito.
           05 filler          pic x(50) value
              "NUMERARIO EM TRANSITO (LIBERADO E NAO CONFIRMADO)".

       01 ws-cab-col-transito.
           05 filler          pic x(50) value
              "ORDEM   TIPO         AGE        VALOR LIBERADA EM".
           05 filler          pic x(15) value
              "POR".

       01 ws-trn-linha.
           05 ws-trn-numero   pic 9(7).
           05 filler          pic x(1)  value space.
           05 ws-trn-tipo     pic x(12).
           05 filler          pic x(1)  value space.
           05 ws-trn-agencia  pic 9(3).
           05 filler          pic x(1)  value space.
           05 ws-trn-valor    pic zzzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-trn-data     pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-trn-aprovador pic x(10).

       01 ws-sub-linha.
           05 ws-sub-rotulo   pic x(34).
           05 ws-sub-qtd      pic zzzz9.
           05 filler          pic x(9)  value "  VALOR ".
           05 ws-sub-valor    pic zzzzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje
           move ws-hoje (7:2) to ws-hoje-aud-dia
           move ws-hoje (5:2) to ws-hoje-aud-mes
           move ws-hoje (1:4) to ws-hoje-aud-ano

           perform carrega-abertura

           perform apura-tesouraria

           perform apura-caixas

           perform calcula-fechamento

           perform grava-posicao

           perform imprime-relatorio

           display "Posicao de caixa de " ws-qtd-agencias
                   " agencia(s), " ws-qtd-transito
                   " ordem(ns) em transito - "
                   "./files/relatorio_tesouraria.txt"

           if ws-tabela-cheia
               display "Mais de " ws-max-agencias " agencias - "
                       "as excedentes ficaram fora da posicao."
               move 4 to return-code
           end-if

           goback.

      *    abertura de cada agencia: o fechamento do ultimo dia
      /    anterior a hoje - registros da mesma data na ordem do
      /    arquivo, o ultimo vale (reexecucao)
       carrega-abertura.

           move "N" to ws-eof

           open input posicao-file

           if ws-posicao-nao-existe
               display "Nao ha posicao_agencias.dat - abertura "
                       "considerada zero."
               exit paragraph
           end-if

           if not ws-posicao-ok
               display "ERRO ao abrir posicao_agencias.dat - file "
                       "status " ws-posicao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read posicao-file
                   at end move "S" to ws-eof
                   not at end
                       if pos-data < ws-hoje
                           move pos-agencia to ws-busca-agencia
                           perform localiza-agencia
                           if ws-achou and
                              pos-data >= ws-age-data-ant (ws-idx-age)
                               move pos-data to
                                    ws-age-data-ant (ws-idx-age)
                               move pos-fechamento to
                                    ws-age-abertura (ws-idx-age)
                           end-if
                       end-if
               end-read
           end-perform

           close posicao-file.

      *    suprimento entra na agencia quando ela confirma o
      /    recebimento; recolhimento sai dela quando o supervisor
      /    libera o numerario - o mesmo criterio do fechamento de
      /    caixa do operador
       apura-tesouraria.

           move "N" to ws-eof

           open input tesouraria-file

           if ws-tesouraria-nao-existe
               exit paragraph
           end-if

           if not ws-tesouraria-ok
               display "ERRO ao abrir movtesouraria.dat - file "
                       "status " ws-tesouraria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read tesouraria-file
                   at end move "S" to ws-eof
                   not at end
                       perform soma-ordem
               end-read
           end-perform

           close tesouraria-file.

       soma-ordem.

           move tes-agencia to ws-busca-agencia

           if tes-eh-suprimento and tes-recebida and
              tes-data-recebimento = ws-hoje
               perform localiza-agencia
               if ws-achou
                   add tes-valor to ws-age-suprimentos (ws-idx-age)
               end-if
           end-if

           if tes-eh-recolhimento and
              (tes-em-transito or tes-recebida) and
              tes-data-aprovacao = ws-hoje
               perform localiza-agencia
               if ws-achou
                   add tes-valor to ws-age-recolhimentos (ws-idx-age)
               end-if
           end-if.

      *    a variacao saldo-depois menos saldo-antes de cada registro
      /    de hoje e' o que entrou ou saiu da gaveta do operador, e o
      /    registro traz a agencia dele
       apura-caixas.

           move "N" to ws-eof

           open input auditoria-file

           if ws-auditoria-nao-existe
               display "Nao ha auditoria.log - movimento dos caixas "
                       "considerado zero."
               exit paragraph
           end-if

           if not ws-auditoria-ok
               display "ERRO ao abrir auditoria.log - file status "
                       ws-auditoria-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read auditoria-file
                   at end move "S" to ws-eof
                   not at end
                       if aud-data (1:8) = ws-hoje-aud
                           compute ws-delta-registro =
                                   aud-saldo-depois - aud-saldo-antes
                           if ws-delta-registro not = zeros
                               move aud-agencia to ws-busca-agencia
                               perform localiza-agencia
                               if ws-achou
                                   add ws-delta-registro to
                                       ws-age-liquido (ws-idx-age)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform

           close auditoria-file.

       calcula-fechamento.

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               compute ws-age-fechamento (ws-idx-age) =
                       ws-age-abertura (ws-idx-age) +
                       ws-age-suprimentos (ws-idx-age) -
                       ws-age-recolhimentos (ws-idx-age) +
                       ws-age-liquido (ws-idx-age)
           end-perform.

       grava-posicao.

           open extend posicao-file

           if ws-posicao-nao-existe
               open output posicao-file
           end-if

           if not ws-posicao-ok
               display "ERRO ao abrir posicao_agencias.dat - file "
                       "status " ws-posicao-status
               display "A posicao do dia nao foi gravada."
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               move ws-hoje                 to pos-data
               move ws-age-agencia (ws-idx-age)   to pos-agencia
               move ws-age-abertura (ws-idx-age)  to pos-abertura
               move ws-age-suprimentos (ws-idx-age)
                                            to pos-suprimentos
               move ws-age-recolhimentos (ws-idx-age)
                                            to pos-recolhimentos
               move ws-age-liquido (ws-idx-age)
                                            to pos-liquido-caixa
               move ws-age-fechamento (ws-idx-age)
                                            to pos-fechamento
               write posicao-reg
               if not ws-posicao-ok
                   display "ERRO ao gravar posicao_agencias.dat - "
                           "file status " ws-posicao-status
                   move 8 to return-code
               end-if
           end-perform

           close posicao-file.

       imprime-relatorio.

           open output rel-tesouraria

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_tesouraria.txt - "
                       "file status " ws-rel-status
               exit paragraph
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha
           move ws-cab-colunas to rel-linha
           write rel-linha

           if ws-qtd-agencias = zeros
               move "   (nenhuma agencia com posicao ou movimento)"
                   to rel-linha
               write rel-linha
           end-if

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               move ws-age-agencia (ws-idx-age)
                   to ws-lin-agencia
               move ws-age-abertura (ws-idx-age)
                   to ws-lin-abertura
               move ws-age-suprimentos (ws-idx-age)
                   to ws-lin-suprimentos
               move ws-age-recolhimentos (ws-idx-age)
                   to ws-lin-recolhimentos
               move ws-age-liquido (ws-idx-age)
                   to ws-lin-liquido
               move ws-age-fechamento (ws-idx-age)
                   to ws-lin-fechamento
               move ws-det-linha to rel-linha
               write rel-linha

               add ws-age-abertura (ws-idx-age)
                   to ws-tot-abertura
               add ws-age-suprimentos (ws-idx-age)
                   to ws-tot-suprimentos
               add ws-age-recolhimentos (ws-idx-age)
                   to ws-tot-recolhimentos
               add ws-age-liquido (ws-idx-age)
                   to ws-tot-liquido
               add ws-age-fechamento (ws-idx-age)
                   to ws-tot-fechamento
           end-perform

           move ws-tot-abertura      to ws-tot-lin-abertura
           move ws-tot-suprimentos   to ws-tot-lin-suprimentos
           move ws-tot-recolhimentos to ws-tot-lin-recolhimentos
           move ws-tot-liquido       to ws-tot-lin-liquido
           move ws-tot-fechamento    to ws-tot-lin-fechamento
           move ws-tot-linha to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha
           move ws-cab-transito to rel-linha
           write rel-linha
           move ws-cab-col-transito to rel-linha
           write rel-linha

           perform imprime-transito

           move spaces to rel-linha
           write rel-linha

           move "SUPRIMENTOS EM TRANSITO:" to ws-sub-rotulo
           move ws-qtd-transito-sup  to ws-sub-qtd
           move ws-vlr-transito-sup  to ws-sub-valor
           move ws-sub-linha to rel-linha
           write rel-linha

           move "RECOLHIMENTOS EM TRANSITO:" to ws-sub-rotulo
           move ws-qtd-transito-rec  to ws-sub-qtd
           move ws-vlr-transito-rec  to ws-sub-valor
           move ws-sub-linha to rel-linha
           write rel-linha

           move "TOTAL EM TRANSITO:" to ws-sub-rotulo
           move ws-qtd-transito      to ws-sub-qtd
           move ws-vlr-transito      to ws-sub-valor
           move ws-sub-linha to rel-linha
           write rel-linha

           close rel-tesouraria.

      *    ordens liberadas e ainda nao confirmadas, de qualquer dia -
      /    o numerario nao esta no caixa de nenhuma das pontas
       imprime-transito.

           move "N" to ws-eof

           open input tesouraria-file

           if ws-tesouraria-nao-existe
               move "   (nenhuma ordem de numerario cadastrada)"
                   to rel-linha
               write rel-linha
               exit paragraph
           end-if

           if not ws-tesouraria-ok
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read tesouraria-file
                   at end move "S" to ws-eof
                   not at end
                       if tes-em-transito
                           perform imprime-ordem-transito
                       end-if
               end-read
           end-perform

           close tesouraria-file.

       imprime-ordem-transito.

           add 1         to ws-qtd-transito
           add tes-valor to ws-vlr-transito

           if tes-eh-suprimento
               add 1         to ws-qtd-transito-sup
               add tes-valor to ws-vlr-transito-sup
               move "SUPRIMENTO"   to ws-trn-tipo
           else
               add 1         to ws-qtd-transito-rec
               add tes-valor to ws-vlr-transito-rec
               move "RECOLHIMENTO" to ws-trn-tipo
           end-if

           move tes-numero    to ws-trn-numero
           move tes-agencia   to ws-trn-agencia
           move tes-valor     to ws-trn-valor
           move tes-data-aprovacao (7:2) to ws-trn-data (1:2)
           move "/"                      to ws-trn-data (3:1)
           move tes-data-aprovacao (5:2) to ws-trn-data (4:2)
           move "/"                      to ws-trn-data (6:1)
           move tes-data-aprovacao (1:4) to ws-trn-data (7:4)
           move tes-aprovador to ws-trn-aprovador
           move ws-trn-linha  to rel-linha
           write rel-linha.

      *    procura a agencia na tabela e, se nao estiver, inclui na
      /    posicao de ordem, abrindo espaco com os de numero maior
       localiza-agencia.

           move "N" to ws-achou-flag

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
                      or ws-achou
                      or ws-age-agencia (ws-idx-age) >
                         ws-busca-agencia
               if ws-age-agencia (ws-idx-age) = ws-busca-agencia
                   move "S" to ws-achou-flag
               end-if
           end-perform

           if ws-achou
               subtract 1 from ws-idx-age
               exit paragraph
           end-if

           if ws-qtd-agencias >= ws-max-agencias
               move "S" to ws-tabela-cheia-flag
               exit paragraph
           end-if

           perform varying ws-idx-mov from ws-qtd-agencias by -1
                   until ws-idx-mov < ws-idx-age
               move ws-age-item (ws-idx-mov)
                   to ws-age-item (ws-idx-mov + 1)
           end-perform

           add 1 to ws-qtd-agencias

           move ws-busca-agencia to ws-age-agencia (ws-idx-age)
           move spaces to ws-age-data-ant (ws-idx-age)
           move zeros  to ws-age-abertura (ws-idx-age)
           move zeros  to ws-age-suprimentos (ws-idx-age)
           move zeros  to ws-age-recolhimentos (ws-idx-age)
           move zeros  to ws-age-liquido (ws-idx-age)
           move zeros  to ws-age-fechamento (ws-idx-age)
           move "S" to ws-achou-flag.

       end program reltesouraria.
