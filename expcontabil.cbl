      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: exportacao diaria do livro de lancamentos
      * (lancamentos.dat) para o sistema contabil do escritorio de
      * contabilidade, em vez do contador redigitar o balancete. cada
      * dia de movimento sai em exportacao_contabil.txt como um bloco
      * de layout fixo: header com a data do movimento e o numero de
      * sequencia do envio, um detalhe por conta do plano
      * (planoconta.cpy) e D/C com a quantidade e o valor dos
      * lancamentos, e trailer com a quantidade de detalhes e os
      * totais de debitos e creditos. exportacoes_ctb.dat guarda
      * cada dia enviado: a exportacao continua do dia seguinte ao
      * ultimo enviado ate hoje, um dia por vez e sem pular dia (dia
      * sem movimento sai com header e trailer zerado), e nenhum dia
      * sai duas vezes - so o dia que o contador rejeitou
      * (retcontabil.cbl) e' reenviado, com nova sequencia. o
      * relatorio lista o que saiu e os dias ainda sem retorno.
      * controle de reexecucao diaria em controle_batch.dat - a
      * segunda rodada do dia regravaria o arquivo ainda nao
      * transmitido
      ******************************************************************

       identification division.
       program-id. expcontabil.
       environment division.
       input-output section.
       file-control.

       select lancamentos assign to './files/lancamentos.dat'
       organization is sequential
       file status is ws-lancamento-status.

       select exportacoes assign to './files/exportacoes_ctb.dat'
       organization is sequential
       file status is ws-exportacao-status.

       select arquivo-contabil
              assign to './files/exportacao_contabil.txt'
       organization is line sequential
       file status is ws-arquivo-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-exportacao
              assign to './files/relatorio_expcontabil.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd lancamentos.
       copy "lancamento.cpy".

       fd exportacoes.
       copy "expcontabil.cpy".

       fd arquivo-contabil.
       01 arquivo-contabil-reg pic x(60).

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-exportacao.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-lancamento-status pic x(2) value spaces.
           88 ws-lancamento-ok         value "00".
           88 ws-lancamento-nao-existe value "35".
       77 ws-exportacao-status pic x(2) value spaces.
           88 ws-exportacao-ok         value "00".
           88 ws-exportacao-nao-existe value "35".
       77 ws-arquivo-status    pic x(2) value spaces.
           88 ws-arquivo-ok            value "00".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    ponto de partida: o dia seguinte ao ultimo exportado ou,
      /    na primeira exportacao, o primeiro dia do livro
       77 ws-ultima-data       pic x(8) value spaces.
       77 ws-primeira-data     pic x(8) value spaces.
       77 ws-prox-sequencia    pic 9(7) value 1.
       77 ws-data-int          pic 9(7) value zeros.
       01 ws-data-dia          pic 9(8) value zeros.
       01 ws-data-dia-x redefines ws-data-dia pic x(8).

      *    dias a enviar nesta execucao - primeiro os rejeitados pelo
      /    contador, depois os dias novos em ordem de data; o que nao
      /    couber fica para a proxima execucao
       77 ws-max-envios        pic 9(2) value 60.
       77 ws-qtd-envios        pic 9(2) value zeros.
       77 ws-idx-env           pic 9(2) value zeros.
       01 ws-env-tab.
           03 ws-env-item occurs 60 times.
               05 ws-env-data      pic x(8).
               05 ws-env-sequencia pic 9(7).
               05 ws-env-reenvio   pic x(1).
               05 ws-env-qtd       pic 9(5).
               05 ws-env-debitos   pic 9(11)v99.
               05 ws-env-creditos  pic 9(11)v99.
       77 ws-env-achou-flag    pic x value "N".
           88 ws-env-achou         value "S".

      *    movimento do dia por conta e D/C, em ordem de conta
       77 ws-max-movimentos    pic 9(3) value 100.
       77 ws-qtd-movimentos    pic 9(3) value zeros.
       77 ws-idx-mov           pic 9(3) value zeros.
       77 ws-pos-mov           pic 9(3) value zeros.
       01 ws-mov-tab.
           03 ws-mov-item occurs 100 times.
               05 ws-mov-chave.
                   07 ws-mov-conta pic x(4).
                   07 ws-mov-dc    pic x(1).
               05 ws-mov-qtd       pic 9(5).
               05 ws-mov-valor     pic 9(11)v99.
       01 ws-busca-chave.
           05 ws-busca-conta   pic x(4).
           05 ws-busca-dc      pic x(1).
       77 ws-mov-achou-flag    pic x value "N".
           88 ws-mov-achou         value "S".

       77 ws-total-dias        pic 9(5) value zeros.
       77 ws-total-reenvios    pic 9(5) value zeros.
       77 ws-total-detalhes    pic 9(5) value zeros.
       77 ws-total-pendentes   pic 9(5) value zeros.

      *    layout de interface com o sistema contabil - header,
      /    detalhe por conta e D/C e trailer de cada dia de movimento
       01 ws-reg-header.
           05 filler          pic x(1) value "H".
           05 ws-hdr-data     pic x(8).
           05 ws-hdr-sequencia pic 9(7).
           05 ws-hdr-geracao  pic x(8).
           05 ws-hdr-reenvio  pic x(1).

       01 ws-reg-detalhe.
           05 filler          pic x(1) value "D".
           05 ws-det-data     pic x(8).
           05 ws-det-conta    pic x(4).
           05 ws-det-dc       pic x(1).
           05 ws-det-qtd      pic 9(5).
           05 ws-det-valor    pic 9(11)v99.

       01 ws-reg-trailer.
           05 filler          pic x(1) value "T".
           05 ws-trl-sequencia pic 9(7).
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-debitos  pic 9(11)v99.
           05 ws-trl-creditos pic 9(11)v99.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "EXPORTACAO CONTABIL - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(12) value "MOVIMENTO".
           05 filler          pic x(10) value "SEQUENCIA".
           05 filler          pic x(9)  value "REENVIO".
           05 filler          pic x(10) value "DETALHES".
           05 filler          pic x(19) value "DEBITOS".
           05 filler          pic x(19) value "CREDITOS".

       01 ws-env-linha.
           05 ws-enl-data     pic x(8).
           05 filler          pic x(4)  value spaces.
           05 ws-enl-sequencia pic 9(7).
           05 filler          pic x(5)  value spaces.
           05 ws-enl-reenvio  pic x(1).
           05 filler          pic x(5)  value spaces.
           05 ws-enl-qtd      pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-enl-debitos  pic zzzzzzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-enl-creditos pic zzzzzzzzzz9.99.

       01 ws-cab-3.
           05 filler          pic x(12) value "MOVIMENTO".
           05 filler          pic x(10) value "SEQUENCIA".
           05 filler          pic x(12) value "ENVIADO EM".
           05 filler          pic x(8)  value "ENVIOS".

       01 ws-pend-linha.
           05 ws-pnl-data     pic x(8).
           05 filler          pic x(4)  value spaces.
           05 ws-pnl-sequencia pic 9(7).
           05 filler          pic x(3)  value spaces.
           05 ws-pnl-envio    pic x(8).
           05 filler          pic x(4)  value spaces.
           05 ws-pnl-envios   pic zz9.

       01 ws-total-linha-1.
           05 filler          pic x(30) value
              "DIAS EXPORTADOS: ".
           05 ws-tot-dias     pic zzzz9.
           05 filler          pic x(16) value "  REENVIADOS: ".
           05 ws-tot-reenvios pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(30) value
              "DIAS AGUARDANDO RETORNO: ".
           05 ws-tot-pendentes pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "EXPCONTABIL ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-exportacoes

           if ws-ultima-data = spaces
               perform busca-primeira-data
           else
               compute ws-data-int =
                       function integer-of-date
                           (function numval (ws-ultima-data)) + 1
           end-if

           if ws-ultima-data not = spaces or
              ws-primeira-data not = spaces
               perform monta-dias-novos
           end-if

           open output rel-exportacao

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_expcontabil.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           open output arquivo-contabil

           if not ws-arquivo-ok
               display "ERRO ao abrir exportacao_contabil.txt - "
                       "file status " ws-arquivo-status
               close rel-exportacao
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move "DIAS EXPORTADOS" to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           perform varying ws-idx-env from 1 by 1
                   until ws-idx-env > ws-qtd-envios
               perform exporta-dia
           end-perform

           close arquivo-contabil

           move spaces to rel-linha
           write rel-linha
           move "DIAS ENVIADOS ANTES E AINDA SEM RETORNO DO CONTADOR"
               to rel-linha
           write rel-linha
           move ws-cab-3 to rel-linha
           write rel-linha

           perform atualiza-exportacoes

           perform grava-exportacoes-novas

           move spaces to rel-linha
           write rel-linha
           move ws-total-dias      to ws-tot-dias
           move ws-total-reenvios  to ws-tot-reenvios
           move ws-total-linha-1   to rel-linha
           write rel-linha
           move ws-total-pendentes to ws-tot-pendentes
           move ws-total-linha-2   to rel-linha
           write rel-linha

           close rel-exportacao

           perform grava-controle-fim

           display "Exportacao contabil: " ws-total-dias
                   " dia(s) em exportacao_contabil.txt, "
                   ws-total-reenvios " reenvio(s), "
                   ws-total-pendentes " dia(s) aguardando retorno."

           goback.

      *    le o controle das exportacoes: ultimo dia enviado, maior
      /    sequencia e os dias rejeitados pelo contador, que vao para
      /    a tabela de envio como reenvio
       carrega-exportacoes.

           move "N" to ws-eof

           open input exportacoes

           if ws-exportacao-nao-existe
               exit paragraph
           end-if

           if not ws-exportacao-ok
               display "ERRO ao abrir exportacoes_ctb.dat - file "
                       "status " ws-exportacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read exportacoes
                   at end move "S" to ws-eof
                   not at end
                       if ect-data-movimento > ws-ultima-data
                           move ect-data-movimento to ws-ultima-data
                       end-if
                       if ect-sequencia >= ws-prox-sequencia
                           compute ws-prox-sequencia =
                                   ect-sequencia + 1
                       end-if
                       if ect-rejeitado
                           perform inclui-reenvio
                       end-if
               end-read
           end-perform

           close exportacoes.

       inclui-reenvio.

           if ws-qtd-envios >= ws-max-envios
               display "AVISO: mais de " ws-max-envios
                       " dias a enviar - dia " ect-data-movimento
                       " fica para a proxima exportacao."
               exit paragraph
           end-if

           add 1 to ws-qtd-envios
           move ect-data-movimento to ws-env-data (ws-qtd-envios)
           move "S"                to ws-env-reenvio (ws-qtd-envios).

      *    primeira exportacao: comeca no dia do lancamento mais
      /    antigo do livro
       busca-primeira-data.

           move "N" to ws-eof

           open input lancamentos

           if ws-lancamento-nao-existe
               display "Nao ha lancamentos.dat - nada a exportar."
               exit paragraph
           end-if

           if not ws-lancamento-ok
               display "ERRO ao abrir lancamentos.dat - file status "
                       ws-lancamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read lancamentos
                   at end move "S" to ws-eof
                   not at end
                       if ws-primeira-data = spaces or
                          lan-data < ws-primeira-data
                           move lan-data to ws-primeira-data
                       end-if
               end-read
           end-perform

           close lancamentos

           if ws-primeira-data not = spaces
               compute ws-data-int =
                       function integer-of-date
                           (function numval (ws-primeira-data))
           end-if.

      *    todo dia do ponto de partida ate hoje, com ou sem
      /    movimento, para o contador nunca ficar com buraco
       monta-dias-novos.

           perform until ws-data-int > ws-hoje-int
               if ws-qtd-envios >= ws-max-envios
                   display "AVISO: mais de " ws-max-envios
                           " dias a enviar - o restante sai na "
                           "proxima exportacao."
                   exit perform
               end-if
               compute ws-data-dia =
                       function date-of-integer (ws-data-int)
               add 1 to ws-qtd-envios
               move ws-data-dia-x to ws-env-data (ws-qtd-envios)
               move "N"           to ws-env-reenvio (ws-qtd-envios)
               add 1 to ws-data-int
           end-perform.

       exporta-dia.

           move ws-prox-sequencia to ws-env-sequencia (ws-idx-env)
           add 1 to ws-prox-sequencia

           perform soma-movimento-dia

           move ws-env-data (ws-idx-env)      to ws-hdr-data
           move ws-env-sequencia (ws-idx-env) to ws-hdr-sequencia
           move ws-hoje                       to ws-hdr-geracao
           move ws-env-reenvio (ws-idx-env)   to ws-hdr-reenvio
           move ws-reg-header to arquivo-contabil-reg
           write arquivo-contabil-reg

           move zeros to ws-env-qtd (ws-idx-env)
           move zeros to ws-env-debitos (ws-idx-env)
           move zeros to ws-env-creditos (ws-idx-env)

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos
               move ws-env-data (ws-idx-env)  to ws-det-data
               move ws-mov-conta (ws-idx-mov) to ws-det-conta
               move ws-mov-dc (ws-idx-mov)    to ws-det-dc
               move ws-mov-qtd (ws-idx-mov)   to ws-det-qtd
               move ws-mov-valor (ws-idx-mov) to ws-det-valor
               move ws-reg-detalhe to arquivo-contabil-reg
               write arquivo-contabil-reg
               add 1 to ws-env-qtd (ws-idx-env)
               if ws-mov-dc (ws-idx-mov) = "D"
                   add ws-mov-valor (ws-idx-mov)
                       to ws-env-debitos (ws-idx-env)
               else
                   add ws-mov-valor (ws-idx-mov)
                       to ws-env-creditos (ws-idx-env)
               end-if
           end-perform

           move ws-env-sequencia (ws-idx-env) to ws-trl-sequencia
           move ws-env-qtd (ws-idx-env)       to ws-trl-qtd
           move ws-env-debitos (ws-idx-env)   to ws-trl-debitos
           move ws-env-creditos (ws-idx-env)  to ws-trl-creditos
           move ws-reg-trailer to arquivo-contabil-reg
           write arquivo-contabil-reg

           add 1 to ws-total-dias
           add ws-env-qtd (ws-idx-env) to ws-total-detalhes
           if ws-env-reenvio (ws-idx-env) = "S"
               add 1 to ws-total-reenvios
           end-if

           move ws-env-data (ws-idx-env)      to ws-enl-data
           move ws-env-sequencia (ws-idx-env) to ws-enl-sequencia
           move ws-env-reenvio (ws-idx-env)   to ws-enl-reenvio
           move ws-env-qtd (ws-idx-env)       to ws-enl-qtd
           move ws-env-debitos (ws-idx-env)   to ws-enl-debitos
           move ws-env-creditos (ws-idx-env)  to ws-enl-creditos
           move ws-env-linha to rel-linha
           write rel-linha.

       soma-movimento-dia.

           move "N"   to ws-eof
           move zeros to ws-qtd-movimentos

           open input lancamentos

           if ws-lancamento-nao-existe
               exit paragraph
           end-if

           if not ws-lancamento-ok
               display "ERRO ao abrir lancamentos.dat - file status "
                       ws-lancamento-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read lancamentos
                   at end move "S" to ws-eof
                   not at end
                       if lan-data = ws-env-data (ws-idx-env)
                           perform soma-lancamento
                       end-if
               end-read
           end-perform

           close lancamentos.

       soma-lancamento.

           move lan-conta to ws-busca-conta
           move lan-dc    to ws-busca-dc
           perform localiza-movimento

           if ws-pos-mov = zeros
               exit paragraph
           end-if

           add 1         to ws-mov-qtd (ws-pos-mov)
           add lan-valor to ws-mov-valor (ws-pos-mov).

      *    localiza conta e D/C na tabela do dia, abrindo a linha na
      /    posicao da ordem de conta quando ainda nao existe -
      /    ws-pos-mov fica zerado quando a tabela esta cheia
       localiza-movimento.

           move "N"   to ws-mov-achou-flag
           move zeros to ws-pos-mov

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-movimentos or ws-mov-achou
               if ws-mov-chave (ws-idx-mov) = ws-busca-chave
                   move "S" to ws-mov-achou-flag
                   move ws-idx-mov to ws-pos-mov
               end-if
           end-perform

           if ws-mov-achou
               exit paragraph
           end-if

           if ws-qtd-movimentos >= ws-max-movimentos
               display "ERRO: dia " ws-env-data (ws-idx-env)
                       " com mais de " ws-max-movimentos
                       " contas/DC - conta " ws-busca-conta
                       " fora da exportacao."
               move 8 to return-code
               exit paragraph
           end-if

           add 1 to ws-qtd-movimentos
           move ws-qtd-movimentos to ws-pos-mov

           perform until ws-pos-mov = 1
               if ws-mov-chave (ws-pos-mov - 1) < ws-busca-chave
                   exit perform
               end-if
               move ws-mov-item (ws-pos-mov - 1)
                   to ws-mov-item (ws-pos-mov)
               subtract 1 from ws-pos-mov
           end-perform

           move ws-busca-chave to ws-mov-chave (ws-pos-mov)
           move zeros          to ws-mov-qtd (ws-pos-mov)
           move zeros          to ws-mov-valor (ws-pos-mov).

      *    os reenviados voltam a E com a nova sequencia; os enviados
      /    em dias anteriores ainda sem retorno saem no relatorio
       atualiza-exportacoes.

           move "N" to ws-eof

           open i-o exportacoes

           if ws-exportacao-nao-existe
               exit paragraph
           end-if

           if not ws-exportacao-ok
               display "ERRO ao abrir exportacoes_ctb.dat - file "
                       "status " ws-exportacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read exportacoes
                   at end move "S" to ws-eof
                   not at end
                       perform atualiza-exportacao
               end-read
           end-perform

           close exportacoes.

       atualiza-exportacao.

           if ect-enviado
               add 1 to ws-total-pendentes
               move ect-data-movimento to ws-pnl-data
               move ect-sequencia      to ws-pnl-sequencia
               move ect-data-envio     to ws-pnl-envio
               move ect-envios         to ws-pnl-envios
               move ws-pend-linha to rel-linha
               write rel-linha
               exit paragraph
           end-if

           if not ect-rejeitado
               exit paragraph
           end-if

           move "N" to ws-env-achou-flag

           perform varying ws-idx-env from 1 by 1
                   until ws-idx-env > ws-qtd-envios or ws-env-achou
               if ws-env-data (ws-idx-env) = ect-data-movimento and
                  ws-env-reenvio (ws-idx-env) = "S"
                   move "S" to ws-env-achou-flag
                   perform marca-envio
               end-if
           end-perform

           if not ws-env-achou
               exit paragraph
           end-if

           add 1 to ect-envios

           rewrite expcontabil-reg

           if not ws-exportacao-ok
               display "ERRO ao atualizar exportacoes_ctb.dat - file "
                       "status " ws-exportacao-status
               move 8 to return-code
           end-if.

       marca-envio.

           move ws-env-sequencia (ws-idx-env) to ect-sequencia
           move ws-hoje                       to ect-data-envio
           move ws-env-qtd (ws-idx-env)       to ect-qtd-detalhes
           move ws-env-debitos (ws-idx-env)   to ect-total-debitos
           move ws-env-creditos (ws-idx-env)  to ect-total-creditos
           move "E"                           to ect-status
           move spaces                        to ect-data-retorno
           move spaces                        to ect-cod-rejeicao.

       grava-exportacoes-novas.

           if ws-total-dias = ws-total-reenvios
               exit paragraph
           end-if

           open extend exportacoes

           if ws-exportacao-nao-existe
               open output exportacoes
           end-if

           if not ws-exportacao-ok
               display "ERRO ao abrir exportacoes_ctb.dat - file "
                       "status " ws-exportacao-status
               display "O controle da exportacao nao foi gravado."
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-idx-env from 1 by 1
                   until ws-idx-env > ws-qtd-envios
               if ws-env-reenvio (ws-idx-env) = "N"
                   perform marca-envio
                   move ws-env-data (ws-idx-env) to ect-data-movimento
                   move 1 to ect-envios
                   write expcontabil-reg
                   if not ws-exportacao-ok
                       display "ERRO ao gravar exportacoes_ctb.dat - "
                               "file status " ws-exportacao-status
                       move 8 to return-code
                   end-if
               end-if
           end-perform

           close exportacoes.

       verifica-execucao-dia.

           move "N" to ws-ja-rodou-flag
           move "N" to ws-eof-controle

           open input controle-file

           if ws-controle-nao-existe
               exit paragraph
           end-if

           if not ws-controle-ok
               display "ERRO ao abrir controle_batch.dat - file "
                       "status " ws-controle-status
               exit paragraph
           end-if

           perform until ws-eof-controle = "S"
               read controle-file
                   at end move "S" to ws-eof-controle
                   not at end
                       if ctb-programa = "EXPCONTABIL" and
                          ctb-eh-fim and ctb-terminou-ok and
                          ctb-data = ws-hoje
                           move "S" to ws-ja-rodou-flag
                       end-if
               end-read
           end-perform

           close controle-file.

       grava-controle-inicio.

           move "I"    to ws-ctb-tipo-grava
           move zeros  to ws-ctb-registros-grava
           move spaces to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle-fim.

           move "F"           to ws-ctb-tipo-grava
           move ws-total-dias to ws-ctb-registros-grava
           move "OK"          to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle.

           open extend controle-file

           if ws-controle-nao-existe
               open output controle-file
           end-if

           if not ws-controle-ok
               display "ERRO ao gravar controle_batch.dat - file "
                       "status " ws-controle-status
               exit paragraph
           end-if

           move "EXPCONTABIL"           to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program expcontabil.
