      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: repasse diario aos convenios das contas de consumo
      * e boletos pagos no caixa (pagcontas.dat): os pagamentos a
      * repassar (P) sao agrupados por convenio e cada convenio sai
      * em um bloco do arquivo repasse_convenios.txt - header com o
      * lote e o convenio, um detalhe por documento (autenticacao,
      * codigo de barras, valor) e trailer com quantidade e valor
      * total. o valor do convenio sai do saldo da casa por um saque
      * G na conta zeros com o convenio na referencia, e os
      * pagamentos passam para R (repassado) com o lote. convenio
      * que o saldo da casa nao cobre fica inteiro para o proximo
      * repasse, com return-code 4 como aviso. o relatorio de
      * repasse (relatorio_repasse.txt) lista cada convenio com a
      * parte recebida em dinheiro e a debitada em conta. controle
      * de reexecucao diaria via controle_batch.dat
      ******************************************************************

       identification division.
       program-id. repasse.
       environment division.
       input-output section.
       file-control.

       select pagcontas-file assign to './files/pagcontas.dat'
       organization is sequential
       file status is ws-pgc-status.

       select repasse-file assign to './files/repasse_convenios.txt'
       organization is line sequential
       file status is ws-repasse-status.

       select rel-repasse assign to './files/relatorio_repasse.txt'
       organization is line sequential
       file status is ws-rel-status.

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

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       data division.
       file section.
       fd pagcontas-file.
       copy "pagconta.cpy".

       fd repasse-file.
       01 repasse-reg          pic x(100).

       fd rel-repasse.
       01 rel-linha            pic x(100).

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       working-storage section.
       77 ws-pgc-status        pic x(2) value spaces.
           88 ws-pgc-ok                value "00".
           88 ws-pgc-nao-existe        value "35".
       77 ws-repasse-status    pic x(2) value spaces.
           88 ws-repasse-ok            value "00".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".
       77 ws-mov-gravado-flag  pic x value "N".
           88 ws-mov-gravado       value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    o lote continua de onde o ultimo repasse parou -
      /    pagcontas.dat e' a fonte da numeracao
       77 ws-lote              pic 9(7) value 1.

      *    convenios com pagamento a repassar, montados na primeira
      /    leitura de pagcontas.dat
       77 ws-max-convenios     pic 9(3) value 200.
       77 ws-qtd-convenios     pic 9(3) value zeros.
       77 ws-idx-conv          pic 9(3) value zeros.
       77 ws-pos-conv          pic 9(3) value zeros.
       77 ws-conv-achou-flag   pic x value "N".
           88 ws-conv-achou        value "S".
       01 ws-conv-tab.
           03 ws-conv-item occurs 200 times.
               05 ws-conv-codigo   pic x(8).
               05 ws-conv-qtd      pic 9(5).
               05 ws-conv-vlr      pic 9(9)v99.
               05 ws-conv-vlr-din  pic 9(9)v99.
               05 ws-conv-vlr-cta  pic 9(9)v99.
               05 ws-conv-situacao pic x(1).
                   88 ws-conv-repassado    value "R".
                   88 ws-conv-retido       value "S".

      *    segmentos do codigo de arrecadacao (quarta posicao do
      /    convenio ARR)
       01 ws-segmentos-valores.
           05 filler pic x(20) value "PREFEITURAS".
           05 filler pic x(20) value "SANEAMENTO".
           05 filler pic x(20) value "ENERGIA E GAS".
           05 filler pic x(20) value "TELECOMUNICACOES".
           05 filler pic x(20) value "ORGAOS DE GOVERNO".
           05 filler pic x(20) value "CARNES/ASSEMELHADOS".
           05 filler pic x(20) value "MULTAS DE TRANSITO".
           05 filler pic x(20) value "OUTROS".
           05 filler pic x(20) value "USO DO BANCO".
       01 ws-segmentos-tab redefines ws-segmentos-valores.
           05 ws-segmento-nome occurs 9 times pic x(20).
       77 ws-segmento          pic 9(1) value zeros.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
           05 ws-dia-transacao         pic x(2).
           05 ws-mes-transacao         pic x(2).
           05 ws-ano-transacao         pic x(4).
           05 ws-hora-transacao        pic x(2).
           05 ws-minuto-transacao      pic x(2).
           05 ws-segundo-transacao     pic x(2).
       01 ws-ref-convenio.
           05 ws-ref-codigo            pic x(8).
           05 filler                   pic x(6) value spaces.

       77 ws-blk-qtd           pic 9(5) value zeros.
       77 ws-blk-vlr           pic 9(9)v99 value zeros.
       77 ws-total-repassados  pic 9(5) value zeros.
       77 ws-vlr-repassados    pic 9(9)v99 value zeros.
       77 ws-total-conv-rep    pic 9(3) value zeros.
       77 ws-total-conv-ret    pic 9(3) value zeros.
       77 ws-vlr-retidos       pic 9(9)v99 value zeros.

      *    layout de interface com os convenios - um bloco header,
      /    detalhes e trailer por convenio
       01 ws-reg-header.
           05 filler          pic x(1) value "H".
           05 ws-hdr-lote     pic 9(7).
           05 ws-hdr-convenio pic x(8).
           05 ws-hdr-data     pic x(8).

       01 ws-reg-detalhe.
           05 filler          pic x(1) value "D".
           05 ws-det-numero   pic 9(7).
           05 ws-det-barras   pic x(44).
           05 ws-det-valor    pic 9(5)v99.
           05 ws-det-data     pic x(8).
           05 ws-det-forma    pic x(1).

       01 ws-reg-trailer.
           05 filler          pic x(1) value "T".
           05 ws-trl-convenio pic x(8).
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-valor    pic 9(9)v99.

       01 ws-cab-1.
           05 filler          pic x(28) value
              "REPASSE AOS CONVENIOS - DIA ".
           05 ws-cab-data     pic x(10).
           05 filler          pic x(8)  value "  LOTE ".
           05 ws-cab-lote     pic zzzzzz9.

       01 ws-cab-colunas.
           05 filler          pic x(50) value
              "CONVENIO DESCRICAO             QTD     DINHEIRO".
           05 filler          pic x(40) value
              "       CONTA        TOTAL SITUACAO".

       01 ws-conv-linha.
           05 ws-lin-convenio pic x(8).
           05 filler          pic x(1)  value space.
           05 ws-lin-descricao pic x(21).
           05 ws-lin-qtd      pic zzzz9.
           05 filler          pic x(1)  value space.
           05 ws-lin-vlr-din  pic zzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-vlr-cta  pic zzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-vlr      pic zzzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-situacao pic x(20).

       01 ws-total-linha.
           05 ws-tot-rotulo   pic x(34).
           05 ws-tot-qtd      pic zzzz9.
           05 filler          pic x(9)  value "  VALOR ".
           05 ws-tot-valor    pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "REPASSE ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-convenios

           perform le-saldo-atual

           perform monta-data-transacao

           open output repasse-file

           if not ws-repasse-ok
               display "ERRO ao abrir repasse_convenios.txt - file "
                       "status " ws-repasse-status
               move 8 to return-code
               goback
           end-if

           perform varying ws-pos-conv from 1 by 1
                   until ws-pos-conv > ws-qtd-convenios
               perform repassa-convenio
           end-perform

           close repasse-file

           if ws-total-repassados > zeros
               perform grava-saldo
           end-if

           perform imprime-relatorio

           perform grava-controle-fim

           display "Repasse lote " ws-lote " - " ws-total-conv-rep
                   " convenio(s), " ws-total-repassados
                   " pagamento(s), " ws-vlr-repassados "."

           if ws-total-conv-ret > zeros
               display "AVISO: " ws-total-conv-ret " convenio(s) "
                       "retido(s) - saldo da casa insuficiente ("
                       ws-vlr-retidos ")."
               move 4 to return-code
           end-if

           goback.

      *    primeira leitura: o proximo lote e os convenios com
      /    pagamento a repassar, com a parte em dinheiro e em conta
       carrega-convenios.

           move "N"   to ws-eof
           move 1     to ws-lote
           move zeros to ws-qtd-convenios

           open input pagcontas-file

           if ws-pgc-nao-existe
               exit paragraph
           end-if

           if not ws-pgc-ok
               display "ERRO ao abrir pagcontas.dat - file status "
                       ws-pgc-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pagcontas-file
                   at end move "S" to ws-eof
                   not at end
                       if pgc-lote-repasse >= ws-lote
                           compute ws-lote = pgc-lote-repasse + 1
                       end-if
                       if pgc-a-repassar
                           perform guarda-convenio
                       end-if
               end-read
           end-perform

           close pagcontas-file.

       guarda-convenio.

           move "N" to ws-conv-achou-flag

           perform varying ws-idx-conv from 1 by 1
                   until ws-idx-conv > ws-qtd-convenios or
                         ws-conv-achou
               if ws-conv-codigo (ws-idx-conv) = pgc-convenio
                   move "S" to ws-conv-achou-flag
                   move ws-idx-conv to ws-pos-conv
               end-if
           end-perform

           if not ws-conv-achou
               if ws-qtd-convenios >= ws-max-convenios
                   display "AVISO: mais de " ws-max-convenios
                           " convenios a repassar - excedente fica "
                           "para o proximo repasse."
                   exit paragraph
               end-if
               add 1 to ws-qtd-convenios
               move ws-qtd-convenios to ws-pos-conv
               move pgc-convenio to ws-conv-codigo (ws-pos-conv)
               move zeros to ws-conv-qtd (ws-pos-conv)
               move zeros to ws-conv-vlr (ws-pos-conv)
               move zeros to ws-conv-vlr-din (ws-pos-conv)
               move zeros to ws-conv-vlr-cta (ws-pos-conv)
               move space to ws-conv-situacao (ws-pos-conv)
           end-if

           add 1         to ws-conv-qtd (ws-pos-conv)
           add pgc-valor to ws-conv-vlr (ws-pos-conv)

           if pgc-em-dinheiro
               add pgc-valor to ws-conv-vlr-din (ws-pos-conv)
           else
               add pgc-valor to ws-conv-vlr-cta (ws-pos-conv)
           end-if.

      *    o convenio so e' repassado se o saldo da casa cobre o
      /    total - o bloco sai inteiro ou fica inteiro para o proximo
       repassa-convenio.

           if ws-conv-vlr (ws-pos-conv) > ws-saldo-total
               move "S" to ws-conv-situacao (ws-pos-conv)
               add 1 to ws-total-conv-ret
               add ws-conv-vlr (ws-pos-conv) to ws-vlr-retidos
               exit paragraph
           end-if

           move zeros to ws-blk-qtd
           move zeros to ws-blk-vlr
           move "N"   to ws-eof

           move ws-lote                    to ws-hdr-lote
           move ws-conv-codigo (ws-pos-conv) to ws-hdr-convenio
           move ws-hoje                    to ws-hdr-data
           move ws-reg-header              to repasse-reg
           write repasse-reg

           open i-o pagcontas-file

           if not ws-pgc-ok
               display "ERRO ao abrir pagcontas.dat - file status "
                       ws-pgc-status
               move 8 to return-code
           else
               perform until ws-eof = "S"
                   read pagcontas-file
                       at end move "S" to ws-eof
                       not at end
                           if pgc-a-repassar and
                              pgc-convenio =
                                  ws-conv-codigo (ws-pos-conv)
                               perform repassa-pagamento
                           end-if
                   end-read
               end-perform
               close pagcontas-file
           end-if

           move ws-conv-codigo (ws-pos-conv) to ws-trl-convenio
           move ws-blk-qtd                 to ws-trl-qtd
           move ws-blk-vlr                 to ws-trl-valor
           move ws-reg-trailer             to repasse-reg
           write repasse-reg

           move "R" to ws-conv-situacao (ws-pos-conv)
           add 1 to ws-total-conv-rep

           if ws-blk-vlr = zeros
               exit paragraph
           end-if

           subtract ws-blk-vlr from ws-saldo-total

           move ws-conv-codigo (ws-pos-conv) to ws-ref-codigo

           move "2"                to trans-opcao
           move ws-blk-vlr         to trans-valor
           move ws-saldo-total     to trans-saldo-result
           move zeros              to trans-conta-id
           move "G"                to trans-estorno
           move ws-ref-convenio    to trans-estorno-ref
           move zeros              to trans-agencia
           perform grava-log.

       repassa-pagamento.

           move "R"     to pgc-status
           move ws-lote to pgc-lote-repasse
           move ws-hoje to pgc-data-repasse

           rewrite pagconta-reg

           if not ws-pgc-ok
               display "ERRO ao atualizar o pagamento " pgc-numero
                       " em pagcontas.dat - file status "
                       ws-pgc-status
               display "Pagamento fica para o proximo repasse."
               exit paragraph
           end-if

           move pgc-numero        to ws-det-numero
           move pgc-codigo-barras to ws-det-barras
           move pgc-valor         to ws-det-valor
           move pgc-data-pagto    to ws-det-data
           move pgc-forma         to ws-det-forma
           move ws-reg-detalhe    to repasse-reg
           write repasse-reg

           add 1         to ws-blk-qtd
           add pgc-valor to ws-blk-vlr
           add 1         to ws-total-repassados
           add pgc-valor to ws-vlr-repassados.

       imprime-relatorio.

           open output rel-repasse

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_repasse.txt - file "
                       "status " ws-rel-status
               exit paragraph
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)
           move ws-lote       to ws-cab-lote

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-colunas to rel-linha
           write rel-linha

           if ws-qtd-convenios = zeros
               move "   (nenhum pagamento a repassar)" to rel-linha
               write rel-linha
           end-if

           perform varying ws-pos-conv from 1 by 1
                   until ws-pos-conv > ws-qtd-convenios
               perform imprime-convenio
           end-perform

           move spaces to rel-linha
           write rel-linha

           move "CONVENIOS REPASSADOS:"   to ws-tot-rotulo
           move ws-total-conv-rep         to ws-tot-qtd
           move ws-vlr-repassados         to ws-tot-valor
           move ws-total-linha            to rel-linha
           write rel-linha

           move "PAGAMENTOS REPASSADOS:"  to ws-tot-rotulo
           move ws-total-repassados       to ws-tot-qtd
           move ws-vlr-repassados         to ws-tot-valor
           move ws-total-linha            to rel-linha
           write rel-linha

           move "CONVENIOS RETIDOS:"      to ws-tot-rotulo
           move ws-total-conv-ret         to ws-tot-qtd
           move ws-vlr-retidos            to ws-tot-valor
           move ws-total-linha            to rel-linha
           write rel-linha

           close rel-repasse.

       imprime-convenio.

           move ws-conv-codigo (ws-pos-conv) to ws-lin-convenio

           if ws-conv-codigo (ws-pos-conv) (1:3) = "BOL"
               move spaces to ws-lin-descricao
               string "BOLETOS BANCO "
                      ws-conv-codigo (ws-pos-conv) (4:3)
                      delimited by size into ws-lin-descricao
           else
               move ws-conv-codigo (ws-pos-conv) (4:1) to ws-segmento
               if ws-segmento > zeros
                   move ws-segmento-nome (ws-segmento)
                       to ws-lin-descricao
               else
                   move "ARRECADACAO" to ws-lin-descricao
               end-if
           end-if

           move ws-conv-qtd (ws-pos-conv)     to ws-lin-qtd
           move ws-conv-vlr-din (ws-pos-conv) to ws-lin-vlr-din
           move ws-conv-vlr-cta (ws-pos-conv) to ws-lin-vlr-cta
           move ws-conv-vlr (ws-pos-conv)     to ws-lin-vlr

           if ws-conv-retido (ws-pos-conv)
               move "RETIDO - SALDO CASA" to ws-lin-situacao
           else
               move "REPASSADO"           to ws-lin-situacao
           end-if

           move ws-conv-linha to rel-linha
           write rel-linha.

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

       grava-saldo.

           open output saldo-file

           if not ws-saldo-ok
               display "ERRO ao gravar saldo.dat - file status "
                       ws-saldo-status
               move 8 to return-code
               exit paragraph
           end-if

           write saldo-reg from ws-saldo-total

           close saldo-file.

       grava-log.

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

           write transacao-reg

           if not ws-transacao-ok
               display "ERRO ao gravar transacoes.log - file status "
                       ws-transacao-status
           end-if

           close transacoes-file

           perform grava-movimento.

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
                       if ctb-programa = "REPASSE" and
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

           move "F"                 to ws-ctb-tipo-grava
           move ws-total-repassados to ws-ctb-registros-grava
           move "OK"                to ws-ctb-resultado-grava
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

           move "REPASSE"               to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program repasse.
