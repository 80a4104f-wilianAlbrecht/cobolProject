      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: gerar o arquivo de TED para o banco liquidante
      * (remessa_ted.txt) com as ordens de transferencia para outro
      * banco que o caixa deixou na fila de teds.dat: header com a
      * sequencia da remessa e a data de geracao, um detalhe por
      * ordem (numero, favorecido e valor) e trailer com a
      * sequencia, a quantidade de detalhes e o valor total. cada
      * ordem enviada passa de P (na fila) para E (enviada) com a
      * sequencia da remessa, e o valor sai do saldo da casa por um
      * saque X na conta zeros (o cliente ja foi debitado no caixa).
      * ordem que o saldo da casa nao cobre fica na fila para a
      * proxima remessa, com return-code 4 como aviso. arquivo sem
      * ordem sai com header e trailer zerado, para o banco saber
      * que nao ha TED no dia. controle de reexecucao diaria via
      * controle_batch.dat - a segunda rodada do dia regravaria o
      * arquivo ainda nao transmitido
      ******************************************************************

       identification division.
       program-id. remted.
       environment division.
       input-output section.
       file-control.

       select teds-file assign to './files/teds.dat'
       organization is sequential
       file status is ws-ted-status.

       select remessa-file assign to './files/remessa_ted.txt'
       organization is line sequential
       file status is ws-remessa-status.

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
       fd teds-file.
       copy "ted.cpy".

       fd remessa-file.
       01 remessa-reg          pic x(100).

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       working-storage section.
       77 ws-ted-status        pic x(2) value spaces.
           88 ws-ted-ok                value "00".
           88 ws-ted-nao-existe        value "35".
       77 ws-remessa-status    pic x(2) value spaces.
           88 ws-remessa-ok            value "00".
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

      *    a sequencia continua de onde a ultima remessa parou -
      /    teds.dat e' a fonte da numeracao
       77 ws-prox-remessa      pic 9(7) value 1.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
       77 ws-data-corrente     pic x(14) value spaces.
       01 ws-data-trasacao.
           05 ws-dia-transacao         pic x(2).
           05 ws-mes-transacao         pic x(2).
           05 ws-ano-transacao         pic x(4).
           05 ws-hora-transacao        pic x(2).
           05 ws-minuto-transacao      pic x(2).
           05 ws-segundo-transacao     pic x(2).
       01 ws-ref-ted.
           05 ws-ref-numero            pic 9(7).
           05 filler                   pic x(7) value spaces.

       77 ws-total-enviadas    pic 9(5) value zeros.
       77 ws-vlr-enviadas      pic 9(9)v99 value zeros.
       77 ws-total-retidas     pic 9(5) value zeros.
       77 ws-vlr-retidas       pic 9(9)v99 value zeros.

      *    layout de interface com o banco liquidante - header,
      /    detalhe por ordem e trailer
       01 ws-reg-header.
           05 filler          pic x(1) value "H".
           05 ws-hdr-remessa  pic 9(7).
           05 ws-hdr-geracao  pic x(8).

       01 ws-reg-detalhe.
           05 filler          pic x(1) value "D".
           05 ws-det-numero   pic 9(7).
           05 ws-det-banco    pic 9(3).
           05 ws-det-agencia  pic 9(4).
           05 ws-det-conta    pic x(12).
           05 ws-det-documento pic x(14).
           05 ws-det-favorecido pic x(30).
           05 ws-det-valor    pic 9(5)v99.

       01 ws-reg-trailer.
           05 filler          pic x(1) value "T".
           05 ws-trl-remessa  pic 9(7).
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-valor    pic 9(9)v99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "REMTED ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform busca-proxima-remessa

           perform le-saldo-atual

           perform monta-data-transacao

           open output remessa-file

           if not ws-remessa-ok
               display "ERRO ao abrir remessa_ted.txt - file status "
                       ws-remessa-status
               move 8 to return-code
               goback
           end-if

           move ws-prox-remessa to ws-hdr-remessa
           move ws-hoje         to ws-hdr-geracao
           move ws-reg-header   to remessa-reg
           write remessa-reg

           open i-o teds-file

           if ws-ted-ok
               move "N" to ws-eof
               perform until ws-eof = "S"
                   read teds-file
                       at end move "S" to ws-eof
                       not at end
                           if ted-na-fila
                               perform envia-ordem
                           end-if
                   end-read
               end-perform
               close teds-file
           else
               if not ws-ted-nao-existe
                   display "ERRO ao abrir teds.dat - file status "
                           ws-ted-status
                   close remessa-file
                   move 8 to return-code
                   goback
               end-if
           end-if

           move ws-prox-remessa   to ws-trl-remessa
           move ws-total-enviadas to ws-trl-qtd
           move ws-vlr-enviadas   to ws-trl-valor
           move ws-reg-trailer    to remessa-reg
           write remessa-reg

           close remessa-file

           if ws-total-enviadas > zeros
               perform grava-saldo
           end-if

           perform grava-controle-fim

           display "Remessa TED " ws-prox-remessa " gravada em "
                   "remessa_ted.txt - " ws-total-enviadas
                   " ordem(ns), " ws-vlr-enviadas "."

           if ws-total-retidas > zeros
               display "AVISO: " ws-total-retidas " ordem(ns) TED "
                       "na fila - saldo da casa insuficiente ("
                       ws-vlr-retidas ")."
               move 4 to return-code
           end-if

           goback.

       busca-proxima-remessa.

           move "N" to ws-eof
           move 1   to ws-prox-remessa

           open input teds-file

           if ws-ted-nao-existe
               exit paragraph
           end-if

           if not ws-ted-ok
               display "ERRO ao abrir teds.dat - file status "
                       ws-ted-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read teds-file
                   at end move "S" to ws-eof
                   not at end
                       if ted-remessa >= ws-prox-remessa
                           compute ws-prox-remessa = ted-remessa + 1
                       end-if
               end-read
           end-perform

           close teds-file.

      *    a ordem so vai ao banco se o saldo da casa cobre o valor -
      /    o liquidante debita a casa no mesmo dia
       envia-ordem.

           if ted-valor > ws-saldo-total
               add 1         to ws-total-retidas
               add ted-valor to ws-vlr-retidas
               exit paragraph
           end-if

           move "E"             to ted-status
           move ws-prox-remessa to ted-remessa
           move ws-hoje         to ted-data-envio

           rewrite ted-reg

           if not ws-ted-ok
               display "ERRO ao atualizar a ordem " ted-numero
                       " em teds.dat - file status " ws-ted-status
               display "Ordem fica na fila para a proxima remessa."
               add 1         to ws-total-retidas
               add ted-valor to ws-vlr-retidas
               exit paragraph
           end-if

           move ted-numero      to ws-det-numero
           move ted-banco       to ws-det-banco
           move ted-agencia     to ws-det-agencia
           move ted-conta-fav   to ws-det-conta
           move ted-documento   to ws-det-documento
           move ted-favorecido  to ws-det-favorecido
           move ted-valor       to ws-det-valor
           move ws-reg-detalhe  to remessa-reg
           write remessa-reg

           subtract ted-valor from ws-saldo-total

           move ted-numero to ws-ref-numero

           move "2"                to trans-opcao
           move ted-valor          to trans-valor
           move ws-saldo-total     to trans-saldo-result
           move zeros              to trans-conta-id
           move "X"                to trans-estorno
           move ws-ref-ted         to trans-estorno-ref
           move ted-agencia-origem to trans-agencia
           perform grava-log

           add 1         to ws-total-enviadas
           add ted-valor to ws-vlr-enviadas.

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
                       if ctb-programa = "REMTED" and
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

           move "F"               to ws-ctb-tipo-grava
           move ws-total-enviadas to ws-ctb-registros-grava
           move "OK"              to ws-ctb-resultado-grava
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

           move "REMTED"                to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program remted.
