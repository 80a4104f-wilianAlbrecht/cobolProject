      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: relatorio diario das transferencias para outro
      * banco (teds.dat): ordens enviadas ao banco liquidante na
      * remessa do dia (remted.cbl), confirmadas e rejeitadas no
      * retorno processado no dia (retted.cbl, com o codigo de
      * rejeicao do banco), com quantidade e valor de cada grupo, e
      * a posicao das ordens ainda na fila e das enviadas aguardando
      * retorno. so leitura - pode ser reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. relted.
       environment division.
       input-output section.
       file-control.

       select teds-file assign to './files/teds.dat'
       organization is sequential
       file status is ws-ted-status.

       select rel-ted assign to './files/relatorio_ted.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd teds-file.
       copy "ted.cpy".

       fd rel-ted.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-ted-status        pic x(2) value spaces.
           88 ws-ted-ok                value "00".
           88 ws-ted-nao-existe        value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.

      *    secao em impressao - cada secao e' uma leitura de
      /    teds.dat
       77 ws-secao             pic x(1) value space.
           88 ws-secao-enviadas    value "E".
           88 ws-secao-confirmadas value "C".
           88 ws-secao-rejeitadas  value "R".
       77 ws-qtd-secao         pic 9(5) value zeros.
       77 ws-vlr-secao         pic 9(9)v99 value zeros.

       77 ws-qtd-enviadas      pic 9(5) value zeros.
       77 ws-vlr-enviadas      pic 9(9)v99 value zeros.
       77 ws-qtd-confirmadas   pic 9(5) value zeros.
       77 ws-vlr-confirmadas   pic 9(9)v99 value zeros.
       77 ws-qtd-rejeitadas    pic 9(5) value zeros.
       77 ws-vlr-rejeitadas    pic 9(9)v99 value zeros.
       77 ws-qtd-fila          pic 9(5) value zeros.
       77 ws-vlr-fila          pic 9(9)v99 value zeros.
       77 ws-qtd-aguardando    pic 9(5) value zeros.
       77 ws-vlr-aguardando    pic 9(9)v99 value zeros.
       77 ws-qtd-pedidas       pic 9(5) value zeros.
       77 ws-vlr-tarifas       pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(39) value
              "TRANSFERENCIAS PARA OUTRO BANCO - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-secao.
           05 filler          pic x(6)  value "TEDS ".
           05 ws-cab-titulo   pic x(40).

       01 ws-cab-colunas.
           05 filler          pic x(50) value
              "ORDEM   CONTA BCO AGEN CONTA FAV.   FAVORECIDO".
           05 filler          pic x(37) value
              "                    VALOR     REM COD".

       01 ws-det-linha.
           05 ws-lin-numero   pic 9(7).
           05 filler          pic x(1)  value space.
           05 ws-lin-conta    pic zzzz9.
           05 filler          pic x(1)  value space.
           05 ws-lin-banco    pic 9(3).
           05 filler          pic x(1)  value space.
           05 ws-lin-agencia  pic 9(4).
           05 filler          pic x(1)  value space.
           05 ws-lin-conta-fav pic x(12).
           05 filler          pic x(1)  value space.
           05 ws-lin-favorecido pic x(30).
           05 filler          pic x(1)  value space.
           05 ws-lin-valor    pic zzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-lin-remessa  pic zzzzzz9.
           05 filler          pic x(1)  value space.
           05 ws-lin-codigo   pic x(3).

       01 ws-sub-linha.
           05 filler          pic x(12) value "   SUBTOTAL ".
           05 ws-sub-qtd      pic zzzz9.
           05 filler          pic x(14) value " ordem(ns) - ".
           05 ws-sub-valor    pic zzzzzzzz9.99.

       01 ws-total-linha.
           05 ws-tot-rotulo   pic x(34).
           05 ws-tot-qtd      pic zzzz9.
           05 ws-tot-rotulo-vlr pic x(9) value "  VALOR ".
           05 ws-tot-valor    pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           open output rel-ted

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_ted.txt - file status "
                       ws-rel-status
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha

           move "E" to ws-secao
           move "ENVIADAS NA REMESSA DO DIA" to ws-cab-titulo
           perform imprime-secao
           move ws-qtd-secao to ws-qtd-enviadas
           move ws-vlr-secao to ws-vlr-enviadas

           move "C" to ws-secao
           move "CONFIRMADAS NO RETORNO DO DIA" to ws-cab-titulo
           perform imprime-secao
           move ws-qtd-secao to ws-qtd-confirmadas
           move ws-vlr-secao to ws-vlr-confirmadas

           move "R" to ws-secao
           move "REJEITADAS NO RETORNO DO DIA" to ws-cab-titulo
           perform imprime-secao
           move ws-qtd-secao to ws-qtd-rejeitadas
           move ws-vlr-secao to ws-vlr-rejeitadas

           perform soma-posicao

           move spaces to rel-linha
           write rel-linha

           move "ENVIADAS NO DIA:"      to ws-tot-rotulo
           move ws-qtd-enviadas         to ws-tot-qtd
           move ws-vlr-enviadas         to ws-tot-valor
           move ws-total-linha          to rel-linha
           write rel-linha

           move "CONFIRMADAS NO DIA:"   to ws-tot-rotulo
           move ws-qtd-confirmadas      to ws-tot-qtd
           move ws-vlr-confirmadas      to ws-tot-valor
           move ws-total-linha          to rel-linha
           write rel-linha

           move "REJEITADAS E DEVOLVIDAS NO DIA:" to ws-tot-rotulo
           move ws-qtd-rejeitadas       to ws-tot-qtd
           move ws-vlr-rejeitadas       to ws-tot-valor
           move ws-total-linha          to rel-linha
           write rel-linha

           move "NA FILA PARA A PROXIMA REMESSA:" to ws-tot-rotulo
           move ws-qtd-fila             to ws-tot-qtd
           move ws-vlr-fila             to ws-tot-valor
           move ws-total-linha          to rel-linha
           write rel-linha

           move "ENVIADAS AGUARDANDO RETORNO:" to ws-tot-rotulo
           move ws-qtd-aguardando       to ws-tot-qtd
           move ws-vlr-aguardando       to ws-tot-valor
           move ws-total-linha          to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha
           move "PEDIDAS NO CAIXA NO DIA:" to ws-tot-rotulo
           move ws-qtd-pedidas          to ws-tot-qtd
           move "  TARIFA"              to ws-tot-rotulo-vlr
           move ws-vlr-tarifas          to ws-tot-valor
           move ws-total-linha          to rel-linha
           write rel-linha

           close rel-ted

           display "TED do dia: " ws-qtd-enviadas " enviada(s), "
                   ws-qtd-confirmadas " confirmada(s), "
                   ws-qtd-rejeitadas " rejeitada(s) - "
                   "./files/relatorio_ted.txt"

           goback.

      *    uma leitura de teds.dat por secao - a ordem de teds.dat e'
      /    a ordem de numero, que e' a ordem em que sairam do caixa
       imprime-secao.

           move "N"   to ws-eof
           move zeros to ws-qtd-secao
           move zeros to ws-vlr-secao

           move spaces to rel-linha
           write rel-linha
           move ws-cab-secao to rel-linha
           write rel-linha
           move ws-cab-colunas to rel-linha
           write rel-linha

           open input teds-file

           if ws-ted-nao-existe
               move "   (nenhuma ordem TED cadastrada)" to rel-linha
               write rel-linha
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
                       perform seleciona-ordem
               end-read
           end-perform

           close teds-file

           move ws-qtd-secao to ws-sub-qtd
           move ws-vlr-secao to ws-sub-valor
           move ws-sub-linha to rel-linha
           write rel-linha.

      *    enviada no dia: qualquer ordem com data de envio de hoje,
      /    mesmo que o retorno ja tenha chegado
       seleciona-ordem.

           evaluate true
               when ws-secao-enviadas
                   if ted-data-envio not = ws-hoje
                       exit paragraph
                   end-if
               when ws-secao-confirmadas
                   if not ted-confirmada or
                      ted-data-retorno not = ws-hoje
                       exit paragraph
                   end-if
               when ws-secao-rejeitadas
                   if not ted-rejeitada or
                      ted-data-retorno not = ws-hoje
                       exit paragraph
                   end-if
           end-evaluate

           add 1         to ws-qtd-secao
           add ted-valor to ws-vlr-secao

           move ted-numero     to ws-lin-numero
           move ted-conta-id   to ws-lin-conta
           move ted-banco      to ws-lin-banco
           move ted-agencia    to ws-lin-agencia
           move ted-conta-fav  to ws-lin-conta-fav
           move ted-favorecido to ws-lin-favorecido
           move ted-valor      to ws-lin-valor
           move ted-remessa    to ws-lin-remessa
           move ted-cod-rejeicao to ws-lin-codigo
           move ws-det-linha   to rel-linha
           write rel-linha.

      *    posicao atual da fila e das ordens sem retorno, e as
      /    tarifas cobradas no caixa no dia
       soma-posicao.

           move "N" to ws-eof

           open input teds-file

           if not ws-ted-ok
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read teds-file
                   at end move "S" to ws-eof
                   not at end
                       evaluate true
                           when ted-na-fila
                               add 1         to ws-qtd-fila
                               add ted-valor to ws-vlr-fila
                           when ted-enviada
                               add 1         to ws-qtd-aguardando
                               add ted-valor to ws-vlr-aguardando
                       end-evaluate
                       if ted-data-pedido = ws-hoje
                           add 1          to ws-qtd-pedidas
                           add ted-tarifa to ws-vlr-tarifas
                       end-if
               end-read
           end-perform

           close teds-file.

       end program relted.
