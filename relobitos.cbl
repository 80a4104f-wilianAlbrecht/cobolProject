      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: posicao dos clientes falecidos - para cada cliente
      * com obito registrado em registros.txt (manutencao.cbl) que
      * ainda tem saldo nas contas de que e' titular (contas.dat via
      * titulares.dat) ou divida com parcela em aberto
      * (devedores.dat), lista as contas com situacao e saldo e as
      * dividas, separando as habilitadas no espolio. falecido sem
      * saldo e sem divida so entra na contagem final. so leitura -
      * pode ser reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. relobitos.
       environment division.
       input-output section.
       file-control.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select rel-obitos assign to './files/relatorio_obitos.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd pessoa.
       copy "registro-pessoa.cpy".

       fd titulares.
       copy "titular.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd devedores.
       copy "devedor.cpy".

       fd rel-obitos.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".
       77 ws-contas-aberto-flag pic x value "N".
           88 ws-contas-aberto     value "S".
       77 ws-hoje              pic x(8) value spaces.

      *    falecidos de registros.txt com o saldo das contas de que
      /    sao titulares e as dividas em aberto
       77 ws-max-falecidos     pic 9(3) value 100.
       77 ws-qtd-falecidos     pic 9(3) value zeros.
       77 ws-idx-fal           pic 9(3) value zeros.
       77 ws-pos-fal           pic 9(3) value zeros.
       01 ws-fal-tab.
           03 ws-fal-item occurs 100 times.
               05 ws-fal-id        pic 9(5).
               05 ws-fal-nome      pic x(10).
               05 ws-fal-data      pic x(8).
               05 ws-fal-doc       pic x(20).
               05 ws-fal-saldo     pic s9(7)v99.
               05 ws-fal-qtd-div   pic 9(3).
               05 ws-fal-vlr-div   pic 9(8)v99.
               05 ws-fal-qtd-esp   pic 9(3).
       77 ws-fal-achou-flag    pic x value "N".
           88 ws-fal-achou         value "S".

       77 ws-vlr-divida        pic 9(8)v99 value zeros.
       77 ws-total-pendentes   pic 9(5) value zeros.
       77 ws-total-quitados    pic 9(5) value zeros.
       77 ws-total-saldo       pic s9(9)v99 value zeros.
       77 ws-total-dividas     pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(45) value
              "CLIENTES FALECIDOS COM SALDO OU DIVIDA - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-fal-linha.
           05 filler          pic x(8)  value "CLIENTE ".
           05 ws-lin-id       pic zzzz9.
           05 filler          pic x(1)  value space.
           05 ws-lin-nome     pic x(10).
           05 filler          pic x(8)  value "  OBITO ".
           05 ws-lin-data     pic x(8).
           05 filler          pic x(11) value "  CERTIDAO ".
           05 ws-lin-doc      pic x(20).

       01 ws-conta-linha.
           05 filler          pic x(9)  value "   CONTA ".
           05 ws-lin-conta    pic zzzz9.
           05 filler          pic x(1)  value space.
           05 ws-lin-tipo     pic x(1).
           05 filler          pic x(1)  value space.
           05 ws-lin-situacao pic x(10).
           05 filler          pic x(7)  value " SALDO ".
           05 ws-lin-saldo    pic -zzzz9.99.

       01 ws-divida-linha.
           05 filler          pic x(22) value
              "   DIVIDAS EM ABERTO: ".
           05 ws-lin-qtd-div  pic zz9.
           05 filler          pic x(8)  value "  VALOR ".
           05 ws-lin-vlr-div  pic zzzzzzz9.99.
           05 filler          pic x(12) value "  ESPOLIO: ".
           05 ws-lin-qtd-esp  pic zz9.

       01 ws-saldo-linha.
           05 filler          pic x(22) value
              "   SALDO DO TITULAR: ".
           05 ws-lin-saldo-fal pic -zzzzzz9.99.

       01 ws-total-linha-1.
           05 filler          pic x(34) value
              "FALECIDOS COM SALDO OU DIVIDA: ".
           05 ws-tot-pendentes pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(34) value
              "FALECIDOS SEM PENDENCIA: ".
           05 ws-tot-quitados pic zzzz9.

       01 ws-total-linha-3.
           05 filler          pic x(34) value
              "SALDO TOTAL EM CONTAS: ".
           05 ws-tot-saldo    pic -zzzzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(34) value
              "DIVIDAS TOTAIS EM ABERTO: ".
           05 ws-tot-dividas  pic zzzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform carrega-falecidos

           perform soma-dividas

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               display "Rode migratit antes do relatorio de obitos."
               goback
           end-if

           open input contas-file

           if ws-conta-ok
               move "S" to ws-contas-aberto-flag
           else
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               display "Saldos listados como zero."
           end-if

           perform varying ws-pos-fal from 1 by 1
                   until ws-pos-fal > ws-qtd-falecidos
               move "N" to ws-eof-titular
               perform soma-saldo-falecido
           end-perform

           open output rel-obitos

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_obitos.txt - "
                       "file status " ws-rel-status
               close titulares
               if ws-contas-aberto
                   close contas-file
               end-if
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha

           perform varying ws-pos-fal from 1 by 1
                   until ws-pos-fal > ws-qtd-falecidos
               if ws-fal-saldo (ws-pos-fal) not = zeros or
                  ws-fal-qtd-div (ws-pos-fal) > zeros
                   perform imprime-falecido
               else
                   add 1 to ws-total-quitados
               end-if
           end-perform

           close titulares

           if ws-contas-aberto
               close contas-file
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-total-pendentes to ws-tot-pendentes
           move ws-total-linha-1   to rel-linha
           write rel-linha
           move ws-total-quitados  to ws-tot-quitados
           move ws-total-linha-2   to rel-linha
           write rel-linha
           move ws-total-saldo     to ws-tot-saldo
           move ws-total-linha-3   to rel-linha
           write rel-linha
           move ws-total-dividas   to ws-tot-dividas
           move ws-total-linha-4   to rel-linha
           write rel-linha

           close rel-obitos

           display "Obitos: " ws-total-pendentes " cliente(s) com "
                   "saldo ou divida, " ws-total-quitados
                   " sem pendencia - ./files/relatorio_obitos.txt"

           goback.

       carrega-falecidos.

           move "N" to ws-eof

           open input pessoa

           if ws-pessoa-nao-existe
               display "Nao ha registros.txt - nenhum falecido."
               exit paragraph
           end-if

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read pessoa next record
                   at end move "S" to ws-eof
                   not at end
                       if not pessoa-sem-obito
                           perform guarda-falecido
                       end-if
               end-read
           end-perform

           close pessoa.

       guarda-falecido.

           if ws-qtd-falecidos >= ws-max-falecidos
               display "AVISO: mais de " ws-max-falecidos
                       " falecidos em registros.txt - excedente "
                       "ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-falecidos
           move ws-qtd-falecidos to ws-pos-fal

           move pessoa-id         to ws-fal-id (ws-pos-fal)
           move pessoa-nome       to ws-fal-nome (ws-pos-fal)
           move pessoa-data-obito to ws-fal-data (ws-pos-fal)
           move pessoa-doc-obito  to ws-fal-doc (ws-pos-fal)
           move zeros to ws-fal-saldo (ws-pos-fal)
           move zeros to ws-fal-qtd-div (ws-pos-fal)
           move zeros to ws-fal-vlr-div (ws-pos-fal)
           move zeros to ws-fal-qtd-esp (ws-pos-fal).

      *    dividas com parcela em aberto de cada falecido
       soma-dividas.

           move "N" to ws-eof

           if ws-qtd-falecidos = zeros
               exit paragraph
           end-if

           open input devedores

           if ws-devedor-nao-existe
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               display "Dividas listadas como zero."
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores
                   at end move "S" to ws-eof
                   not at end
                       if dev-parc-pgs < dev-qrd-parc
                           perform guarda-divida
                       end-if
               end-read
           end-perform

           close devedores.

       guarda-divida.

           move "N"   to ws-fal-achou-flag
           move zeros to ws-pos-fal

           perform varying ws-idx-fal from 1 by 1
                   until ws-idx-fal > ws-qtd-falecidos or ws-fal-achou
               if ws-fal-id (ws-idx-fal) = dev-id
                   move "S" to ws-fal-achou-flag
                   move ws-idx-fal to ws-pos-fal
               end-if
           end-perform

           if not ws-fal-achou
               exit paragraph
           end-if

           compute ws-vlr-divida =
                   (dev-qrd-parc - dev-parc-pgs) * dev-vlr-parc

           add 1 to ws-fal-qtd-div (ws-pos-fal)
           add ws-vlr-divida to ws-fal-vlr-div (ws-pos-fal)

           if dev-divida-espolio
               add 1 to ws-fal-qtd-esp (ws-pos-fal)
           end-if.

      *    saldo das contas nao encerradas de que o falecido e'
      /    titular
       soma-saldo-falecido.

           if not ws-contas-aberto
               exit paragraph
           end-if

           move ws-fal-id (ws-pos-fal) to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end
                       move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-fal-id (ws-pos-fal)
                           move "S" to ws-eof-titular
                       else
                           if tit-eh-titular
                               perform soma-conta-falecido
                           end-if
                       end-if
               end-read
           end-perform.

       soma-conta-falecido.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           if not conta-encerrada
               add conta-saldo to ws-fal-saldo (ws-pos-fal)
           end-if.

       imprime-falecido.

           add 1 to ws-total-pendentes
           add ws-fal-saldo (ws-pos-fal)   to ws-total-saldo
           add ws-fal-vlr-div (ws-pos-fal) to ws-total-dividas

           move spaces to rel-linha
           write rel-linha

           move ws-fal-id (ws-pos-fal)   to ws-lin-id
           move ws-fal-nome (ws-pos-fal) to ws-lin-nome
           move ws-fal-data (ws-pos-fal) to ws-lin-data
           move ws-fal-doc (ws-pos-fal)  to ws-lin-doc
           move ws-fal-linha to rel-linha
           write rel-linha

           if ws-contas-aberto
               move "N" to ws-eof-titular
               perform lista-contas-falecido
           end-if

           move ws-fal-saldo (ws-pos-fal) to ws-lin-saldo-fal
           move ws-saldo-linha to rel-linha
           write rel-linha

           move ws-fal-qtd-div (ws-pos-fal) to ws-lin-qtd-div
           move ws-fal-vlr-div (ws-pos-fal) to ws-lin-vlr-div
           move ws-fal-qtd-esp (ws-pos-fal) to ws-lin-qtd-esp
           move ws-divida-linha to rel-linha
           write rel-linha.

      *    todas as contas em que o falecido aparece, titular (T) ou
      /    co-titular (C), com a situacao de cada uma
       lista-contas-falecido.

           move ws-fal-id (ws-pos-fal) to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end
                       move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = ws-fal-id (ws-pos-fal)
                           move "S" to ws-eof-titular
                       else
                           perform imprime-conta-falecido
                       end-if
               end-read
           end-perform.

       imprime-conta-falecido.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           move conta-id    to ws-lin-conta
           move tit-tipo    to ws-lin-tipo
           move conta-saldo to ws-lin-saldo

           evaluate true
               when conta-encerrada
                   move "ENCERRADA" to ws-lin-situacao
               when conta-bloqueada-obito
                   move "BLOQUEADA" to ws-lin-situacao
               when other
                   move "ATIVA"     to ws-lin-situacao
           end-evaluate

           move ws-conta-linha to rel-linha
           write rel-linha.

       end program relobitos.
