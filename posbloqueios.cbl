      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: posicao diaria dos bloqueios judiciais - lista as
      * ordens ativas de bloqueios.dat com o valor ordenado e o
      * valor efetivamente capturado pelo saldo atual da conta
      * (contas.dat), distribuindo o saldo positivo entre as ordens
      * da mesma conta na ordem de cadastro, como bloqueios.cbl e o
      * caixa fazem. a diferenca entre ordenado e capturado e' o que
      * ainda falta para cumprir a ordem. so leitura - pode ser
      * reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. posbloqueios.
       environment division.
       input-output section.
       file-control.

       select bloqueios-file assign to './files/bloqueios.dat'
       organization is sequential
       file status is ws-bloqueio-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select rel-bloqueios assign to './files/relatorio_bloqueios.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd bloqueios-file.
       copy "bloqueio.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd rel-bloqueios.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-bloqueio-status   pic x(2) value spaces.
           88 ws-bloqueio-ok           value "00".
           88 ws-bloqueio-nao-existe   value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-contas-aberto-flag pic x value "N".
           88 ws-contas-aberto     value "S".
       77 ws-hoje              pic x(8) value spaces.

      *    saldo ainda livre de cada conta com ordem ativa - cada
      /    ordem captura do que sobrou das ordens anteriores
       77 ws-max-contas        pic 9(3) value 50.
       77 ws-qtd-contas        pic 9(3) value zeros.
       77 ws-idx-cta           pic 9(3) value zeros.
       77 ws-pos-cta           pic 9(3) value zeros.
       01 ws-cta-tab.
           03 ws-cta-item occurs 50 times.
               05 ws-cta-id        pic 9(5).
               05 ws-cta-saldo     pic s9(5)v99.
               05 ws-cta-livre     pic 9(7)v99.
       77 ws-cta-achou-flag    pic x value "N".
           88 ws-cta-achou         value "S".

       77 ws-capturado         pic 9(7)v99 value zeros.
       77 ws-pendente          pic 9(7)v99 value zeros.
       77 ws-total-ordens      pic 9(5) value zeros.
       77 ws-total-ordenado    pic 9(9)v99 value zeros.
       77 ws-total-capturado   pic 9(9)v99 value zeros.
       77 ws-total-pendente    pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "BLOQUEIOS JUDICIAIS ATIVOS - DIA ".
           05 ws-cab-data     pic x(10).

       01 ws-cab-2.
           05 filler          pic x(8)  value "CONTA".
           05 filler          pic x(27) value "PROCESSO".
           05 filler          pic x(10) value "DATA".
           05 filler          pic x(12) value "SALDO".
           05 filler          pic x(14) value "ORDENADO".
           05 filler          pic x(14) value "CAPTURADO".
           05 filler          pic x(14) value "PENDENTE".

       01 ws-det-linha.
           05 ws-det-conta    pic zzzz9.
           05 filler          pic x(3)  value spaces.
           05 ws-det-processo pic x(25).
           05 filler          pic x(2)  value spaces.
           05 ws-det-data     pic x(8).
           05 filler          pic x(2)  value spaces.
           05 ws-det-saldo    pic -zzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-ordenado pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-det-captura  pic zzzzzz9.99.
           05 filler          pic x(4)  value spaces.
           05 ws-det-pendente pic zzzzzz9.99.

       01 ws-total-linha-1.
           05 filler          pic x(20) value "ORDENS ATIVAS: ".
           05 ws-tot-ordens   pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(20) value "TOTAL ORDENADO: ".
           05 ws-tot-ordenado pic zzzzzzzz9.99.

       01 ws-total-linha-3.
           05 filler          pic x(20) value "TOTAL CAPTURADO: ".
           05 ws-tot-captura  pic zzzzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(20) value "TOTAL PENDENTE: ".
           05 ws-tot-pendente pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           open output rel-bloqueios

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_bloqueios.txt - "
                       "file status " ws-rel-status
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
           move ws-cab-2 to rel-linha
           write rel-linha

           perform lista-bloqueios

           move spaces to rel-linha
           write rel-linha
           move ws-total-ordens    to ws-tot-ordens
           move ws-total-linha-1   to rel-linha
           write rel-linha
           move ws-total-ordenado  to ws-tot-ordenado
           move ws-total-linha-2   to rel-linha
           write rel-linha
           move ws-total-capturado to ws-tot-captura
           move ws-total-linha-3   to rel-linha
           write rel-linha
           move ws-total-pendente  to ws-tot-pendente
           move ws-total-linha-4   to rel-linha
           write rel-linha

           close rel-bloqueios

           display "Bloqueios ativos: " ws-total-ordens
                   " - capturado " ws-total-capturado
                   " de " ws-total-ordenado " ordenado."

           goback.

       lista-bloqueios.

           move "N" to ws-eof

           open input bloqueios-file

           if ws-bloqueio-nao-existe
               display "Nao ha bloqueios.dat - nada a listar."
               exit paragraph
           end-if

           if not ws-bloqueio-ok
               display "ERRO ao abrir bloqueios.dat - file status "
                       ws-bloqueio-status
               exit paragraph
           end-if

           open input contas-file

           if ws-conta-ok
               move "S" to ws-contas-aberto-flag
           else
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               display "Capturado listado como zero - sem saldos."
           end-if

           perform until ws-eof = "S"
               read bloqueios-file
                   at end move "S" to ws-eof
                   not at end
                       if blq-ativo
                           perform lista-bloqueio
                       end-if
               end-read
           end-perform

           close bloqueios-file

           if ws-contas-aberto
               close contas-file
           end-if.

       lista-bloqueio.

           perform busca-conta

           if ws-pos-cta = zeros
               move zeros to ws-capturado
           else
               if ws-cta-livre (ws-pos-cta) < blq-valor
                   move ws-cta-livre (ws-pos-cta) to ws-capturado
               else
                   move blq-valor to ws-capturado
               end-if
               subtract ws-capturado from ws-cta-livre (ws-pos-cta)
           end-if

           compute ws-pendente = blq-valor - ws-capturado

           add 1            to ws-total-ordens
           add blq-valor    to ws-total-ordenado
           add ws-capturado to ws-total-capturado
           add ws-pendente  to ws-total-pendente

           move blq-conta-id to ws-det-conta
           move blq-processo to ws-det-processo
           move blq-data     to ws-det-data
           if ws-pos-cta = zeros
               move zeros to ws-det-saldo
           else
               move ws-cta-saldo (ws-pos-cta) to ws-det-saldo
           end-if
           move blq-valor    to ws-det-ordenado
           move ws-capturado to ws-det-captura
           move ws-pendente  to ws-det-pendente
           move ws-det-linha to rel-linha
           write rel-linha.

      *    localiza a conta da ordem na tabela, lendo o saldo de
      /    contas.dat na primeira ordem da conta - ws-pos-cta fica
      /    zerado quando a conta nao pode ser lida
       busca-conta.

           move "N"   to ws-cta-achou-flag
           move zeros to ws-pos-cta

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas or ws-cta-achou
               if ws-cta-id (ws-idx-cta) = blq-conta-id
                   move "S" to ws-cta-achou-flag
                   move ws-idx-cta to ws-pos-cta
               end-if
           end-perform

           if ws-cta-achou or not ws-contas-aberto
               exit paragraph
           end-if

           if ws-qtd-contas >= ws-max-contas
               display "AVISO: mais de " ws-max-contas
                       " contas com bloqueio - excedente sem "
                       "capturado no relatorio."
               exit paragraph
           end-if

           move blq-conta-id to conta-id

           read contas-file
               invalid key
                   display "AVISO: conta " blq-conta-id
                           " da ordem " blq-processo
                           " nao existe em contas.dat."
                   exit paragraph
           end-read

           add 1 to ws-qtd-contas
           move ws-qtd-contas to ws-pos-cta
           move conta-id      to ws-cta-id (ws-pos-cta)
           move conta-saldo   to ws-cta-saldo (ws-pos-cta)
           move zeros         to ws-cta-livre (ws-pos-cta)

           if conta-saldo > zeros
               move conta-saldo to ws-cta-livre (ws-pos-cta)
           end-if.

       end program posbloqueios.
