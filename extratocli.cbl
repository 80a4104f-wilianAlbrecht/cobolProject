      * saldo vivo de contas.dat, descontando o movimento do mes e o
      * posterior - o log vivo so guarda o mes corrente depois do
      * arquivamento mensal, entao repassar do inicio do arquivo
      * abriria errado. sai uma via do extrato para cada titular e
      * co-titular da conta (titulares.dat), cada uma no endereco do
      * seu cadastro. conta sem movimento no mes nao gera extrato,
      * e o fim do arquivo traz a pagina de controle para a grafica.
      * conta encerrada no mes sai sempre, como extrato final de
      * encerramento com a data e o operador; encerrada antes do mes
      * nao gera mais extrato
      ******************************************************************

       identification division.
       access mode is dynamic
       file status is ws-pessoa-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select transacoes-file assign to './files/transacoes.log'
       organization is sequential
       file status is ws-transacao-status.
       fd pessoa.
       copy "registro-pessoa.cpy".

       fd titulares.
       copy "titular.cpy".

       fd transacoes-file.
       copy "transacao.cpy".

       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".
       77 ws-eof-log           pic x value "N".

       77 ws-parm-mes          pic x(6) value spaces.
       77 ws-mes-registro      pic x(6) value spaces.

       77 ws-conta-atual       pic 9(5) value zeros.
       77 ws-saldo-arquivo     pic s9(5)v99 value zeros.
       77 ws-saldo-conta       pic s9(7)v99 value zeros.
       77 ws-mov-no-mes        pic 9(5) value zeros.
      *    movimento liquido do mes do extrato e do que veio depois
      /    dele - a abertura sai de contas.dat menos os dois
       77 ws-net-mes           pic s9(7)v99 value zeros.
       77 ws-net-pos           pic s9(7)v99 value zeros.
       77 ws-saldo-abertura    pic s9(7)v99 value zeros.

      *    titulares da conta em impressao - uma via por pessoa, o
      /    titular primeiro e depois os co-titulares
       77 ws-max-titulares     pic 9(2) value 10.
       77 ws-qtd-titulares     pic 9(2) value zeros.
       77 ws-idx-tit           pic 9(2) value zeros.
       01 ws-tit-tab.
           03 ws-tit-item occurs 10 times.
               05 ws-tit-pessoa    pic 9(5).
               05 ws-tit-tipo      pic x(1).
       77 ws-via-pessoa        pic 9(5) value zeros.
       77 ws-via-tipo          pic x(1) value space.

       77 ws-total-extratos    pic 9(5) value zeros.
       77 ws-total-contas-ext  pic 9(5) value zeros.
       77 ws-total-sem-mov     pic 9(5) value zeros.
       77 ws-total-sem-cadastro pic 9(5) value zeros.
       77 ws-total-movimentos  pic 9(5) value zeros.
       77 ws-total-encerramento pic 9(5) value zeros.
       77 ws-total-encerradas  pic 9(5) value zeros.
       77 ws-mes-encerra       pic x(6) value spaces.
       77 ws-encerra-mes-flag  pic x value "N".
           88 ws-encerra-no-mes    value "S".
       77 ws-data-encerra      pic x(8) value spaces.
       77 ws-operador-encerra  pic x(10) value spaces.

       01 ws-linha-separador.
           05 filler pic x(60) value all "=".
           05 filler          pic x(11) value "AO SR(A). ".
           05 ws-dest-nome    pic x(30).

       01 ws-linha-titularidade.
           05 filler          pic x(14) value "TITULARIDADE: ".
           05 ws-titularidade pic x(11).

       01 ws-linha-rua.
           05 ws-end-rua      pic x(10).
           05 filler          pic x(2)  value ", ".
           05 filler          pic x(1)  value "/".
           05 ws-tit-ano      pic x(4).

       01 ws-linha-titulo-enc.
           05 filler          pic x(34) value
              "EXTRATO DE ENCERRAMENTO DA CONTA ".
           05 ws-tie-conta    pic zzzz9.
           05 filler          pic x(8)  value " - MES ".
           05 ws-tie-mes      pic x(2).
           05 filler          pic x(1)  value "/".
           05 ws-tie-ano      pic x(4).

       01 ws-linha-encerrada.
           05 filler          pic x(20) value "CONTA ENCERRADA EM ".
           05 ws-enc-dia      pic x(2).
           05 filler          pic x(1)  value "/".
           05 ws-enc-mes      pic x(2).
           05 filler          pic x(1)  value "/".
           05 ws-enc-ano      pic x(4).
           05 filler          pic x(15) value " - OPERADOR ".
           05 ws-enc-operador pic x(10).

       01 ws-linha-final.
           05 filler          pic x(50) value
              "EXTRATO FINAL - CONTA SEM MOVIMENTO A PARTIR DAQUI".

       01 ws-linha-abertura.
           05 filler          pic x(30) value
              "SALDO DE ABERTURA: ".
       01 ws-linha-conferencia.
           05 filler          pic x(30) value
              "SALDO EM CONTAS.DAT: ".
           05 ws-cf-saldo     pic -zzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-cf-alerta    pic x(15).


       01 ws-ctl-linha-1.
           05 filler          pic x(28) value
              "VIAS IMPRESSAS: ".
           05 ws-ctl-extratos pic zzzz9.

       01 ws-ctl-linha-2.

       01 ws-ctl-linha-3.
           05 filler          pic x(28) value
              "VIAS SEM ENDERECO: ".
           05 ws-ctl-sem-cad  pic zzzz9.

       01 ws-ctl-linha-4.
              "MOVIMENTOS IMPRESSOS: ".
           05 ws-ctl-movs     pic zzzz9.

       01 ws-ctl-linha-5.
           05 filler          pic x(28) value
              "EXTRATOS DE ENCERRAMENTO: ".
           05 ws-ctl-encerra  pic zzzz9.

       01 ws-ctl-linha-6.
           05 filler          pic x(28) value
              "CONTAS JA ENCERRADAS: ".
           05 ws-ctl-encerradas pic zzzz9.

       01 ws-ctl-linha-7.
           05 filler          pic x(28) value
              "CONTAS COM EXTRATO: ".
           05 ws-ctl-contas   pic zzzz9.

       procedure division.

           move function current-date (1:6) to ws-mes-corrente
               goback
           end-if

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status " - rode migratit antes do "
                       "primeiro extrato."
               close contas-file pessoa
               goback
           end-if

           open output rel-extratos

           if not ws-rel-ok
               display "ERRO ao abrir extratos_mensais.txt - "
                       "file status " ws-rel-status
               close contas-file pessoa titulares
               goback
           end-if

               end-read
           end-perform

           close contas-file pessoa titulares

           perform imprime-pagina-controle


           display "Extratos gravados em "
                   "./files/extratos_mensais.txt - "
                   ws-total-extratos " via(s) de "
                   ws-total-contas-ext " conta(s), "
                   ws-total-sem-mov " conta(s) sem movimento."

           goback.
      *    duas passadas no diario por conta: a primeira apura o
      /    movimento liquido do mes e o posterior para derivar a
      /    abertura do saldo vivo; a segunda imprime o mes linha a
      /    linha com o saldo corrente da conta, repetida para cada
      /    via (titular e co-titulares)
       gera-extrato-conta.

           move conta-id    to ws-conta-atual
           move zeros to ws-net-mes
           move zeros to ws-net-pos

      *    conta encerrada: extrato final no mes do encerramento,
      /    nenhum extrato nos meses seguintes
           move "N" to ws-encerra-mes-flag

           if conta-encerrada
               move conta-data-encerra (1:6) to ws-mes-encerra
               if ws-mes-encerra < ws-mes-extrato
                   add 1 to ws-total-encerradas
                   exit paragraph
               end-if
               if ws-mes-encerra = ws-mes-extrato
                   move "S" to ws-encerra-mes-flag
                   move conta-data-encerra     to ws-data-encerra
                   move conta-operador-encerra to ws-operador-encerra
               end-if
           end-if

           perform apura-movimento-mes

           if ws-mov-no-mes = zeros and not ws-encerra-no-mes
               add 1 to ws-total-sem-mov
               exit paragraph
           end-if
      *    abertura = saldo vivo menos o que o mes e os meses
      /    seguintes moveram - independe de quanto do passado ainda
      /    esta no log vivo
           compute ws-saldo-abertura =
                   ws-saldo-arquivo - ws-net-mes - ws-net-pos

           add 1 to ws-total-contas-ext

           if ws-encerra-no-mes
               add 1 to ws-total-encerramento
           end-if

           perform carrega-titulares-conta

      *    conta sem titular em titulares.dat sai numa via so, sem
      /    bloco de endereco
           if ws-qtd-titulares = zeros
               move zeros to ws-via-pessoa
               move space to ws-via-tipo
               perform imprime-via-extrato
               exit paragraph
           end-if

           perform varying ws-idx-tit from 1 by 1
                   until ws-idx-tit > ws-qtd-titulares
               if ws-tit-tipo (ws-idx-tit) = "T"
                   move ws-tit-pessoa (ws-idx-tit) to ws-via-pessoa
                   move "T" to ws-via-tipo
                   perform imprime-via-extrato
               end-if
           end-perform

           perform varying ws-idx-tit from 1 by 1
                   until ws-idx-tit > ws-qtd-titulares
               if ws-tit-tipo (ws-idx-tit) not = "T"
                   move ws-tit-pessoa (ws-idx-tit) to ws-via-pessoa
                   move "C" to ws-via-tipo
                   perform imprime-via-extrato
               end-if
           end-perform.

       imprime-via-extrato.

           move ws-saldo-abertura to ws-saldo-conta

           perform imprime-cabecalho-conta

           perform imprime-movimentos-mes

           perform fecha-extrato-conta.

       carrega-titulares-conta.

           move zeros to ws-qtd-titulares
           move "N"   to ws-eof-titular

           move ws-conta-atual to tit-conta-id
           move zeros          to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-conta-id not = ws-conta-atual
                           move "S" to ws-eof-titular
                       else
                           perform guarda-titular-conta
                       end-if
               end-read
           end-perform.

       guarda-titular-conta.

           if ws-qtd-titulares >= ws-max-titulares
               display "AVISO: conta " ws-conta-atual " com mais de "
                       ws-max-titulares " titulares - excedente "
                       "ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-titulares
           move tit-pessoa-id to ws-tit-pessoa (ws-qtd-titulares)
           move tit-tipo      to ws-tit-tipo (ws-qtd-titulares).

       apura-movimento-mes.

           move "N" to ws-eof-log
                   move "TARIFA"        to ws-det-opcao
               when trans-eh-rendimento
                   move "RENDIMENTO"    to ws-det-opcao
               when trans-eh-juros-cheque
                   move "JUROS CH.ESP." to ws-det-opcao
               when trans-eh-bloqueio-judicial
                   move "BLOQ.JUDICIAL" to ws-det-opcao
               when trans-eh-desbloqueio
                   move "LIBERA BLOQ." to ws-det-opcao
               when trans-eh-encerramento
                   move "ENCERRAMENTO"  to ws-det-opcao
               when trans-eh-aplicacao
                   move "APLICACAO"     to ws-det-opcao
               when trans-eh-resgate-aplic
                   move "RESGATE APLIC." to ws-det-opcao
               when trans-eh-juros-aplic
                   move "JUROS APLIC."  to ws-det-opcao
               when trans-eh-imposto-renda
                   move "IR RETIDO"     to ws-det-opcao
               when trans-eh-folha
                   move "FOLHA PAGTO"   to ws-det-opcao
               when trans-eh-ted
                   move "TED ENVIADA"   to ws-det-opcao
               when trans-eh-ted-devolvida
                   move "TED DEVOLVIDA" to ws-det-opcao
               when trans-eh-pagto-conta
                   move "PAGTO CONTA"   to ws-det-opcao
               when trans-eh-cheque
                   move "CHEQUE"        to ws-det-opcao
               when trans-eh-deposito
                   move "DEPOSITO"      to ws-det-opcao
               when other
           move ws-det-linha to rel-linha
           write rel-linha.

      *    via sem titular ou com titular sem cadastro em registros.txt
      /    sai sem bloco de endereco e entra na contagem de excecao
      /    da grafica
       imprime-cabecalho-conta.

           add 1 to ws-total-extratos
           move ws-linha-separador to rel-linha
           write rel-linha

           move ws-via-pessoa to pessoa-id

           if ws-via-pessoa = zeros
               add 1 to ws-total-sem-cadastro
               display "AVISO: conta " ws-conta-atual " sem titular "
                       "em titulares.dat - extrato sem endereco."
           else
               perform imprime-endereco-via
           end-if

           move spaces to rel-linha
           write rel-linha

           if ws-encerra-no-mes
               move ws-conta-atual       to ws-tie-conta
               move ws-mes-extrato (5:2) to ws-tie-mes
               move ws-mes-extrato (1:4) to ws-tie-ano
               move ws-linha-titulo-enc  to rel-linha
           else
               move ws-conta-atual       to ws-tit-conta
               move ws-mes-extrato (5:2) to ws-tit-mes
               move ws-mes-extrato (1:4) to ws-tit-ano
               move ws-linha-titulo      to rel-linha
           end-if
           write rel-linha

           if ws-via-tipo = "T"
               move "TITULAR"    to ws-titularidade
               move ws-linha-titularidade to rel-linha
               write rel-linha
           end-if

           if ws-via-tipo = "C"
               move "CO-TITULAR" to ws-titularidade
               move ws-linha-titularidade to rel-linha
               write rel-linha
           end-if

           move ws-saldo-conta    to ws-ab-saldo
           move ws-linha-abertura to rel-linha
           write rel-linha.

       imprime-endereco-via.

           read pessoa
               invalid key
                   add 1 to ws-total-sem-cadastro
                   display "AVISO: titular " ws-via-pessoa " da conta "
                           ws-conta-atual " sem cadastro em "
                           "registros.txt - extrato sem endereco."
               not invalid key
                   move pessoa-nome to ws-dest-nome
                   move ws-linha-destinatario to rel-linha
                   move pessoa-cep      to ws-end-cep
                   move ws-linha-cidade to rel-linha
                   write rel-linha
           end-read.

       fecha-extrato-conta.

               write rel-linha
           end-if

           if ws-encerra-no-mes
               move ws-data-encerra (7:2) to ws-enc-dia
               move ws-data-encerra (5:2) to ws-enc-mes
               move ws-data-encerra (1:4) to ws-enc-ano
               move ws-operador-encerra   to ws-enc-operador
               move ws-linha-encerrada    to rel-linha
               write rel-linha
               move ws-linha-final        to rel-linha
               write rel-linha
           end-if

           move ws-linha-separador to rel-linha
           write rel-linha
           move spaces to rel-linha
           move ws-ctl-cab to rel-linha
           write rel-linha

           move ws-total-contas-ext to ws-ctl-contas
           move ws-ctl-linha-7      to rel-linha
           write rel-linha

           move ws-total-extratos to ws-ctl-extratos
           move ws-ctl-linha-1    to rel-linha
           write rel-linha

           move ws-total-movimentos to ws-ctl-movs
           move ws-ctl-linha-4      to rel-linha
           write rel-linha

           move ws-total-encerramento to ws-ctl-encerra
           move ws-ctl-linha-5        to rel-linha
           write rel-linha

           move ws-total-encerradas to ws-ctl-encerradas
           move ws-ctl-linha-6      to rel-linha
           write rel-linha.

       end program extratocli.
