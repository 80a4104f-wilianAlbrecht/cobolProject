      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: processar o retorno do banco liquidante para a
      * remessa de TED (retorno_ted.txt): header com a sequencia da
      * remessa, um detalhe por ordem (A = aceita, R = rejeitada com
      * o codigo do banco) e trailer com a sequencia e a quantidade
      * de detalhes. o arquivo inteiro e' recusado se o header e o
      * trailer nao fecham (falta de um deles, sequencias diferentes
      * ou quantidade que nao bate com os detalhes). ordem aceita
      * passa de E (enviada) para C (confirmada); ordem rejeitada
      * passa para R e o valor volta para a conta do cliente por um
      * deposito V com o numero da ordem, que tambem devolve o valor
      * ao saldo da casa - a tarifa TED cobrada no caixa nao e'
      * devolvida. so ordem na situacao E muda, entao reler o mesmo
      * retorno nao altera nada; retornos que nao casam com
      * teds.dat saem no relatorio de excecoes
      ******************************************************************

       identification division.
       program-id. retted.
       environment division.
       input-output section.
       file-control.

       select retorno-file assign to './files/retorno_ted.txt'
       organization is line sequential
       file status is ws-retorno-status.

       select teds-file assign to './files/teds.dat'
       organization is sequential
       file status is ws-ted-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

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

       select rel-excecoes assign to './files/relatorio_retted.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd retorno-file.
       01 retorno-ted-reg.
           03 rtt-tipo             pic x(1).
               88 rtt-header           value "H".
               88 rtt-detalhe          value "D".
               88 rtt-trailer          value "T".
           03 rtt-dados            pic x(99).
      *    visao do header e do trailer - sequencia da remessa
       01 retorno-ted-controle.
           03 filler               pic x(1).
           03 rtt-remessa          pic 9(7).
           03 rtt-qtd              pic 9(5).
           03 filler               pic x(87).
      *    visao do detalhe - uma ordem da remessa
       01 retorno-ted-detalhe.
           03 filler               pic x(1).
           03 rtt-numero           pic 9(7).
           03 rtt-resultado        pic x(1).
               88 rtt-aceita           value "A".
               88 rtt-rejeitada        value "R".
           03 rtt-cod-rejeicao     pic x(3).
           03 rtt-data             pic x(8).
           03 filler               pic x(80).

       fd teds-file.
       copy "ted.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd saldo-file.
       01 saldo-reg            pic 9(5)v99.

       fd transacoes-file.
       copy "transacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd rel-excecoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-retorno-status    pic x(2) value spaces.
           88 ws-retorno-ok            value "00".
           88 ws-retorno-nao-existe    value "35".
       77 ws-ted-status        pic x(2) value spaces.
           88 ws-ted-ok                value "00".
           88 ws-ted-nao-existe        value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
       77 ws-saldo-status      pic x(2) value spaces.
           88 ws-saldo-ok              value "00".
           88 ws-saldo-nao-existe      value "35".
       77 ws-transacao-status  pic x(2) value spaces.
           88 ws-transacao-ok          value "00".
           88 ws-transacao-nao-existe  value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".

       77 ws-eof               pic x value "N".
       77 ws-eof-ted           pic x value "N".
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-mov-gravado-flag  pic x value "N".
           88 ws-mov-gravado       value "S".
       77 ws-arquivo-ok-flag   pic x value "S".
           88 ws-arquivo-ok        value "S".
       77 ws-data-corrente     pic x(14) value spaces.
       77 ws-hoje              pic x(8) value spaces.

      *    conferencia do header/trailer antes de aplicar qualquer
      /    detalhe
       77 ws-qtd-registros     pic 9(5) value zeros.
       77 ws-qtd-detalhes      pic 9(5) value zeros.
       77 ws-remessa-header    pic 9(7) value zeros.
       77 ws-remessa-trailer   pic 9(7) value zeros.
       77 ws-qtd-trailer       pic 9(5) value zeros.
       77 ws-tipo-primeiro     pic x(1) value space.
       77 ws-tipo-ultimo       pic x(1) value space.

       77 ws-saldo-total       pic 9(5)v99 value zeros.
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

       77 ws-total-lidos       pic 9(5) value zeros.
       77 ws-total-aplicados   pic 9(5) value zeros.
       77 ws-total-excecoes    pic 9(5) value zeros.
       77 ws-total-devolvidas  pic 9(5) value zeros.
       77 ws-vlr-devolvidas    pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(35) value
              "EXCECOES DO RETORNO DE TED - DATA: ".
           05 ws-cab-data     pic x(10).

       01 ws-linha-excecao.
           05 filler          pic x(7)  value "ORDEM ".
           05 ws-exc-numero   pic 9(7).
           05 filler          pic x(10) value " remessa: ".
           05 ws-exc-remessa  pic 9(7).
           05 filler          pic x(3)  value " - ".
           05 ws-exc-motivo   pic x(40).
           05 filler          pic x(1)  value space.
           05 ws-exc-codigo   pic x(3).

       01 ws-linha-recusa.
           05 filler          pic x(36) value
              "ARQUIVO RECUSADO - HEADER/TRAILER: ".
           05 ws-rec-motivo   pic x(50).

       01 ws-total-linha.
           05 filler          pic x(10) value "LIDOS: ".
           05 ws-tot-lidos    pic zzzz9.
           05 filler          pic x(13) value "  APLICADOS: ".
           05 ws-tot-aplicados pic zzzz9.
           05 filler          pic x(12) value "  EXCECOES: ".
           05 ws-tot-excecoes pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform confere-arquivo

           if ws-retorno-nao-existe
               display "Nao ha retorno_ted.txt - nada a processar."
               goback
           end-if

           if not ws-retorno-ok
               display "ERRO ao abrir retorno_ted.txt - file status "
                       ws-retorno-status
               move 8 to return-code
               goback
           end-if

           open output rel-excecoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_retted.txt - file "
                       "status " ws-rel-status
               move 8 to return-code
               goback
           end-if

           move function current-date to ws-data-corrente
           move ws-data-corrente (7:2) to ws-cab-data (1:2)
           move "/"                    to ws-cab-data (3:1)
           move ws-data-corrente (5:2) to ws-cab-data (4:2)
           move "/"                    to ws-cab-data (6:1)
           move ws-data-corrente (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces  to rel-linha
           write rel-linha

           if not ws-arquivo-ok
               move ws-linha-recusa to rel-linha
               write rel-linha
               close rel-excecoes
               display "Retorno de TED recusado - " ws-rec-motivo
               move 8 to return-code
               goback
           end-if

           open i-o contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               display "Retorno de TED nao processado - sem contas."
               close rel-excecoes
               move 8 to return-code
               goback
           end-if

           perform le-saldo-atual

           perform monta-data-transacao

           open input retorno-file

           move "N" to ws-eof
           perform until ws-eof = "S"
               read retorno-file
                   at end move "S" to ws-eof
                   not at end
                       if rtt-detalhe
                           add 1 to ws-total-lidos
                           perform processa-retorno
                       end-if
               end-read
           end-perform

           close retorno-file contas-file

           if ws-total-devolvidas > zeros
               perform grava-saldo
           end-if

           move spaces to rel-linha
           write rel-linha
           move ws-total-lidos     to ws-tot-lidos
           move ws-total-aplicados to ws-tot-aplicados
           move ws-total-excecoes  to ws-tot-excecoes
           move ws-total-linha     to rel-linha
           write rel-linha

           close rel-excecoes

           display "Retorno de TED da remessa " ws-remessa-header
                   " processado - " ws-total-lidos " lido(s), "
                   ws-total-aplicados " aplicado(s), "
                   ws-total-excecoes " excecao(oes)."

           if ws-total-devolvidas > zeros
               display ws-total-devolvidas " TED(s) devolvida(s) as "
                       "contas - " ws-vlr-devolvidas "."
           end-if

           goback.

      *    primeira leitura: o primeiro registro tem de ser o header,
      /    o ultimo o trailer da mesma remessa, e a quantidade do
      /    trailer tem de bater com os detalhes lidos
       confere-arquivo.

           move "N" to ws-eof
           move "S" to ws-arquivo-ok-flag

           open input retorno-file

           if not ws-retorno-ok
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read retorno-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-qtd-registros
                       if ws-qtd-registros = 1
                           move rtt-tipo to ws-tipo-primeiro
                       end-if
                       move rtt-tipo to ws-tipo-ultimo
                       evaluate true
                           when rtt-header
                               move rtt-remessa to ws-remessa-header
                           when rtt-trailer
                               move rtt-remessa to ws-remessa-trailer
                               move rtt-qtd     to ws-qtd-trailer
                           when rtt-detalhe
                               add 1 to ws-qtd-detalhes
                       end-evaluate
               end-read
           end-perform

           close retorno-file

           evaluate true
               when ws-tipo-primeiro not = "H"
                   move "N" to ws-arquivo-ok-flag
                   move "PRIMEIRO REGISTRO NAO E' HEADER"
                       to ws-rec-motivo
               when ws-tipo-ultimo not = "T"
                   move "N" to ws-arquivo-ok-flag
                   move "ULTIMO REGISTRO NAO E' TRAILER"
                       to ws-rec-motivo
               when ws-remessa-header not = ws-remessa-trailer
                   move "N" to ws-arquivo-ok-flag
                   move "SEQUENCIA DO HEADER DIFERENTE DO TRAILER"
                       to ws-rec-motivo
               when ws-qtd-trailer not = ws-qtd-detalhes
                   move "N" to ws-arquivo-ok-flag
                   move "QUANTIDADE DO TRAILER DIFERENTE DOS DETALHES"
                       to ws-rec-motivo
           end-evaluate.

       processa-retorno.

           move "N" to ws-achou-flag
           move "N" to ws-eof-ted

           open i-o teds-file

           if ws-ted-nao-existe
               move "SEM TEDS.DAT" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ws-ted-ok
               display "ERRO ao abrir teds.dat - file status "
                       ws-ted-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof-ted = "S"
               read teds-file
                   at end move "S" to ws-eof-ted
                   not at end
                       if ted-numero = rtt-numero
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close teds-file
               move "ORDEM NAO ENCONTRADA" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if ted-remessa not = ws-remessa-header
               close teds-file
               move "ORDEM ENVIADA EM OUTRA REMESSA" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ted-enviada
               close teds-file
               move "ORDEM JA TRATADA" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           evaluate true
               when rtt-aceita
                   move "C"      to ted-status
                   move ws-hoje  to ted-data-retorno
                   move spaces   to ted-cod-rejeicao
                   perform regrava-ordem
               when rtt-rejeitada
                   perform devolve-ordem
               when other
                   move "RESULTADO DE RETORNO INVALIDO"
                       to ws-exc-motivo
                   perform grava-excecao
           end-evaluate

           close teds-file.

      *    ordem rejeitada pelo banco: o valor volta para a conta do
      /    cliente antes da ordem ser marcada R, para que uma falha
      /    no credito deixe a ordem em E para a proxima leitura
       devolve-ordem.

           move ted-conta-id to conta-id

           read contas-file
               invalid key
                   move "CONTA DA ORDEM NAO ENCONTRADA"
                       to ws-exc-motivo
                   perform grava-excecao
                   exit paragraph
           end-read

           if conta-encerrada
               move "CONTA ENCERRADA - DEVOLVER MANUALMENTE"
                   to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           add ted-valor to conta-saldo

           rewrite conta-reg

           if not ws-conta-ok
               display "ERRO ao creditar a conta " conta-id
                       " - file status " ws-conta-status
               move "FALHA NO CREDITO - ORDEM FICA ENVIADA"
                   to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           add ted-valor to ws-saldo-total

           move ted-numero to ws-ref-numero

           move "1"                to trans-opcao
           move ted-valor          to trans-valor
           move ws-saldo-total     to trans-saldo-result
           move ted-conta-id       to trans-conta-id
           move "V"                to trans-estorno
           move ws-ref-ted         to trans-estorno-ref
           move ted-agencia-origem to trans-agencia
           perform grava-log

           add 1         to ws-total-devolvidas
           add ted-valor to ws-vlr-devolvidas

           move "R"              to ted-status
           move ws-hoje          to ted-data-retorno
           move rtt-cod-rejeicao to ted-cod-rejeicao
           perform regrava-ordem

           move "REJEITADA PELO BANCO - VALOR DEVOLVIDO"
               to ws-exc-motivo
           perform grava-excecao.

       regrava-ordem.

           rewrite ted-reg

           if ws-ted-ok
               add 1 to ws-total-aplicados
           else
               display "ERRO ao atualizar teds.dat - file status "
                       ws-ted-status
           end-if.

       grava-excecao.

           add 1 to ws-total-excecoes

           move rtt-numero         to ws-exc-numero
           move ws-remessa-header  to ws-exc-remessa
           move rtt-cod-rejeicao   to ws-exc-codigo
           move ws-linha-excecao   to rel-linha
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

       end program retted.
