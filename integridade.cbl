      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: verificacao noturna de integridade referencial dos
      * arquivos da cobranca - validador.cbl confere registros.txt e
      * devedores.dat e reconcilia.cbl casa os dois, este lote cruza
      * o resto: toda parcela de parcelas.dat tem devedor vivo em
      * devedores.dat; as parcelas abertas de cada devedor batem com
      * o que devedores.dat diz que ele deve (dev-qrd-parc menos
      * dev-parc-pgs, em quantidade e em valor); todo contrato de
      * contratos.dat tem a agenda de parcelas; toda cobranca de
      * cobrancas_ctrl.dat aponta para uma parcela que existe; os
      * avalistas, contatos e renegociacoes apontam para devedor e
      * pessoa/operador cadastrados; e divida baixada em prejuizo.dat
      * nao tem parcela aberta. divida quitada arquivada
      * (devedores_hist.dat/parcelas_hist.dat) e divida baixada
      * (prejuizo.dat/parcelas_prejuizo.dat) continuam valendo como
      * referencia. cada vinculo quebrado vai para
      * relatorio_integridade.txt; com excecao, ou com a verificacao
      * incompleta, o programa termina com return-code 8 para segurar
      * o lote noturno, como reconcontas.cbl
      ******************************************************************
       identification division.
       program-id. integridade.
       environment division.
       input-output section.
       file-control.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select devedores-hist assign to './files/devedores_hist.dat'
       organization is sequential
       file status is ws-devedor-hist-status.

       select prejuizo-file assign to './files/prejuizo.dat'
       organization is sequential
       file status is ws-prejuizo-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select parcelas-hist assign to './files/parcelas_hist.dat'
       organization is sequential
       file status is ws-parcela-hist-status.

       select parcelas-prejuizo
              assign to './files/parcelas_prejuizo.dat'
       organization is sequential
       file status is ws-parcela-prej-status.

       select contratos-file assign to './files/contratos.dat'
       organization is sequential
       file status is ws-contrato-status.

       select cobrancas-ctrl assign to './files/cobrancas_ctrl.dat'
       organization is sequential
       file status is ws-cobranca-status.

       select avalistas assign to './files/avalistas.dat'
       organization is sequential
       file status is ws-avalista-status.

       select contatos-file assign to './files/contatos.dat'
       organization is sequential
       file status is ws-contato-status.

       select renegociacoes assign to './files/renegociacoes.dat'
       organization is sequential
       file status is ws-renegociacao-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select rel-integridade
              assign to './files/relatorio_integridade.txt'
       organization is line sequential
       file status is ws-rel-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       data division.
       file section.
       fd devedores.
       copy "devedor.cpy".

       fd devedores-hist.
       01 devedor-hist-reg     pic x(58).

       fd prejuizo-file.
       copy "prejuizo.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd parcelas-hist.
       01 parcela-hist-reg     pic x(45).

       fd parcelas-prejuizo.
       01 parcela-prejuizo-reg pic x(45).

       fd contratos-file.
       copy "contrato.cpy".

       fd cobrancas-ctrl.
       copy "cobranca.cpy".

       fd avalistas.
       copy "avalista.cpy".

       fd contatos-file.
       copy "contato.cpy".

       fd renegociacoes.
       copy "renegociacao.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd operadores.
       copy "operador.cpy".

       fd rel-integridade.
       01 rel-linha            pic x(100).

       fd controle-file.
       copy "controle-batch.cpy".

       working-storage section.
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-devedor-hist-status pic x(2) value spaces.
           88 ws-devedor-hist-ok       value "00".
           88 ws-devedor-hist-nao-existe value "35".
       77 ws-prejuizo-status   pic x(2) value spaces.
           88 ws-prejuizo-ok           value "00".
           88 ws-prejuizo-nao-existe   value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-parcela-hist-status pic x(2) value spaces.
           88 ws-parcela-hist-ok       value "00".
           88 ws-parcela-hist-nao-existe value "35".
       77 ws-parcela-prej-status pic x(2) value spaces.
           88 ws-parcela-prej-ok       value "00".
           88 ws-parcela-prej-nao-existe value "35".
       77 ws-contrato-status   pic x(2) value spaces.
           88 ws-contrato-ok           value "00".
           88 ws-contrato-nao-existe   value "35".
       77 ws-cobranca-status   pic x(2) value spaces.
           88 ws-cobranca-ok           value "00".
           88 ws-cobranca-nao-existe   value "35".
       77 ws-avalista-status   pic x(2) value spaces.
           88 ws-avalista-ok           value "00".
           88 ws-avalista-nao-existe   value "35".
       77 ws-contato-status    pic x(2) value spaces.
           88 ws-contato-ok            value "00".
           88 ws-contato-nao-existe    value "35".
       77 ws-renegociacao-status pic x(2) value spaces.
           88 ws-renegociacao-ok       value "00".
           88 ws-renegociacao-nao-existe value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".

       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    arquivo que nao abriu ou tabela que estourou deixam a
      /    verificacao incompleta - o lote e' segurado do mesmo jeito
       77 ws-incompleta-flag   pic x value "N".
           88 ws-incompleta        value "S".
       77 ws-pessoa-aberto-flag pic x value "N".
           88 ws-pessoa-aberto     value "S".
       77 ws-operador-aberto-flag pic x value "N".
           88 ws-operador-aberto   value "S".

      *    devedores conhecidos: vivos (V) de devedores.dat,
      /    arquivados (H) de devedores_hist.dat e baixados (P) de
      /    prejuizo.dat, com o que o cadastro diz que esta em aberto
      /    e o que as parcelas abertas somam
       77 ws-max-devedores     pic 9(3) value 999.
       77 ws-qtd-devedores     pic 9(3) value zeros.
       77 ws-idx-dev           pic 9(3) value zeros.
       77 ws-pos-dev           pic 9(3) value zeros.
       01 ws-dev-tab.
           03 ws-dev-item occurs 999 times.
               05 ws-dev-id         pic 9(5).
               05 ws-dev-origem     pic x(1).
                   88 ws-dev-vivo       value "V".
                   88 ws-dev-arquivado  value "H".
                   88 ws-dev-baixado    value "P".
               05 ws-dev-qrd-parc   pic 9(3).
               05 ws-dev-parc-pgs   pic 9(3).
               05 ws-dev-vlr-parc   pic 9(5)v99.
               05 ws-dev-qtd-aberta pic 9(3).
               05 ws-dev-vlr-aberto pic 9(7)v99.
       77 ws-dev-origem-grava  pic x(1) value space.
       77 ws-dev-achou-flag    pic x value "N".
           88 ws-dev-achou         value "S".
       77 ws-dev-procurado     pic 9(5) value zeros.
       77 ws-ope-procurado     pic x(10) value spaces.

      *    chaves devedor + numero de todas as parcelas (vivas,
      /    arquivadas e baixadas) para cobrancas e contratos
       77 ws-max-parcelas      pic 9(4) value 3000.
       77 ws-qtd-parcelas      pic 9(4) value zeros.
       77 ws-idx-par           pic 9(4) value zeros.
       01 ws-par-tab.
           03 ws-par-item occurs 3000 times.
               05 ws-par-dev-id     pic 9(5).
               05 ws-par-numero     pic 9(3).
       77 ws-par-achou-flag    pic x value "N".
           88 ws-par-achou         value "S".
       77 ws-qtd-agenda        pic 9(3) value zeros.

      *    saldo esperado do devedor: parcelas em aberto pelo cadastro
      /    vezes o valor da parcela; a tabela price arredonda juros e
      /    amortizacao de cada parcela, entao aceita um centavo de
      /    diferenca por parcela
       77 ws-qtd-esperada      pic s9(4) value zeros.
       77 ws-vlr-esperado      pic 9(8)v99 value zeros.
       77 ws-vlr-diferenca     pic s9(8)v99 value zeros.
       77 ws-vlr-tolerancia    pic 9(5)v99 value zeros.

      *    regras verificadas - nome e contadores por regra
       77 ws-max-regras        pic 9(1) value 8.
       77 ws-idx-rg            pic 9(1) value zeros.
       77 ws-regra             pic 9(1) value zeros.
       01 ws-regras-init.
           05 filler pic x(32) value "PARCELA SEM DEVEDOR".
           05 filler pic x(32) value "SALDO DIFERENTE DO DEVEDOR".
           05 filler pic x(32) value "CONTRATO SEM AGENDA".
           05 filler pic x(32) value "COBRANCA SEM PARCELA".
           05 filler pic x(32) value "AVALISTA SEM DEVEDOR/PESSOA".
           05 filler pic x(32) value "CONTATO SEM DEVEDOR/OPERADOR".
           05 filler pic x(32) value "RENEGOCIACAO SEM DEV/OPERADOR".
           05 filler pic x(32) value "PREJUIZO COM PARCELA ABERTA".
       01 ws-regras-tab redefines ws-regras-init.
           03 ws-rg-nome occurs 8 times pic x(32).
       01 ws-cnt-tab.
           03 ws-cnt-item occurs 8 times.
               05 ws-cnt-verificados pic 9(5).
               05 ws-cnt-excecoes    pic 9(5).
       77 ws-total-excecoes    pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "VERIFICACAO DE INTEGRIDADE DA COBRANCA".
           05 filler          pic x(6)  value "DATA: ".
           05 ws-cab-dia      pic x(2).
           05 filler          pic x(1)  value "/".
           05 ws-cab-mes      pic x(2).
           05 filler          pic x(1)  value "/".
           05 ws-cab-ano      pic x(4).

       01 ws-linha-excecao.
           05 ws-exc-regra    pic x(32).
           05 filler          pic x(9)  value "devedor: ".
           05 ws-exc-devedor  pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-exc-rotulo   pic x(11).
           05 ws-exc-ref      pic x(10).
           05 filler          pic x(1)  value space.
           05 ws-exc-obs      pic x(30).

       01 ws-linha-saldo.
           05 filler          pic x(32) value
              "SALDO DIFERENTE DO DEVEDOR".
           05 filler          pic x(9)  value "devedor: ".
           05 ws-sal-devedor  pic zzzz9.
           05 filler          pic x(11) value "  abertas: ".
           05 ws-sal-qtd-aberta pic zz9.
           05 filler          pic x(1)  value "/".
           05 ws-sal-qtd-esperada pic -zz9.
           05 filler          pic x(9)  value "  valor: ".
           05 ws-sal-vlr-aberto pic zzzzzz9.99.
           05 filler          pic x(1)  value "/".
           05 ws-sal-vlr-esperado pic zzzzzzz9.99.

       01 ws-cab-resumo.
           05 filler          pic x(32) value "REGRA".
           05 filler          pic x(13) value "  VERIFICADOS".
           05 filler          pic x(10) value "  EXCECOES".

       01 ws-linha-resumo.
           05 ws-res-regra    pic x(32).
           05 filler          pic x(8)  value spaces.
           05 ws-res-verificados pic zzzz9.
           05 filler          pic x(5)  value spaces.
           05 ws-res-excecoes pic zzzz9.

       01 ws-linha-total.
           05 filler          pic x(32) value "TOTAL DE EXCECOES".
           05 filler          pic x(18) value spaces.
           05 ws-tot-excecoes pic zzzz9.

       01 ws-linha-resultado.
           05 filler          pic x(11) value "RESULTADO: ".
           05 ws-resultado    pic x(50).

       01 ws-linha-aviso.
           05 filler          pic x(7)  value "AVISO: ".
           05 ws-aviso        pic x(70).

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform grava-controle-inicio

           open output rel-integridade

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_integridade.txt - "
                       "file status " ws-rel-status
               move 8 to return-code
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-dia
           move ws-hoje (5:2) to ws-cab-mes
           move ws-hoje (1:4) to ws-cab-ano
           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha

           initialize ws-cnt-tab

           perform carrega-devedores
           perform carrega-devedores-hist
           perform carrega-prejuizos

           perform confere-parcelas
           perform carrega-parcelas-hist
           perform carrega-parcelas-prejuizo

           perform confere-saldos
           perform confere-contratos
           perform confere-cobrancas

           perform abre-cadastros
           perform confere-avalistas
           perform confere-contatos
           perform confere-renegociacoes
           perform fecha-cadastros

           perform confere-prejuizos

           perform imprime-resumo

           close rel-integridade

           perform grava-controle-fim

           display "Integridade da cobranca: " ws-total-excecoes
                   " excecao(oes) - ver relatorio_integridade.txt."

           if ws-total-excecoes > zeros or ws-incompleta
               move 8 to return-code
           end-if

           goback.

       carrega-devedores.

           move "N" to ws-eof

           open input devedores

           if ws-devedor-nao-existe
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores
                   at end move "S" to ws-eof
                   not at end
                       move "V" to ws-dev-origem-grava
                       perform inclui-devedor
               end-read
           end-perform

           close devedores.

      *    devedor-reg traz o devedor lido e ws-dev-origem-grava a
      /    origem
       inclui-devedor.

           if ws-qtd-devedores not < ws-max-devedores
               move "devedores acima da capacidade da tabela"
                   to ws-aviso
               perform escreve-aviso
               exit paragraph
           end-if

           add 1 to ws-qtd-devedores
           move ws-dev-origem-grava
               to ws-dev-origem (ws-qtd-devedores)
           move dev-id       to ws-dev-id (ws-qtd-devedores)
           move dev-qrd-parc to ws-dev-qrd-parc (ws-qtd-devedores)
           move dev-parc-pgs to ws-dev-parc-pgs (ws-qtd-devedores)
           move dev-vlr-parc to ws-dev-vlr-parc (ws-qtd-devedores)
           move zeros        to ws-dev-qtd-aberta (ws-qtd-devedores)
           move zeros        to ws-dev-vlr-aberto (ws-qtd-devedores).

       carrega-devedores-hist.

           move "N" to ws-eof

           open input devedores-hist

           if ws-devedor-hist-nao-existe
               exit paragraph
           end-if

           if not ws-devedor-hist-ok
               display "ERRO ao abrir devedores_hist.dat - file "
                       "status " ws-devedor-hist-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores-hist into devedor-reg
                   at end move "S" to ws-eof
                   not at end
                       move dev-id to ws-dev-procurado
                       perform busca-devedor
                       if not ws-dev-achou
                           move "H" to ws-dev-origem-grava
                           perform inclui-devedor
                       end-if
               end-read
           end-perform

           close devedores-hist.

      *    divida baixada sai de devedores.dat - o registro de
      /    prejuizo.dat e' o que resta dela. a recuperada vale so
      /    como referencia, como a arquivada
       carrega-prejuizos.

           move "N" to ws-eof

           open input prejuizo-file

           if ws-prejuizo-nao-existe
               exit paragraph
           end-if

           if not ws-prejuizo-ok
               display "ERRO ao abrir prejuizo.dat - file status "
                       ws-prejuizo-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read prejuizo-file
                   at end move "S" to ws-eof
                   not at end
                       move prej-dev-id to ws-dev-procurado
                       perform busca-devedor
                       if not ws-dev-achou
                           move prej-dev-id to dev-id
                           move zeros       to dev-qrd-parc
                           move zeros       to dev-parc-pgs
                           move zeros       to dev-vlr-parc
                           if prej-baixado
                               move "P" to ws-dev-origem-grava
                           else
                               move "H" to ws-dev-origem-grava
                           end-if
                           perform inclui-devedor
                       end-if
               end-read
           end-perform

           close prejuizo-file.

      *    ws-dev-procurado traz o codigo; ws-pos-dev devolve a
      /    posicao na tabela
       busca-devedor.

           move "N"   to ws-dev-achou-flag
           move zeros to ws-pos-dev

           perform varying ws-idx-dev from 1 by 1
                   until ws-idx-dev > ws-qtd-devedores
                      or ws-dev-achou
               if ws-dev-id (ws-idx-dev) = ws-dev-procurado
                   move "S"        to ws-dev-achou-flag
                   move ws-idx-dev to ws-pos-dev
               end-if
           end-perform.

      *    parcela viva tem que ser de devedor vivo; a aberta entra
      /    na soma do devedor para a conferencia do saldo. parcela
      /    aberta de divida baixada fica para a regra do prejuizo
       confere-parcelas.

           move "N" to ws-eof

           open input parcelas

           if ws-parcela-nao-existe
               exit paragraph
           end-if

           if not ws-parcela-ok
               display "ERRO ao abrir parcelas.dat - file status "
                       ws-parcela-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read parcelas
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-cnt-verificados (1)
                       perform inclui-parcela
                       perform confere-parcela
               end-read
           end-perform

           close parcelas.

       confere-parcela.

           move par-dev-id to ws-dev-procurado
           perform busca-devedor

           if ws-dev-achou
               if ws-dev-vivo (ws-pos-dev)
                   if par-aberta
                       add 1 to ws-dev-qtd-aberta (ws-pos-dev)
                       add par-valor to ws-dev-vlr-aberto (ws-pos-dev)
                   end-if
                   exit paragraph
               end-if
               if ws-dev-baixado (ws-pos-dev) and par-aberta
                   add 1 to ws-dev-qtd-aberta (ws-pos-dev)
                   exit paragraph
               end-if
           end-if

           move 1              to ws-regra
           move par-dev-id     to ws-exc-devedor
           move "parcela:"     to ws-exc-rotulo
           move par-numero     to ws-exc-ref
           if ws-dev-achou
               move "devedor fora de devedores.dat" to ws-exc-obs
           else
               move "devedor inexistente" to ws-exc-obs
           end-if
           perform escreve-excecao.

      *    parcela-reg traz a parcela lida
       inclui-parcela.

           if ws-qtd-parcelas not < ws-max-parcelas
               move "parcelas acima da capacidade da tabela"
                   to ws-aviso
               perform escreve-aviso
               exit paragraph
           end-if

           add 1 to ws-qtd-parcelas
           move par-dev-id to ws-par-dev-id (ws-qtd-parcelas)
           move par-numero to ws-par-numero (ws-qtd-parcelas).

       carrega-parcelas-hist.

           move "N" to ws-eof

           open input parcelas-hist

           if ws-parcela-hist-nao-existe
               exit paragraph
           end-if

           if not ws-parcela-hist-ok
               display "ERRO ao abrir parcelas_hist.dat - file "
                       "status " ws-parcela-hist-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read parcelas-hist into parcela-reg
                   at end move "S" to ws-eof
                   not at end
                       perform inclui-parcela
               end-read
           end-perform

           close parcelas-hist.

       carrega-parcelas-prejuizo.

           move "N" to ws-eof

           open input parcelas-prejuizo

           if ws-parcela-prej-nao-existe
               exit paragraph
           end-if

           if not ws-parcela-prej-ok
               display "ERRO ao abrir parcelas_prejuizo.dat - file "
                       "status " ws-parcela-prej-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read parcelas-prejuizo into parcela-reg
                   at end move "S" to ws-eof
                   not at end
                       perform inclui-parcela
               end-read
           end-perform

           close parcelas-prejuizo.

      *    devedor vivo: parcelas abertas = dev-qrd-parc menos
      /    dev-parc-pgs, e a soma delas = essa quantidade vezes o
      /    valor da parcela
       confere-saldos.

           perform varying ws-idx-dev from 1 by 1
                   until ws-idx-dev > ws-qtd-devedores
               if ws-dev-vivo (ws-idx-dev)
                   add 1 to ws-cnt-verificados (2)
                   perform confere-saldo-devedor
               end-if
           end-perform.

       confere-saldo-devedor.

           compute ws-qtd-esperada = ws-dev-qrd-parc (ws-idx-dev) -
                   ws-dev-parc-pgs (ws-idx-dev)

           if ws-qtd-esperada > zeros
               compute ws-vlr-esperado =
                       ws-qtd-esperada * ws-dev-vlr-parc (ws-idx-dev)
           else
               move zeros to ws-vlr-esperado
           end-if

           compute ws-vlr-diferenca =
                   ws-dev-vlr-aberto (ws-idx-dev) - ws-vlr-esperado
           if ws-vlr-diferenca < zeros
               compute ws-vlr-diferenca = zeros - ws-vlr-diferenca
           end-if

           compute ws-vlr-tolerancia =
                   ws-dev-qtd-aberta (ws-idx-dev) * 0.01

           if ws-dev-qtd-aberta (ws-idx-dev) = ws-qtd-esperada and
              ws-vlr-diferenca not > ws-vlr-tolerancia
               exit paragraph
           end-if

           add 1 to ws-cnt-excecoes (2)
           add 1 to ws-total-excecoes
           move ws-dev-id (ws-idx-dev)         to ws-sal-devedor
           move ws-dev-qtd-aberta (ws-idx-dev) to ws-sal-qtd-aberta
           move ws-qtd-esperada                to ws-sal-qtd-esperada
           move ws-dev-vlr-aberto (ws-idx-dev) to ws-sal-vlr-aberto
           move ws-vlr-esperado                to ws-sal-vlr-esperado
           move ws-linha-saldo to rel-linha
           write rel-linha.

      *    contrato tem a agenda inteira: as parcelas 1 ate o prazo
      /    em algum dos arquivos de parcela (renegociada fica com R,
      /    quitada vai para o historico, baixada para o prejuizo)
       confere-contratos.

           move "N" to ws-eof

           open input contratos-file

           if ws-contrato-nao-existe
               exit paragraph
           end-if

           if not ws-contrato-ok
               display "ERRO ao abrir contratos.dat - file status "
                       ws-contrato-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contratos-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-cnt-verificados (3)
                       perform confere-contrato
               end-read
           end-perform

           close contratos-file.

       confere-contrato.

           move zeros to ws-qtd-agenda

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-parcelas
               if ws-par-dev-id (ws-idx-par) = ctr-dev-id and
                  ws-par-numero (ws-idx-par) > zeros and
                  ws-par-numero (ws-idx-par) not > ctr-prazo
                   add 1 to ws-qtd-agenda
               end-if
           end-perform

           if ws-qtd-agenda not < ctr-prazo
               exit paragraph
           end-if

           move 3            to ws-regra
           move ctr-dev-id   to ws-exc-devedor
           move "proposta:"  to ws-exc-rotulo
           move ctr-proposta to ws-exc-ref
           if ws-qtd-agenda = zeros
               move "sem nenhuma parcela" to ws-exc-obs
           else
               move "agenda incompleta" to ws-exc-obs
           end-if
           perform escreve-excecao.

       confere-cobrancas.

           move "N" to ws-eof

           open input cobrancas-ctrl

           if ws-cobranca-nao-existe
               exit paragraph
           end-if

           if not ws-cobranca-ok
               display "ERRO ao abrir cobrancas_ctrl.dat - file "
                       "status " ws-cobranca-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read cobrancas-ctrl
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-cnt-verificados (4)
                       perform confere-cobranca
               end-read
           end-perform

           close cobrancas-ctrl.

       confere-cobranca.

           move "N" to ws-par-achou-flag

           perform varying ws-idx-par from 1 by 1
                   until ws-idx-par > ws-qtd-parcelas
                      or ws-par-achou
               if ws-par-dev-id (ws-idx-par) = cob-dev-id and
                  ws-par-numero (ws-idx-par) = cob-parcela
                   move "S" to ws-par-achou-flag
               end-if
           end-perform

           if ws-par-achou
               exit paragraph
           end-if

           move 4            to ws-regra
           move cob-dev-id   to ws-exc-devedor
           move "controle:"  to ws-exc-rotulo
           move cob-controle to ws-exc-ref
           move "parcela inexistente" to ws-exc-obs
           move cob-parcela  to ws-exc-obs (21:3)
           perform escreve-excecao.

      *    cadastros de pessoa e operador para as tres regras
      /    seguintes - sem o arquivo, nenhuma referencia confere
       abre-cadastros.

           move "N" to ws-pessoa-aberto-flag
           move "N" to ws-operador-aberto-flag

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberto-flag
           else
               if not ws-pessoa-nao-existe
                   display "ERRO ao abrir registros.txt - file "
                           "status " ws-pessoa-status
                   move "S" to ws-incompleta-flag
               end-if
           end-if

           open input operadores

           if ws-operador-ok
               move "S" to ws-operador-aberto-flag
           else
               if not ws-operador-nao-existe
                   display "ERRO ao abrir operadores.dat - file "
                           "status " ws-operador-status
                   move "S" to ws-incompleta-flag
               end-if
           end-if.

       fecha-cadastros.

           if ws-pessoa-aberto
               close pessoa
           end-if

           if ws-operador-aberto
               close operadores
           end-if.

      *    so o vinculo vigente - o cancelado e' historico
       confere-avalistas.

           move "N" to ws-eof

           open input avalistas

           if ws-avalista-nao-existe
               exit paragraph
           end-if

           if not ws-avalista-ok
               display "ERRO ao abrir avalistas.dat - file status "
                       ws-avalista-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read avalistas
                   at end move "S" to ws-eof
                   not at end
                       if ava-vigente
                           add 1 to ws-cnt-verificados (5)
                           perform confere-avalista
                       end-if
               end-read
           end-perform

           close avalistas.

       confere-avalista.

           move 5 to ws-regra

           move ava-dev-id to ws-dev-procurado
           perform busca-devedor

           if not ws-dev-achou
               move ava-dev-id    to ws-exc-devedor
               move "pessoa:"     to ws-exc-rotulo
               move ava-pessoa-id to ws-exc-ref
               move "devedor inexistente" to ws-exc-obs
               perform escreve-excecao
           end-if

           move "N" to ws-par-achou-flag

           if ws-pessoa-aberto
               move ava-pessoa-id to pessoa-id
               read pessoa
                   invalid key
                       move "N" to ws-par-achou-flag
                   not invalid key
                       move "S" to ws-par-achou-flag
               end-read
           end-if

           if not ws-par-achou
               move ava-dev-id    to ws-exc-devedor
               move "pessoa:"     to ws-exc-rotulo
               move ava-pessoa-id to ws-exc-ref
               move "pessoa fora de registros.txt" to ws-exc-obs
               perform escreve-excecao
           end-if.

       confere-contatos.

           move "N" to ws-eof

           open input contatos-file

           if ws-contato-nao-existe
               exit paragraph
           end-if

           if not ws-contato-ok
               display "ERRO ao abrir contatos.dat - file status "
                       ws-contato-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contatos-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-cnt-verificados (6)
                       move 6            to ws-regra
                       move con-dev-id   to ws-dev-procurado
                       move con-operador to ws-ope-procurado
                       perform confere-devedor-operador
               end-read
           end-perform

           close contatos-file.

       confere-renegociacoes.

           move "N" to ws-eof

           open input renegociacoes

           if ws-renegociacao-nao-existe
               exit paragraph
           end-if

           if not ws-renegociacao-ok
               display "ERRO ao abrir renegociacoes.dat - file "
                       "status " ws-renegociacao-status
               move "S" to ws-incompleta-flag
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read renegociacoes
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-cnt-verificados (7)
                       move 7            to ws-regra
                       move ren-dev-id   to ws-dev-procurado
                       move ren-operador to ws-ope-procurado
                       perform confere-devedor-operador
               end-read
           end-perform

           close renegociacoes.

      *    contato e renegociacao: ws-dev-procurado e ws-ope-procurado
      /    trazem as duas referencias, ws-regra a regra
       confere-devedor-operador.

           perform busca-devedor

           if not ws-dev-achou
               move ws-dev-procurado to ws-exc-devedor
               move "operador:"      to ws-exc-rotulo
               move ws-ope-procurado to ws-exc-ref
               move "devedor inexistente" to ws-exc-obs
               perform escreve-excecao
           end-if

           if ws-ope-procurado = spaces
               exit paragraph
           end-if

           move "N" to ws-par-achou-flag

           if ws-operador-aberto
               move ws-ope-procurado to ope-matricula
               read operadores
                   invalid key
                       move "N" to ws-par-achou-flag
                   not invalid key
                       move "S" to ws-par-achou-flag
               end-read
           end-if

           if not ws-par-achou
               move ws-dev-procurado to ws-exc-devedor
               move "operador:"      to ws-exc-rotulo
               move ws-ope-procurado to ws-exc-ref
               move "operador fora de operadores.dat" to ws-exc-obs
               perform escreve-excecao
           end-if.

      *    divida baixada em prejuizo.dat nao pode ter parcela aberta
      /    em parcelas.dat - contadas em confere-parcelas
       confere-prejuizos.

           perform varying ws-idx-dev from 1 by 1
                   until ws-idx-dev > ws-qtd-devedores
               if ws-dev-baixado (ws-idx-dev)
                   add 1 to ws-cnt-verificados (8)
                   if ws-dev-qtd-aberta (ws-idx-dev) > zeros
                       move 8 to ws-regra
                       move ws-dev-id (ws-idx-dev) to ws-exc-devedor
                       move "abertas:" to ws-exc-rotulo
                       move ws-dev-qtd-aberta (ws-idx-dev)
                           to ws-exc-ref
                       move "ainda abertas em parcelas.dat"
                           to ws-exc-obs
                       perform escreve-excecao
                   end-if
               end-if
           end-perform.

      *    ws-regra e os campos ws-exc- trazem a excecao
       escreve-excecao.

           add 1 to ws-cnt-excecoes (ws-regra)
           add 1 to ws-total-excecoes

           move ws-rg-nome (ws-regra) to ws-exc-regra
           move ws-linha-excecao to rel-linha
           write rel-linha

           move spaces to ws-exc-rotulo
           move spaces to ws-exc-ref
           move spaces to ws-exc-obs.

       escreve-aviso.

           move "S" to ws-incompleta-flag
           move ws-linha-aviso to rel-linha
           write rel-linha.

       imprime-resumo.

           move spaces to rel-linha
           write rel-linha
           move ws-cab-resumo to rel-linha
           write rel-linha

           perform varying ws-idx-rg from 1 by 1
                   until ws-idx-rg > ws-max-regras
               move ws-rg-nome (ws-idx-rg)         to ws-res-regra
               move ws-cnt-verificados (ws-idx-rg) to ws-res-verificados
               move ws-cnt-excecoes (ws-idx-rg)    to ws-res-excecoes
               move ws-linha-resumo to rel-linha
               write rel-linha
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-excecoes to ws-tot-excecoes
           move ws-linha-total to rel-linha
           write rel-linha

           evaluate true
               when ws-incompleta
                   move "VERIFICACAO INCOMPLETA - LOTE SEGURADO"
                       to ws-resultado
               when ws-total-excecoes > zeros
                   move "VINCULOS QUEBRADOS - LOTE SEGURADO"
                       to ws-resultado
               when other
                   move "ARQUIVOS INTEGROS" to ws-resultado
           end-evaluate
           move ws-linha-resultado to rel-linha
           write rel-linha.

       grava-controle-inicio.

           move "I"    to ws-ctb-tipo-grava
           move zeros  to ws-ctb-registros-grava
           move spaces to ws-ctb-resultado-grava
           perform grava-controle.

       grava-controle-fim.

           move "F"               to ws-ctb-tipo-grava
           move ws-total-excecoes to ws-ctb-registros-grava
           if ws-total-excecoes > zeros or ws-incompleta
               move "NC"          to ws-ctb-resultado-grava
           else
               move "OK"          to ws-ctb-resultado-grava
           end-if
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

           move "INTEGRIDADE"           to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program integridade.
