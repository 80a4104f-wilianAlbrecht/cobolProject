      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: recorte por agencia dos relatorios do lote noturno -
      * cada relatorio da tabela de regras abaixo e' lido linha a
      * linha e cada linha de detalhe vai para a agencia da chave que
      * traz (agencia, conta ou pessoa; conta e pessoa viram agencia
      * por contas.dat/titulares.dat, sem agencia vai para a 000).
      * para cada agencia com destinatario ativo em distribuicao.dat
      * (mantdistrib.cbl) sai um arquivo dist_AAA_<relatorio>.txt com
      * pagina de rosto, o cabecalho do relatorio, as linhas da
      * agencia e os totais de controle da agencia e do relatorio
      * inteiro. relatorio_distribuicao.txt confere, por relatorio,
      * que as agencias mais as linhas da casa somam o relatorio
      * original; distribuicao_arquivos.dat lista os arquivos gerados
      * para arqrelatorios.cbl arquivar (e reimprime.cbl reimprimir)
      ******************************************************************

       identification division.
       program-id. distribui.
       environment division.
       input-output section.
       file-control.

       select relatorio-origem assign to dynamic ws-nome-relatorio
       organization is line sequential
       file status is ws-origem-status.

       select relatorio-dist assign to dynamic ws-nome-dist
       organization is line sequential
       file status is ws-dist-status.

       select distribuicao-file assign to './files/distribuicao.dat'
       organization is sequential
       file status is ws-distribuicao-status.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select lista-arquivos
              assign to './files/distribuicao_arquivos.dat'
       organization is line sequential
       file status is ws-lista-status.

       select rel-distribuicao
              assign to './files/relatorio_distribuicao.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd relatorio-origem.
       01 origem-linha         pic x(150).

       fd relatorio-dist.
       01 dist-linha           pic x(150).

       fd distribuicao-file.
       copy "distribuicao.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd titulares.
       copy "titular.cpy".

       fd lista-arquivos.
       01 lista-nome           pic x(40).

       fd rel-distribuicao.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-origem-status     pic x(2) value spaces.
           88 ws-origem-ok             value "00".
           88 ws-origem-nao-existe     value "35".
       77 ws-dist-status       pic x(2) value spaces.
           88 ws-dist-ok               value "00".
       77 ws-distribuicao-status pic x(2) value spaces.
           88 ws-distribuicao-ok       value "00".
           88 ws-distribuicao-nao-existe value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-lista-status      pic x(2) value spaces.
           88 ws-lista-ok              value "00".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".
       77 ws-contas-aberto-flag pic x value "N".
           88 ws-contas-aberto     value "S".
       77 ws-titulares-aberto-flag pic x value "N".
           88 ws-titulares-aberto  value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-nome-relatorio    pic x(40) value spaces.
       77 ws-nome-dist         pic x(40) value spaces.

      *    regras de recorte - cada relatorio e' um ou mais itens
      /    seguidos com o mesmo codigo (o codigo e' o que vai em
      /    distribuicao.dat). por item: codigo, arquivo, e tres
      /    campos compactados:
      /      modo (L linha a linha, B bloco), tipo da chave (A
      /      agencia, C conta, P pessoa), linhas de cabecalho (2),
      /      coluna (3) e tamanho (2) da marca de linha de detalhe;
      /      a marca;
      /      coluna (3) e tamanho (1) da chave, coluna (3) e tamanho
      /      (2) do valor somado no controle (00 = sem valor);
      /    e, no modo B, o inicio da linha que fecha o bloco. no
      /    modo L as linhas que nao sao cabecalho nem detalhe sao da
      /    casa (totais, quebras) e nao vao para as agencias; no modo
      /    B as linhas antes da chave do bloco vao com ela
       77 ws-max-regras        pic 9(2) value 9.
       77 ws-idx-rg            pic 9(2) value zeros.
       77 ws-idx-reg           pic 9(2) value zeros.
       77 ws-rg-ini            pic 9(2) value zeros.
       77 ws-rg-fim            pic 9(2) value zeros.
       01 ws-regras-init.
      *        transacao do fechamento: ":" da hora na coluna 14,
      /        agencia nas colunas 56-58
           05 filler pic x(12) value "fechamento".
           05 filler pic x(40) value
              "./files/relatorio_fechamento.txt".
           05 filler pic x(9)  value "LA0301401".
           05 filler pic x(34) value ":".
           05 filler pic x(9)  value "056303108".
           05 filler pic x(10) value spaces.
      *        parcela em atraso: "/" do vencimento na coluna 37,
      /        codigo do devedor nas colunas 1-5
           05 filler pic x(12) value "atrasos".
           05 filler pic x(40) value
              "./files/relatorio_atrasos.txt".
           05 filler pic x(9)  value "LP0303701".
           05 filler pic x(34) value "/".
           05 filler pic x(9)  value "001505508".
           05 filler pic x(10) value spaces.
      *        cobrada, isenta, sem saldo e obito: ":" na coluna 14,
      /        conta nas colunas 16-20
           05 filler pic x(12) value "tarifas".
           05 filler pic x(40) value
              "./files/relatorio_tarifas.txt".
           05 filler pic x(9)  value "LC0301401".
           05 filler pic x(34) value ":".
           05 filler pic x(9)  value "016500000".
           05 filler pic x(10) value spaces.
           05 filler pic x(12) value "juros_cheque".
           05 filler pic x(40) value
              "./files/relatorio_juros_cheque.txt".
           05 filler pic x(9)  value "LC0300107".
           05 filler pic x(34) value "CONTA: ".
           05 filler pic x(9)  value "009504608".
           05 filler pic x(10) value spaces.
           05 filler pic x(12) value "rendimentos".
           05 filler pic x(40) value
              "./files/relatorio_rendimentos.txt".
           05 filler pic x(9)  value "LC0300106".
           05 filler pic x(34) value "CONTA ".
           05 filler pic x(9)  value "010502408".
           05 filler pic x(10) value spaces.
      *        sem marca: a agencia (ou a conta) numerica ja separa o
      /        detalhe dos titulos e totais
           05 filler pic x(12) value "cheque_esp".
           05 filler pic x(40) value
              "./files/relatorio_cheque_especial.txt".
           05 filler pic x(9)  value "LA0300000".
           05 filler pic x(34) value spaces.
           05 filler pic x(9)  value "009304510".
           05 filler pic x(10) value spaces.
           05 filler pic x(12) value "bloqueios".
           05 filler pic x(40) value
              "./files/relatorio_bloqueios.txt".
           05 filler pic x(9)  value "LC0300000".
           05 filler pic x(34) value spaces.
           05 filler pic x(9)  value "001508510".
           05 filler pic x(10) value spaces.
      *        extrato: bloco da linha de "=" ate a linha de "=" que
      /        fecha o extrato; a conta vem no titulo, comum ou de
      /        encerramento
           05 filler pic x(12) value "extratos".
           05 filler pic x(40) value
              "./files/extratos_mensais.txt".
           05 filler pic x(9)  value "BC0000117".
           05 filler pic x(34) value "EXTRATO DA CONTA ".
           05 filler pic x(9)  value "019500000".
           05 filler pic x(10) value "==========".
           05 filler pic x(12) value "extratos".
           05 filler pic x(40) value
              "./files/extratos_mensais.txt".
           05 filler pic x(9)  value "BC0000133".
           05 filler pic x(34) value
              "EXTRATO DE ENCERRAMENTO DA CONTA ".
           05 filler pic x(9)  value "035500000".
           05 filler pic x(10) value "==========".
       01 ws-regras-tab redefines ws-regras-init.
           03 ws-rg-item occurs 9 times.
               05 ws-rg-codigo     pic x(12).
               05 ws-rg-arquivo    pic x(40).
               05 ws-rg-modo       pic x(1).
                   88 ws-rg-por-bloco  value "B".
               05 ws-rg-chave-tipo pic x(1).
                   88 ws-rg-chave-agencia value "A".
                   88 ws-rg-chave-conta   value "C".
                   88 ws-rg-chave-pessoa  value "P".
               05 ws-rg-cabecalho  pic 9(2).
               05 ws-rg-marca-pos  pic 9(3).
               05 ws-rg-marca-tam  pic 9(2).
               05 ws-rg-marca      pic x(34).
               05 ws-rg-chave-pos  pic 9(3).
               05 ws-rg-chave-tam  pic 9(1).
               05 ws-rg-valor-pos  pic 9(3).
               05 ws-rg-valor-tam  pic 9(2).
               05 ws-rg-fim-bloco  pic x(10).

      *    distribuicao.dat - vale o ultimo registro de cada agencia
      /    + relatorio + destinatario
       77 ws-max-destinos      pic 9(3) value 200.
       77 ws-qtd-destinos      pic 9(3) value zeros.
       77 ws-idx-dst           pic 9(3) value zeros.
       77 ws-pos-dst           pic 9(3) value zeros.
       01 ws-dst-tab.
           03 ws-dst-item occurs 200 times.
               05 ws-dst-agencia   pic 9(3).
               05 ws-dst-relatorio pic x(12).
               05 ws-dst-destinatario pic x(30).
               05 ws-dst-situacao  pic x(1).
       77 ws-tem-destino-flag  pic x value "N".
           88 ws-tem-destino       value "S".

      *    agencias do relatorio em curso - as que tem destinatario
      /    entram antes da contagem e nunca ficam sem posicao
       77 ws-max-agencias      pic 9(2) value 50.
       77 ws-qtd-agencias      pic 9(2) value zeros.
       77 ws-idx-age           pic 9(2) value zeros.
       77 ws-idx-age-2         pic 9(2) value zeros.
       77 ws-pos-age           pic 9(2) value zeros.
       01 ws-age-tab.
           03 ws-age-item occurs 50 times.
               05 ws-age-codigo    pic 9(3).
               05 ws-age-destino   pic x(1).
                   88 ws-age-com-destino value "S".
               05 ws-age-linhas    pic 9(7).
               05 ws-age-detalhes  pic 9(5).
               05 ws-age-valor     pic s9(11)v99.
       01 ws-age-troca         pic x(29).
       77 ws-aviso-agencias-flag pic x value "N".
           88 ws-aviso-agencias    value "S".

      *    totais do relatorio em curso
       01 ws-rep-acum.
           05 ws-rep-linhas    pic 9(7) value zeros.
           05 ws-rep-cabecalho pic 9(7) value zeros.
           05 ws-rep-casa      pic 9(7) value zeros.
           05 ws-rep-detalhes  pic 9(5) value zeros.
           05 ws-rep-valor     pic s9(11)v99 value zeros.
       01 ws-soma-acum.
           05 ws-soma-linhas   pic 9(7) value zeros.
           05 ws-soma-detalhes pic 9(5) value zeros.
           05 ws-soma-valor    pic s9(11)v99 value zeros.
       77 ws-soma-conferida    pic 9(7) value zeros.

      *    passo C conta e monta as agencias; passo G grava o arquivo
      /    da agencia ws-alvo-agencia
       77 ws-passo             pic x value "C".
           88 ws-passo-conta       value "C".
           88 ws-passo-grava       value "G".
       77 ws-alvo-agencia      pic 9(3) value zeros.
       77 ws-linhas-gravadas   pic 9(7) value zeros.

       77 ws-linha             pic x(150) value spaces.
       77 ws-num-linha         pic 9(7) value zeros.
       77 ws-agencia-linha     pic 9(3) value zeros.
       77 ws-vlr-linha         pic s9(11)v99 value zeros.
       77 ws-detalhe-flag      pic x value "N".
           88 ws-eh-detalhe        value "S".
       77 ws-chave-x           pic x(5) value spaces.
       77 ws-chave-n redefines ws-chave-x pic 9(5).
       77 ws-chave-ini         pic 9(1) value zeros.

      *    modo bloco: linhas que chegam antes da chave esperam aqui
       77 ws-bloco-aberto-flag pic x value "N".
           88 ws-bloco-aberto      value "S".
       77 ws-agencia-bloco     pic 9(3) value zeros.
       77 ws-max-pendentes     pic 9(2) value 30.
       77 ws-qtd-pendentes     pic 9(2) value zeros.
       77 ws-idx-pen           pic 9(2) value zeros.
       01 ws-pen-tab.
           03 ws-pen-linha occurs 30 times pic x(150).

      *    agencia da pessoa: primeira conta aberta em que e' titular,
      /    senao a primeira em que e' cotitular (como escadavenc.cbl)
       77 ws-agencia-titular   pic 9(3) value zeros.
       77 ws-agencia-cotitular pic 9(3) value zeros.
       77 ws-achou-titular-flag pic x value "N".
           88 ws-achou-titular     value "S".
       77 ws-achou-cotitular-flag pic x value "N".
           88 ws-achou-cotitular   value "S".

       77 ws-total-relatorios  pic 9(2) value zeros.
       77 ws-total-arquivos    pic 9(4) value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "DISTRIBUICAO DOS RELATORIOS POR AGENCIA".
           05 filler          pic x(13) value "  EMITIDO EM ".
           05 ws-cab-data     pic x(10).

       01 ws-rel-cab.
           05 filler          pic x(11) value "RELATORIO: ".
           05 ws-rlc-codigo   pic x(13).
           05 ws-rlc-arquivo  pic x(40).

       01 ws-rel-nao-gerado.
           05 filler          pic x(42) value
              "  NAO GERADO NESTA EXECUCAO - SEM RECORTE".

       01 ws-age-cab.
           05 filler          pic x(10) value "  AGENCIA".
           05 filler          pic x(10) value "    LINHAS".
           05 filler          pic x(10) value "  DETALHES".
           05 filler          pic x(17) value "            VALOR".
           05 filler          pic x(9)  value "  ARQUIVO".

       01 ws-age-linha.
           05 filler          pic x(5)  value spaces.
           05 ws-agl-codigo   pic 9(3).
           05 filler          pic x(2)  value spaces.
           05 ws-agl-linhas   pic z(9)9.
           05 ws-agl-detalhes pic z(9)9.
           05 ws-agl-valor    pic -(13)9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-agl-arquivo  pic x(40).

       01 ws-conf-linha-1.
           05 filler          pic x(40) value
              "  LINHAS DE CABECALHO (EM CADA AGENCIA):".
           05 ws-cf1-qtd      pic z(9)9.

       01 ws-conf-linha-2.
           05 filler          pic x(40) value
              "  LINHAS DA CASA / SEM AGENCIA:".
           05 ws-cf2-qtd      pic z(9)9.

       01 ws-conf-linha-3.
           05 filler          pic x(40) value
              "  CABECALHO + AGENCIAS + CASA:".
           05 ws-cf3-soma     pic z(9)9.
           05 filler          pic x(10) value "  LIDAS: ".
           05 ws-cf3-lidas    pic z(9)9.
           05 filler          pic x(2)  value spaces.
           05 ws-cf3-alerta   pic x(14).

       01 ws-conf-linha-4.
           05 filler          pic x(20) value
              "  DETALHES AGENCIAS:".
           05 ws-cf4-soma     pic z(9)9.
           05 filler          pic x(10) value " RELAT.: ".
           05 ws-cf4-total    pic z(9)9.
           05 filler          pic x(2)  value spaces.
           05 ws-cf4-alerta   pic x(14).

       01 ws-conf-linha-5.
           05 filler          pic x(20) value
              "  VALOR AGENCIAS:".
           05 ws-cf5-soma     pic -(13)9.99.
           05 filler          pic x(10) value " RELAT.: ".
           05 ws-cf5-total    pic -(13)9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-cf5-alerta   pic x(14).

       01 ws-total-linha.
           05 filler          pic x(22) value "RELATORIOS RECORTADOS:".
           05 ws-tot-relatorios pic zzzz9.
           05 filler          pic x(22) value
              "  ARQUIVOS GERADOS:".
           05 ws-tot-arquivos pic zzzz9.

      *    pagina de rosto e rodape de cada arquivo de agencia
       01 ws-dst-separador.
           05 filler          pic x(60) value all "=".

       01 ws-rosto-1.
           05 filler          pic x(40) value
              "RECORTE POR AGENCIA DO RELATORIO".
           05 filler          pic x(13) value "  EMITIDO EM ".
           05 ws-ro1-data     pic x(10).

       01 ws-rosto-2.
           05 filler          pic x(14) value "RELATORIO   : ".
           05 ws-ro2-codigo   pic x(13).
           05 ws-ro2-arquivo  pic x(40).

       01 ws-rosto-3.
           05 filler          pic x(14) value "AGENCIA     : ".
           05 ws-ro3-agencia  pic 9(3).

       01 ws-rosto-4.
           05 filler          pic x(14) value "DESTINATARIOS:".

       01 ws-rosto-dest.
           05 filler          pic x(4)  value spaces.
           05 ws-rod-nome     pic x(30).

       01 ws-rodape-1.
           05 filler          pic x(30) value
              "TOTAIS DE CONTROLE".

       01 ws-rodape-2.
           05 filler          pic x(22) value "  AGENCIA   - LINHAS: ".
           05 ws-rp2-linhas   pic z(9)9.
           05 filler          pic x(12) value " DETALHES: ".
           05 ws-rp2-detalhes pic z(9)9.
           05 filler          pic x(9)  value " VALOR: ".
           05 ws-rp2-valor    pic -(13)9.99.

       01 ws-rodape-3.
           05 filler          pic x(22) value "  RELATORIO - LINHAS: ".
           05 ws-rp3-linhas   pic z(9)9.
           05 filler          pic x(12) value " DETALHES: ".
           05 ws-rp3-detalhes pic z(9)9.
           05 filler          pic x(9)  value " VALOR: ".
           05 ws-rp3-valor    pic -(13)9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform carrega-destinos

           open input contas-file

           if ws-conta-ok
               move "S" to ws-contas-aberto-flag
           else
               display "AVISO: contas.dat indisponivel (file status "
                       ws-conta-status ") - contas vao para a "
                       "agencia 000."
           end-if

           open input titulares

           if ws-titular-ok
               move "S" to ws-titulares-aberto-flag
           else
               display "AVISO: titulares.dat indisponivel (file "
                       "status " ws-titular-status ") - pessoas vao "
                       "para a agencia 000."
           end-if

           open output lista-arquivos

           if not ws-lista-ok
               display "ERRO ao abrir distribuicao_arquivos.dat - "
                       "file status " ws-lista-status
               perform fecha-cadastros
               goback
           end-if

           open output rel-distribuicao

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_distribuicao.txt - "
                       "file status " ws-rel-status
               close lista-arquivos
               perform fecha-cadastros
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha

      *    cada grupo de itens seguidos com o mesmo codigo e' um
      /    relatorio
           move 1 to ws-rg-ini

           perform varying ws-idx-rg from 2 by 1
                   until ws-idx-rg > ws-max-regras
               if ws-rg-codigo (ws-idx-rg) not =
                  ws-rg-codigo (ws-rg-ini)
                   compute ws-rg-fim = ws-idx-rg - 1
                   perform distribui-relatorio
                   move ws-idx-rg to ws-rg-ini
               end-if
           end-perform

           move ws-max-regras to ws-rg-fim
           perform distribui-relatorio

           move ws-total-relatorios to ws-tot-relatorios
           move ws-total-arquivos   to ws-tot-arquivos
           move spaces to rel-linha
           write rel-linha
           move ws-total-linha to rel-linha
           write rel-linha

           close rel-distribuicao
           close lista-arquivos

           perform fecha-cadastros

           display "Distribuicao concluida - " ws-total-relatorios
                   " relatorio(s), " ws-total-arquivos
                   " arquivo(s) de agencia."

           goback.

       fecha-cadastros.

           if ws-contas-aberto
               close contas-file
           end-if

           if ws-titulares-aberto
               close titulares
           end-if.

       carrega-destinos.

           move "N" to ws-eof

           open input distribuicao-file

           if ws-distribuicao-nao-existe
               display "AVISO: nao ha distribuicao.dat - nenhum "
                       "arquivo de agencia sera gerado."
               exit paragraph
           end-if

           if not ws-distribuicao-ok
               display "ERRO ao abrir distribuicao.dat - file status "
                       ws-distribuicao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read distribuicao-file
                   at end move "S" to ws-eof
                   not at end
                       perform guarda-destino
               end-read
           end-perform

           close distribuicao-file.

       guarda-destino.

           move zeros to ws-pos-dst

           perform varying ws-idx-dst from 1 by 1
                   until ws-idx-dst > ws-qtd-destinos
                      or ws-pos-dst > zeros
               if ws-dst-agencia (ws-idx-dst) = dis-agencia and
                  ws-dst-relatorio (ws-idx-dst) = dis-relatorio and
                  ws-dst-destinatario (ws-idx-dst) = dis-destinatario
                   move ws-idx-dst to ws-pos-dst
               end-if
           end-perform

           if ws-pos-dst = zeros
               if ws-qtd-destinos < ws-max-destinos
                   add 1 to ws-qtd-destinos
                   move ws-qtd-destinos to ws-pos-dst
               else
                   display "AVISO: distribuicao.dat tem mais de "
                           ws-max-destinos
                           " destinatarios - excedente ignorado."
                   exit paragraph
               end-if
           end-if

           move distribuicao-reg to ws-dst-item (ws-pos-dst).

       distribui-relatorio.

           move ws-rg-arquivo (ws-rg-ini) to ws-nome-relatorio

           move spaces to rel-linha
           write rel-linha
           move ws-rg-codigo (ws-rg-ini)  to ws-rlc-codigo
           move ws-rg-arquivo (ws-rg-ini) to ws-rlc-arquivo
           move ws-rel-cab to rel-linha
           write rel-linha

           open input relatorio-origem

           if ws-origem-nao-existe
               move ws-rel-nao-gerado to rel-linha
               write rel-linha
               exit paragraph
           end-if

           if not ws-origem-ok
               display "ERRO ao abrir " ws-nome-relatorio
                       " - file status " ws-origem-status
               move ws-rel-nao-gerado to rel-linha
               write rel-linha
               exit paragraph
           end-if

           close relatorio-origem

           add 1 to ws-total-relatorios

           initialize ws-rep-acum ws-soma-acum
           move zeros to ws-qtd-agencias
           move "N"   to ws-aviso-agencias-flag

           perform monta-agencias-destino

           move "C" to ws-passo
           perform le-relatorio

           perform ordena-agencias

           move "G" to ws-passo

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               if ws-age-com-destino (ws-idx-age)
                   perform grava-agencia
               end-if
           end-perform

           perform imprime-controle.

      *    agencias com destinatario ativo para o relatorio
       monta-agencias-destino.

           perform varying ws-idx-dst from 1 by 1
                   until ws-idx-dst > ws-qtd-destinos
               if ws-dst-relatorio (ws-idx-dst) =
                  ws-rg-codigo (ws-rg-ini) and
                  ws-dst-situacao (ws-idx-dst) = "A"
                   move ws-dst-agencia (ws-idx-dst)
                       to ws-agencia-linha
                   perform localiza-agencia
                   if ws-pos-age > zeros
                       move "S" to ws-age-destino (ws-pos-age)
                   end-if
               end-if
           end-perform.

      *    posicao da agencia ws-agencia-linha no quadro, incluindo
      /    se ainda nao esta; quadro cheio devolve zero e a linha
      /    fica com a casa
       localiza-agencia.

           move zeros to ws-pos-age

           perform varying ws-idx-age-2 from 1 by 1
                   until ws-idx-age-2 > ws-qtd-agencias
                      or ws-pos-age > zeros
               if ws-age-codigo (ws-idx-age-2) = ws-agencia-linha
                   move ws-idx-age-2 to ws-pos-age
               end-if
           end-perform

           if ws-pos-age > zeros
               exit paragraph
           end-if

           if ws-qtd-agencias < ws-max-agencias
               add 1 to ws-qtd-agencias
               move ws-qtd-agencias to ws-pos-age
               initialize ws-age-item (ws-pos-age)
               move ws-agencia-linha to ws-age-codigo (ws-pos-age)
               move "N" to ws-age-destino (ws-pos-age)
           else
               if not ws-aviso-agencias
                   display "AVISO: " ws-nome-relatorio " tem mais de "
                           ws-max-agencias " agencias - excedente "
                           "fica com as linhas da casa."
                   move "S" to ws-aviso-agencias-flag
               end-if
           end-if.

      *    uma leitura completa do relatorio - no passo C conta, no
      /    passo G grava as linhas da agencia ws-alvo-agencia
       le-relatorio.

           move "N"   to ws-eof
           move "N"   to ws-bloco-aberto-flag
           move zeros to ws-num-linha ws-qtd-pendentes

           open input relatorio-origem

           if not ws-origem-ok
               display "ERRO ao abrir " ws-nome-relatorio
                       " - file status " ws-origem-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read relatorio-origem
                   at end move "S" to ws-eof
                   not at end
                       move origem-linha to ws-linha
                       perform trata-linha
               end-read
           end-perform

           close relatorio-origem

      *    o que sobrou esperando chave no fim do arquivo e' da casa
           if ws-passo-conta
               add ws-qtd-pendentes to ws-rep-casa
           end-if.

       trata-linha.

           add 1 to ws-num-linha

           if ws-passo-conta
               add 1 to ws-rep-linhas
           end-if

           if ws-num-linha <= ws-rg-cabecalho (ws-rg-ini)
               if ws-passo-conta
                   add 1 to ws-rep-cabecalho
               else
                   move ws-linha to dist-linha
                   write dist-linha
                   add 1 to ws-linhas-gravadas
               end-if
               exit paragraph
           end-if

           perform identifica-detalhe

           if ws-eh-detalhe
               perform descarrega-pendentes
               perform encaminha-linha
               perform soma-detalhe
               if ws-rg-por-bloco (ws-rg-ini)
                   move "S" to ws-bloco-aberto-flag
                   move ws-agencia-linha to ws-agencia-bloco
               end-if
               exit paragraph
           end-if

           if not ws-rg-por-bloco (ws-rg-ini)
               if ws-passo-conta
                   add 1 to ws-rep-casa
               end-if
               exit paragraph
           end-if

           if ws-bloco-aberto
               move ws-agencia-bloco to ws-agencia-linha
               perform encaminha-linha
               if ws-linha (1:10) = ws-rg-fim-bloco (ws-rg-ini)
                   move "N" to ws-bloco-aberto-flag
               end-if
               exit paragraph
           end-if

           if ws-qtd-pendentes < ws-max-pendentes
               add 1 to ws-qtd-pendentes
               move ws-linha to ws-pen-linha (ws-qtd-pendentes)
           else
               if ws-passo-conta
                   add 1 to ws-rep-casa
               end-if
           end-if.

      *    linha de detalhe: bate a marca (quando a regra tem) e traz
      /    chave numerica na posicao da regra
       identifica-detalhe.

           move "N"   to ws-detalhe-flag
           move zeros to ws-agencia-linha ws-vlr-linha

           perform varying ws-idx-reg from ws-rg-ini by 1
                   until ws-idx-reg > ws-rg-fim or ws-eh-detalhe
               perform confere-regra
           end-perform.

       confere-regra.

           if ws-rg-marca-tam (ws-idx-reg) > zeros
               if ws-linha (ws-rg-marca-pos (ws-idx-reg) :
                            ws-rg-marca-tam (ws-idx-reg)) not =
                  ws-rg-marca (ws-idx-reg)
                              (1 : ws-rg-marca-tam (ws-idx-reg))
                   exit paragraph
               end-if
           end-if

           if ws-linha (ws-rg-chave-pos (ws-idx-reg) :
                        ws-rg-chave-tam (ws-idx-reg)) = spaces
               exit paragraph
           end-if

      *    chave alinhada a direita em 5 posicoes, brancos da
      /    edicao (zzzz9) viram zeros
           move spaces to ws-chave-x
           compute ws-chave-ini = 6 - ws-rg-chave-tam (ws-idx-reg)
           move ws-linha (ws-rg-chave-pos (ws-idx-reg) :
                          ws-rg-chave-tam (ws-idx-reg))
               to ws-chave-x (ws-chave-ini :
                              ws-rg-chave-tam (ws-idx-reg))
           inspect ws-chave-x replacing leading space by zero

           if ws-chave-x is not numeric
               exit paragraph
           end-if

           move "S" to ws-detalhe-flag

           evaluate true
               when ws-rg-chave-agencia (ws-idx-reg)
                   move ws-chave-n to ws-agencia-linha
               when ws-rg-chave-conta (ws-idx-reg)
                   perform busca-agencia-conta
               when ws-rg-chave-pessoa (ws-idx-reg)
                   perform busca-agencia-pessoa
           end-evaluate

           if ws-rg-valor-tam (ws-idx-reg) > zeros
               if ws-linha (ws-rg-valor-pos (ws-idx-reg) :
                            ws-rg-valor-tam (ws-idx-reg)) not = spaces
                   compute ws-vlr-linha = function numval
                       (ws-linha (ws-rg-valor-pos (ws-idx-reg) :
                                  ws-rg-valor-tam (ws-idx-reg)))
               end-if
           end-if.

       busca-agencia-conta.

           move zeros to ws-agencia-linha

           if not ws-contas-aberto
               exit paragraph
           end-if

           move ws-chave-n to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           move conta-agencia to ws-agencia-linha.

       busca-agencia-pessoa.

           move zeros to ws-agencia-titular ws-agencia-cotitular
           move "N"   to ws-achou-titular-flag
           move "N"   to ws-achou-cotitular-flag

           if ws-titulares-aberto and ws-contas-aberto
               move "N"        to ws-eof-titular
               move ws-chave-n to tit-pessoa-id

               start titulares key is equal to tit-pessoa-id
                   invalid key
                       move "S" to ws-eof-titular
               end-start

               perform until ws-eof-titular = "S" or ws-achou-titular
                   read titulares next record
                       at end move "S" to ws-eof-titular
                       not at end
                           if tit-pessoa-id not = ws-chave-n
                               move "S" to ws-eof-titular
                           else
                               perform confere-conta-titular
                           end-if
                   end-read
               end-perform
           end-if

           if ws-achou-titular
               move ws-agencia-titular to ws-agencia-linha
           else
               move ws-agencia-cotitular to ws-agencia-linha
           end-if.

       confere-conta-titular.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           if conta-encerrada
               exit paragraph
           end-if

           if tit-eh-titular
               move conta-agencia to ws-agencia-titular
               move "S" to ws-achou-titular-flag
           else
               if not ws-achou-cotitular
                   move conta-agencia to ws-agencia-cotitular
                   move "S" to ws-achou-cotitular-flag
               end-if
           end-if.

      *    linhas do bloco que chegaram antes da chave vao para a
      /    agencia da chave
       descarrega-pendentes.

           perform varying ws-idx-pen from 1 by 1
                   until ws-idx-pen > ws-qtd-pendentes
               if ws-passo-conta
                   perform conta-linha-agencia
               else
                   if ws-agencia-linha = ws-alvo-agencia
                       move ws-pen-linha (ws-idx-pen) to dist-linha
                       write dist-linha
                       add 1 to ws-linhas-gravadas
                   end-if
               end-if
           end-perform

           move zeros to ws-qtd-pendentes.

       encaminha-linha.

           if ws-passo-conta
               perform conta-linha-agencia
           else
               if ws-agencia-linha = ws-alvo-agencia
                   move ws-linha to dist-linha
                   write dist-linha
                   add 1 to ws-linhas-gravadas
               end-if
           end-if.

       conta-linha-agencia.

           perform localiza-agencia

           if ws-pos-age > zeros
               add 1 to ws-age-linhas (ws-pos-age)
           else
               add 1 to ws-rep-casa
           end-if.

       soma-detalhe.

           if not ws-passo-conta
               exit paragraph
           end-if

           add 1            to ws-rep-detalhes
           add ws-vlr-linha to ws-rep-valor

           perform localiza-agencia

           if ws-pos-age > zeros
               add 1            to ws-age-detalhes (ws-pos-age)
               add ws-vlr-linha to ws-age-valor (ws-pos-age)
           end-if.

       ordena-agencias.

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age >= ws-qtd-agencias
               perform varying ws-idx-age-2 from ws-idx-age by 1
                       until ws-idx-age-2 > ws-qtd-agencias
                   if ws-age-codigo (ws-idx-age-2) <
                      ws-age-codigo (ws-idx-age)
                       move ws-age-item (ws-idx-age) to ws-age-troca
                       move ws-age-item (ws-idx-age-2)
                           to ws-age-item (ws-idx-age)
                       move ws-age-troca
                           to ws-age-item (ws-idx-age-2)
                   end-if
               end-perform
           end-perform.

      *    arquivo da agencia: rosto, cabecalho e linhas do relatorio
      /    (segunda leitura) e os totais de controle
       grava-agencia.

           move ws-age-codigo (ws-idx-age) to ws-alvo-agencia
           perform monta-nome-dist

           open output relatorio-dist

           if not ws-dist-ok
               display "ERRO ao abrir " ws-nome-dist
                       " - file status " ws-dist-status
               exit paragraph
           end-if

           move zeros to ws-linhas-gravadas

           perform grava-rosto

           perform le-relatorio

           perform grava-rodape

           close relatorio-dist

           move ws-nome-dist to lista-nome
           write lista-nome

           add 1 to ws-total-arquivos.

       monta-nome-dist.

           move spaces to ws-nome-dist
           string "./files/dist_"            delimited by size
                  ws-alvo-agencia            delimited by size
                  "_"                        delimited by size
                  ws-rg-codigo (ws-rg-ini)   delimited by space
                  ".txt"                     delimited by size
               into ws-nome-dist
           end-string.

       grava-rosto.

           move ws-dst-separador to dist-linha
           write dist-linha

           move ws-cab-data to ws-ro1-data
           move ws-rosto-1  to dist-linha
           write dist-linha

           move spaces to dist-linha
           write dist-linha

           move ws-rg-codigo (ws-rg-ini)  to ws-ro2-codigo
           move ws-rg-arquivo (ws-rg-ini) to ws-ro2-arquivo
           move ws-rosto-2 to dist-linha
           write dist-linha

           move ws-alvo-agencia to ws-ro3-agencia
           move ws-rosto-3 to dist-linha
           write dist-linha

           move ws-rosto-4 to dist-linha
           write dist-linha

           perform varying ws-idx-dst from 1 by 1
                   until ws-idx-dst > ws-qtd-destinos
               if ws-dst-relatorio (ws-idx-dst) =
                  ws-rg-codigo (ws-rg-ini) and
                  ws-dst-agencia (ws-idx-dst) = ws-alvo-agencia and
                  ws-dst-situacao (ws-idx-dst) = "A"
                   move ws-dst-destinatario (ws-idx-dst)
                       to ws-rod-nome
                   move ws-rosto-dest to dist-linha
                   write dist-linha
               end-if
           end-perform

           move ws-dst-separador to dist-linha
           write dist-linha
           move spaces to dist-linha
           write dist-linha.

       grava-rodape.

           move spaces to dist-linha
           write dist-linha
           move ws-dst-separador to dist-linha
           write dist-linha
           move ws-rodape-1 to dist-linha
           write dist-linha

           move ws-age-linhas (ws-idx-age)   to ws-rp2-linhas
           move ws-age-detalhes (ws-idx-age) to ws-rp2-detalhes
           move ws-age-valor (ws-idx-age)    to ws-rp2-valor
           move ws-rodape-2 to dist-linha
           write dist-linha

           move ws-rep-linhas   to ws-rp3-linhas
           move ws-rep-detalhes to ws-rp3-detalhes
           move ws-rep-valor    to ws-rp3-valor
           move ws-rodape-3 to dist-linha
           write dist-linha

           move ws-dst-separador to dist-linha
           write dist-linha.

      *    quadro do relatorio: cada agencia com as linhas, detalhes
      /    e valor e o arquivo gerado, e a conferencia com o original
       imprime-controle.

           move ws-age-cab to rel-linha
           write rel-linha

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               move ws-age-codigo (ws-idx-age)   to ws-agl-codigo
               move ws-age-linhas (ws-idx-age)   to ws-agl-linhas
               move ws-age-detalhes (ws-idx-age) to ws-agl-detalhes
               move ws-age-valor (ws-idx-age)    to ws-agl-valor
               if ws-age-com-destino (ws-idx-age)
                   move ws-age-codigo (ws-idx-age) to ws-alvo-agencia
                   perform monta-nome-dist
                   move ws-nome-dist to ws-agl-arquivo
               else
                   move "SEM DESTINATARIO" to ws-agl-arquivo
               end-if
               move ws-age-linha to rel-linha
               write rel-linha

               add ws-age-linhas (ws-idx-age)   to ws-soma-linhas
               add ws-age-detalhes (ws-idx-age) to ws-soma-detalhes
               add ws-age-valor (ws-idx-age)    to ws-soma-valor
           end-perform

           move ws-rep-cabecalho to ws-cf1-qtd
           move ws-conf-linha-1  to rel-linha
           write rel-linha

           move ws-rep-casa     to ws-cf2-qtd
           move ws-conf-linha-2 to rel-linha
           write rel-linha

           compute ws-soma-conferida =
                   ws-rep-cabecalho + ws-soma-linhas + ws-rep-casa
           move ws-soma-conferida to ws-cf3-soma
           move ws-rep-linhas     to ws-cf3-lidas
           if ws-soma-conferida = ws-rep-linhas
               move "CONFERE" to ws-cf3-alerta
           else
               move "<< NAO CONFERE" to ws-cf3-alerta
           end-if
           move ws-conf-linha-3 to rel-linha
           write rel-linha

           move ws-soma-detalhes to ws-cf4-soma
           move ws-rep-detalhes  to ws-cf4-total
           if ws-soma-detalhes = ws-rep-detalhes
               move "CONFERE" to ws-cf4-alerta
           else
               move "<< NAO CONFERE" to ws-cf4-alerta
           end-if
           move ws-conf-linha-4 to rel-linha
           write rel-linha

           move ws-soma-valor to ws-cf5-soma
           move ws-rep-valor  to ws-cf5-total
           if ws-soma-valor = ws-rep-valor
               move "CONFERE" to ws-cf5-alerta
           else
               move "<< NAO CONFERE" to ws-cf5-alerta
           end-if
           move ws-conf-linha-5 to rel-linha
           write rel-linha.

       end program distribui.
