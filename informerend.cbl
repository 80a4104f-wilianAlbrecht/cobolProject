      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: informe anual de rendimentos financeiros - um
      * informe impresso por pessoa de registros.txt que seja
      * titular ou co-titular de conta (titulares.dat), enderecado
      * com o endereco do cadastro como em cartas.cbl, com um bloco
      * por conta da pessoa: os rendimentos brutos do ano
      * (rendimento da conta e juros de aplicacao a prazo), o
      * imposto de renda retido na fonte, o saldo da conta
      * em 31/12 e o principal aplicado em 31/12. os rendimentos e o
      * imposto vem de retencoes_ir.dat (o diario transacoes.log e'
      * arquivado todo mes); o saldo de 31/12 e' o saldo atual
      * desfeito dos movimentos posteriores ao ano, lidos de
      * movimentos.dat. parametro opcional: ano-calendario AAAA
      * (padrao: ano anterior ao corrente). so leitura - pode ser
      * reexecutado a vontade
      ******************************************************************

       identification division.
       program-id. informerend.
       environment division.
       input-output section.
       file-control.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

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

       select retencoes-file assign to './files/retencoes_ir.dat'
       organization is sequential
       file status is ws-retencao-status.

       select aplicacoes-file assign to './files/aplicacoes.dat'
       organization is sequential
       file status is ws-aplicacao-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select rel-informe assign to
              './files/informe_rendimentos.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd pessoa.
       copy "registro-pessoa.cpy".

       fd contas-file.
       copy "conta.cpy".

       fd titulares.
       copy "titular.cpy".

       fd retencoes-file.
       copy "retencaoir.cpy".

       fd aplicacoes-file.
       copy "aplicacao.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd rel-informe.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof-titular       pic x value "N".
       77 ws-retencao-status   pic x(2) value spaces.
           88 ws-retencao-ok           value "00".
           88 ws-retencao-nao-existe   value "35".
       77 ws-aplicacao-status  pic x(2) value spaces.
           88 ws-aplicacao-ok          value "00".
           88 ws-aplicacao-nao-existe  value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-mov           pic x value "N".
       77 ws-movimentos-aberto-flag pic x value "N".
           88 ws-movimentos-aberto value "S".

      *    ano-calendario do informe (parametro AAAA ou ano anterior)
       77 ws-parm-ano          pic x(4) value spaces.
       01 ws-ano-base          pic 9(4) value zeros.
       01 ws-ano-base-x redefines ws-ano-base pic x(4).
       77 ws-ano-seguinte      pic 9(4) value zeros.
       77 ws-data-ini-ano      pic x(8) value spaces.
       77 ws-data-fim-ano      pic x(8) value spaces.

      *    rendimentos, imposto e principal aplicado por conta no
      /    ano - montados de retencoes_ir.dat e aplicacoes.dat
       77 ws-max-contas        pic 9(3) value 500.
       77 ws-qtd-contas        pic 9(3) value zeros.
       77 ws-idx-cta           pic 9(3) value zeros.
       77 ws-pos-cta           pic 9(3) value zeros.
       77 ws-conta-busca       pic 9(5) value zeros.
       01 ws-cta-tab.
           03 ws-cta-item occurs 500 times.
               05 ws-cta-id        pic 9(5).
               05 ws-cta-rend-conta pic 9(7)v99.
               05 ws-cta-rend-aplic pic 9(7)v99.
               05 ws-cta-ir        pic 9(7)v99.
               05 ws-cta-aplicado  pic 9(7)v99.
       77 ws-cta-achou-flag    pic x value "N".
           88 ws-cta-achou         value "S".
       77 ws-tabela-cheia-flag pic x value "N".
           88 ws-tabela-cheia      value "S".

      *    contas da pessoa em emissao, pelo indice de pessoa de
      /    titulares.dat - so as que ainda existiam no ano-base
       77 ws-max-contas-pes    pic 9(2) value 10.
       77 ws-qtd-contas-pes    pic 9(2) value zeros.
       77 ws-idx-pes           pic 9(2) value zeros.
       01 ws-pes-tab.
           03 ws-pes-item occurs 10 times.
               05 ws-pes-conta     pic 9(5).
               05 ws-pes-tipo      pic x(1).

       77 ws-saldo-fim-ano     pic s9(7)v99 value zeros.
       77 ws-rend-conta        pic 9(7)v99 value zeros.
       77 ws-rend-aplic        pic 9(7)v99 value zeros.
       77 ws-rend-bruto        pic 9(7)v99 value zeros.
       77 ws-vlr-ir            pic 9(7)v99 value zeros.
       77 ws-rend-liquido      pic 9(7)v99 value zeros.
       77 ws-aplicado          pic 9(7)v99 value zeros.

       77 ws-total-informes    pic 9(5) value zeros.
       77 ws-total-sem-conta   pic 9(5) value zeros.
       77 ws-total-bruto       pic 9(9)v99 value zeros.
       77 ws-total-ir          pic 9(9)v99 value zeros.

       01 ws-linha-separador.
           05 filler pic x(60) value all "-".

       01 ws-linha-titulo.
           05 filler          pic x(48) value
              "INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE ".
           05 ws-tit-ano      pic 9(4).

       01 ws-linha-destinatario.
           05 filler          pic x(11) value "AO SR(A). ".
           05 ws-dest-nome    pic x(10).
           05 filler          pic x(10) value "  CODIGO: ".
           05 ws-dest-id      pic zzzz9.

       01 ws-linha-rua.
           05 ws-end-rua      pic x(10).
           05 filler          pic x(2)  value ", ".
           05 ws-end-numero   pic z(9)9.

       01 ws-linha-bairro.
           05 ws-end-bairro   pic x(10).

       01 ws-linha-cidade.
           05 ws-end-cidade   pic x(15).
           05 filler          pic x(3)  value " - ".
           05 ws-end-uf       pic x(2).
           05 filler          pic x(7)  value "  CEP: ".
           05 ws-end-cep      pic x(9).

       01 ws-linha-conta.
           05 filler          pic x(7)  value "CONTA: ".
           05 ws-inf-conta    pic zzzz9.
           05 filler          pic x(11) value "  AGENCIA: ".
           05 ws-inf-agencia  pic 9(3).
           05 filler          pic x(2)  value spaces.
           05 ws-inf-titularidade pic x(10).

       01 ws-linha-valor.
           05 ws-inf-rotulo   pic x(40).
           05 ws-inf-valor    pic -zzzzzz9.99.

       01 ws-total-linha-1.
           05 filler          pic x(30) value
              "INFORMES EMITIDOS: ".
           05 ws-tot-informes pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(30) value
              "CADASTROS SEM CONTA: ".
           05 ws-tot-sem-conta pic zzzz9.

       01 ws-total-linha-3.
           05 filler          pic x(30) value
              "RENDIMENTOS BRUTOS: ".
           05 ws-tot-bruto    pic zzzzzzzz9.99.

       01 ws-total-linha-4.
           05 filler          pic x(30) value
              "IMPOSTO RETIDO NA FONTE: ".
           05 ws-tot-ir       pic zzzzzzzz9.99.

       procedure division.

           accept ws-parm-ano from command-line

           if ws-parm-ano not = spaces and ws-parm-ano is numeric
               move ws-parm-ano to ws-ano-base-x
           else
               move function current-date (1:4) to ws-ano-base-x
               subtract 1 from ws-ano-base
           end-if

           compute ws-ano-seguinte = ws-ano-base + 1

           move ws-ano-base-x to ws-data-ini-ano (1:4)
           move "0101"        to ws-data-ini-ano (5:4)
           move ws-ano-base-x to ws-data-fim-ano (1:4)
           move "1231"        to ws-data-fim-ano (5:4)

           perform carrega-retencoes

           perform carrega-aplicacoes

           open input pessoa

           if ws-pessoa-nao-existe
               display "Nao ha registros.txt - nenhum informe a "
                       "emitir."
               goback
           end-if

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               goback
           end-if

           open input contas-file

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               close pessoa
               goback
           end-if

           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status " - rode migratit antes do "
                       "informe."
               close pessoa contas-file
               goback
           end-if

           open input movimentos

           if ws-movimento-ok
               move "S" to ws-movimentos-aberto-flag
           else
               display "AVISO: movimentos.dat indisponivel - file "
                       "status " ws-movimento-status
               display "Saldo em 31/12 informado pelo saldo atual "
                       "da conta."
           end-if

           open output rel-informe

           if not ws-rel-ok
               display "ERRO ao abrir informe_rendimentos.txt - "
                       "file status " ws-rel-status
               close pessoa contas-file titulares
               goback
           end-if

           move "N" to ws-eof

           perform until ws-eof = "S"
               read pessoa next record
                   at end move "S" to ws-eof
                   not at end
                       perform emite-informe
               end-read
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-linha-separador to rel-linha
           write rel-linha
           move ws-total-informes  to ws-tot-informes
           move ws-total-linha-1   to rel-linha
           write rel-linha
           move ws-total-sem-conta to ws-tot-sem-conta
           move ws-total-linha-2   to rel-linha
           write rel-linha
           move ws-total-bruto     to ws-tot-bruto
           move ws-total-linha-3   to rel-linha
           write rel-linha
           move ws-total-ir        to ws-tot-ir
           move ws-total-linha-4   to rel-linha
           write rel-linha

           close pessoa contas-file titulares rel-informe

           if ws-movimentos-aberto
               close movimentos
           end-if

           display "Informes de rendimentos " ws-ano-base ": "
                   ws-total-informes " emitido(s) - rendimentos "
                   ws-total-bruto " imposto retido " ws-total-ir "."

           goback.

       carrega-retencoes.

           move "N" to ws-eof

           open input retencoes-file

           if ws-retencao-nao-existe
               exit paragraph
           end-if

           if not ws-retencao-ok
               display "ERRO ao abrir retencoes_ir.dat - file status "
                       ws-retencao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read retencoes-file
                   at end move "S" to ws-eof
                   not at end
                       if ret-data (1:4) = ws-ano-base-x
                           move ret-conta-id to ws-conta-busca
                           perform posiciona-conta
                           if ws-pos-cta > zeros
                               perform soma-retencao
                           end-if
                       end-if
               end-read
           end-perform

           close retencoes-file.

       soma-retencao.

           if ret-eh-aplicacao
               add ret-bruto to ws-cta-rend-aplic (ws-pos-cta)
           else
               add ret-bruto to ws-cta-rend-conta (ws-pos-cta)
           end-if

           add ret-valor-ir to ws-cta-ir (ws-pos-cta).

      *    principal aplicado em 31/12: aplicacao aberta ate o fim do
      /    ano e ainda nao resgatada naquela data
       carrega-aplicacoes.

           move "N" to ws-eof

           open input aplicacoes-file

           if ws-aplicacao-nao-existe
               exit paragraph
           end-if

           if not ws-aplicacao-ok
               display "ERRO ao abrir aplicacoes.dat - file status "
                       ws-aplicacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read aplicacoes-file
                   at end move "S" to ws-eof
                   not at end
                       if apl-data-inicio not > ws-data-fim-ano and
                          (apl-ativa or
                           apl-data-resgate > ws-data-fim-ano)
                           move apl-conta-id to ws-conta-busca
                           perform posiciona-conta
                           if ws-pos-cta > zeros
                               add apl-principal
                                   to ws-cta-aplicado (ws-pos-cta)
                           end-if
                       end-if
               end-read
           end-perform

           close aplicacoes-file.

      *    localiza ws-conta-busca na tabela, incluindo a conta na
      /    primeira ocorrencia - ws-pos-cta fica zerado com a tabela
      /    cheia
       posiciona-conta.

           perform busca-conta

           if ws-cta-achou
               exit paragraph
           end-if

           if ws-qtd-contas >= ws-max-contas
               if not ws-tabela-cheia
                   move "S" to ws-tabela-cheia-flag
                   display "AVISO: mais de " ws-max-contas
                           " contas com rendimento no ano - "
                           "excedente ignorado."
               end-if
               exit paragraph
           end-if

           add 1 to ws-qtd-contas
           move ws-qtd-contas  to ws-pos-cta
           move ws-conta-busca to ws-cta-id (ws-pos-cta)
           move zeros to ws-cta-rend-conta (ws-pos-cta)
           move zeros to ws-cta-rend-aplic (ws-pos-cta)
           move zeros to ws-cta-ir (ws-pos-cta)
           move zeros to ws-cta-aplicado (ws-pos-cta).

       busca-conta.

           move "N"   to ws-cta-achou-flag
           move zeros to ws-pos-cta

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas or ws-cta-achou
               if ws-cta-id (ws-idx-cta) = ws-conta-busca
                   move "S" to ws-cta-achou-flag
                   move ws-idx-cta to ws-pos-cta
               end-if
           end-perform.

      *    um informe por pessoa com conta, com um bloco por conta
      /    de que e' titular ou co-titular - conta encerrada antes do
      /    ano-base nao tem o que informar. os totais da pagina de
      /    controle somam cada conta uma vez so, pela via do titular
       emite-informe.

           perform carrega-contas-pessoa

           if ws-qtd-contas-pes = zeros
               add 1 to ws-total-sem-conta
               exit paragraph
           end-if

           add 1 to ws-total-informes

           move ws-linha-separador to rel-linha
           write rel-linha

           move ws-ano-base     to ws-tit-ano
           move ws-linha-titulo to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha

           move pessoa-nome to ws-dest-nome
           move pessoa-id   to ws-dest-id
           move ws-linha-destinatario to rel-linha
           write rel-linha

           move pessoa-rua    to ws-end-rua
           move pessoa-numero to ws-end-numero
           move ws-linha-rua  to rel-linha
           write rel-linha

           move pessoa-bairro   to ws-end-bairro
           move ws-linha-bairro to rel-linha
           write rel-linha

           move pessoa-cidade   to ws-end-cidade
           move pessoa-uf       to ws-end-uf
           move pessoa-cep      to ws-end-cep
           move ws-linha-cidade to rel-linha
           write rel-linha

           perform varying ws-idx-pes from 1 by 1
                   until ws-idx-pes > ws-qtd-contas-pes
               perform imprime-conta-informe
           end-perform.

       carrega-contas-pessoa.

           move zeros     to ws-qtd-contas-pes
           move "N"       to ws-eof-titular
           move pessoa-id to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-pessoa-id not = pessoa-id
                           move "S" to ws-eof-titular
                       else
                           perform guarda-conta-pessoa
                       end-if
               end-read
           end-perform.

       guarda-conta-pessoa.

           move tit-conta-id to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           if conta-encerrada and
              conta-data-encerra < ws-data-ini-ano
               exit paragraph
           end-if

           if ws-qtd-contas-pes >= ws-max-contas-pes
               display "AVISO: cadastro " pessoa-id " com mais de "
                       ws-max-contas-pes " contas - excedente "
                       "ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-contas-pes
           move tit-conta-id to ws-pes-conta (ws-qtd-contas-pes)
           move tit-tipo     to ws-pes-tipo (ws-qtd-contas-pes).

       imprime-conta-informe.

           move ws-pes-conta (ws-idx-pes) to conta-id

           read contas-file
               invalid key
                   exit paragraph
           end-read

           perform calcula-saldo-fim-ano

           move conta-id to ws-conta-busca
           perform busca-conta

           move zeros to ws-rend-conta
           move zeros to ws-rend-aplic
           move zeros to ws-vlr-ir
           move zeros to ws-aplicado

           if ws-cta-achou
               move ws-cta-rend-conta (ws-pos-cta) to ws-rend-conta
               move ws-cta-rend-aplic (ws-pos-cta) to ws-rend-aplic
               move ws-cta-ir (ws-pos-cta)         to ws-vlr-ir
               move ws-cta-aplicado (ws-pos-cta)   to ws-aplicado
           end-if

           compute ws-rend-bruto   = ws-rend-conta + ws-rend-aplic
           compute ws-rend-liquido = ws-rend-bruto - ws-vlr-ir

           if ws-pes-tipo (ws-idx-pes) = "T"
               add ws-rend-bruto to ws-total-bruto
               add ws-vlr-ir     to ws-total-ir
               move "TITULAR"    to ws-inf-titularidade
           else
               move "CO-TITULAR" to ws-inf-titularidade
           end-if

           move spaces to rel-linha
           write rel-linha

           move conta-id        to ws-inf-conta
           move conta-agencia   to ws-inf-agencia
           move ws-linha-conta  to rel-linha
           write rel-linha

           move "RENDIMENTO DA CONTA (BRUTO):" to ws-inf-rotulo
           move ws-rend-conta to ws-inf-valor
           perform escreve-valor

           move "JUROS DE APLICACAO A PRAZO (BRUTO):"
               to ws-inf-rotulo
           move ws-rend-aplic to ws-inf-valor
           perform escreve-valor

           move "TOTAL DE RENDIMENTOS BRUTOS:" to ws-inf-rotulo
           move ws-rend-bruto to ws-inf-valor
           perform escreve-valor

           move "IMPOSTO DE RENDA RETIDO NA FONTE:" to ws-inf-rotulo
           move ws-vlr-ir to ws-inf-valor
           perform escreve-valor

           move "RENDIMENTOS LIQUIDOS:" to ws-inf-rotulo
           move ws-rend-liquido to ws-inf-valor
           perform escreve-valor

           move "SALDO EM CONTA EM 31/12/" to ws-inf-rotulo
           move ws-ano-base-x to ws-inf-rotulo (25:4)
           move ":" to ws-inf-rotulo (29:1)
           move ws-saldo-fim-ano to ws-inf-valor
           perform escreve-valor

           move "APLICACOES A PRAZO EM 31/12/" to ws-inf-rotulo
           move ws-ano-base-x to ws-inf-rotulo (29:4)
           move ":" to ws-inf-rotulo (33:1)
           move ws-aplicado to ws-inf-valor
           perform escreve-valor

           move spaces to rel-linha
           write rel-linha.

       escreve-valor.

           move ws-linha-valor to rel-linha
           write rel-linha.

      *    saldo em 31/12: saldo atual desfeito dos movimentos da
      /    conta posteriores ao ano-base (movimentos.dat e'
      /    chaveado por conta + data, entao basta posicionar no
      /    primeiro movimento do ano seguinte)
       calcula-saldo-fim-ano.

           move conta-saldo to ws-saldo-fim-ano

           if not ws-movimentos-aberto
               exit paragraph
           end-if

           move conta-id        to mov-conta-id
           move ws-ano-seguinte to mov-data (1:4)
           move "0101000000"    to mov-data (5:10)
           move zeros           to mov-seq

           start movimentos key is not less than mov-chave
               invalid key
                   exit paragraph
           end-start

           move "N" to ws-eof-mov

           perform until ws-eof-mov = "S"
               read movimentos next record
                   at end move "S" to ws-eof-mov
                   not at end
                       if mov-conta-id not = conta-id
                           move "S" to ws-eof-mov
                       else
                           if mov-eh-deposito
                               subtract mov-valor
                                   from ws-saldo-fim-ano
                           else
                               add mov-valor to ws-saldo-fim-ano
                           end-if
                       end-if
               end-read
           end-perform.

       end program informerend.
