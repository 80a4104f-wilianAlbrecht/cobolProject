      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: apropriacao diaria dos juros dos emprestimos - para
      * cada contrato de contratos.dat reconhece pro rata dia os juros
      * de cada parcela (par-juros de parcelas.dat, entre o
      * vencimento anterior - ou a data do contrato - e o vencimento
      * da parcela) em juros a receber: D 1103/C 3007. os juros que
      * as parcelas recebem (pagamento aplicado primeiro nos juros)
      * baixam o a receber: D 3001/C 1103, porque o caixa do
      * pagamento ja entrou como recebimento de cobranca. contrato
      * com parcela aberta ha mais de N dias (parm, padrao 60,
      * contado do primeiro dia util apos o vencimento como em
      * atrasos.cbl) ou baixado em prejuizo.dat sai da apropriacao:
      * o a receber e' estornado (D 3007/C 1103) e os juros seguintes
      * ficam suspensos, reconhecidos so quando recebidos. volta a
      * apropriar quando nao tem mais parcela vencida. a posicao de
      * cada contrato fica em apropriacoes.dat e o relatorio mostra
      * apropriado, recebido, a receber e suspenso por contrato.
      * roda todo dia depois do fechamento, com controle de
      * reexecucao diaria em controle_batch.dat
      ******************************************************************

       identification division.
       program-id. apropriacao.
       environment division.
       input-output section.
       file-control.

       select contratos-file assign to './files/contratos.dat'
       organization is sequential
       file status is ws-contrato-status.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select prejuizo-file assign to './files/prejuizo.dat'
       organization is sequential
       file status is ws-prejuizo-status.

       select apropriacoes-file assign to './files/apropriacoes.dat'
       organization is sequential
       file status is ws-apropriacao-status.

       select lancamentos assign to './files/lancamentos.dat'
       organization is sequential
       file status is ws-lancamento-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select periodos-file
              assign to './files/periodos_contabeis.dat'
       organization is sequential
       file status is ws-periodo-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       select rel-apropriacao
              assign to './files/relatorio_apropriacao.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd contratos-file.
       copy "contrato.cpy".

       fd devedores.
       copy "devedor.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd prejuizo-file.
       copy "prejuizo.cpy".

       fd apropriacoes-file.
       copy "apropriacao.cpy".

       fd lancamentos.
       copy "lancamento.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd periodos-file.
       copy "periodo.cpy".

       fd controle-file.
       copy "controle-batch.cpy".

       fd rel-apropriacao.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-contrato-status   pic x(2) value spaces.
           88 ws-contrato-ok           value "00".
           88 ws-contrato-nao-existe   value "35".
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-prejuizo-status   pic x(2) value spaces.
           88 ws-prejuizo-ok           value "00".
           88 ws-prejuizo-nao-existe   value "35".
       77 ws-apropriacao-status pic x(2) value spaces.
           88 ws-apropriacao-ok        value "00".
           88 ws-apropriacao-nao-existe value "35".
       77 ws-lancamento-status pic x(2) value spaces.
           88 ws-lancamento-ok         value "00".
           88 ws-lancamento-nao-existe value "35".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-periodo-status    pic x(2) value spaces.
           88 ws-periodo-ok            value "00".
           88 ws-periodo-nao-existe    value "35".
       77 ws-periodo-fechado-flag pic x value "N".
           88 ws-periodo-fechado       value "S".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-hoje-int          pic 9(7) value zeros.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    atraso maximo em dias com apropriacao - parm de 3 digitos
      /    no passo do lote, padrao 60
       77 ws-parm-dias         pic x(3) value spaces.
       77 ws-dias-limite       pic 9(3) value 60.

      *    contratos de contratos.dat - a data do contrato abre o
      /    periodo de juros da primeira parcela
       77 ws-max-contratos     pic 9(3) value 100.
       77 ws-qtd-contratos     pic 9(3) value zeros.
       77 ws-idx-ctr           pic 9(3) value zeros.
       01 ws-ctr-tab.
           03 ws-ctr-item occurs 100 times.
               05 ws-ctr-id        pic 9(5).
               05 ws-ctr-data-int  pic 9(7).

      *    dividas baixadas para prejuizo - fora da apropriacao
       77 ws-max-prejuizos     pic 9(3) value 100.
       77 ws-qtd-prejuizos     pic 9(3) value zeros.
       77 ws-idx-prj           pic 9(3) value zeros.
       01 ws-prj-tab.
           03 ws-prj-dev-id occurs 100 times pic 9(5).

      *    posicao de cada devedor com contrato: a de
      /    apropriacoes.dat mais o apurado hoje em parcelas.dat
       77 ws-max-posicoes      pic 9(3) value 100.
       77 ws-qtd-posicoes      pic 9(3) value zeros.
       77 ws-idx-pos           pic 9(3) value zeros.
       77 ws-pos-apt           pic 9(3) value zeros.
       01 ws-apt-tab.
           03 ws-apt-item occurs 100 times.
               05 ws-apt-id         pic 9(5).
               05 ws-apt-nome       pic x(15).
               05 ws-apt-situacao   pic x(1).
               05 ws-apt-data-sit   pic x(8).
               05 ws-apt-apropriado pic 9(7)v99.
               05 ws-apt-recebido   pic 9(7)v99.
               05 ws-apt-baixado    pic 9(7)v99.
               05 ws-apt-estornado  pic 9(7)v99.
               05 ws-apt-suspenso   pic 9(7)v99.
      *            apurado hoje: juros vencidos pela agenda ate hoje,
      /            juros recebidos, maior atraso, parcelas abertas e
      /            vencimento da ultima parcela lida (inicio do
      /            periodo da proxima)
               05 ws-apt-alvo       pic 9(7)v99.
               05 ws-apt-receb-hoje pic 9(7)v99.
               05 ws-apt-dias       pic s9(5).
               05 ws-apt-abertas    pic 9(3).
               05 ws-apt-ult-venc   pic 9(7).
               05 ws-apt-prejuizo   pic x(1).
       77 ws-apt-achou-flag    pic x value "N".
           88 ws-apt-achou         value "S".
       77 ws-busca-id          pic 9(5) value zeros.

       77 ws-venc-int          pic 9(7) value zeros.
       77 ws-inicio-int        pic 9(7) value zeros.
       77 ws-dias-atraso       pic s9(5) value zeros.
       77 ws-juros-vencidos    pic 9(7)v99 value zeros.
       77 ws-juros-pagos       pic 9(7)v99 value zeros.

      *    movimento do contrato no dia
       77 ws-a-receber         pic 9(7)v99 value zeros.
       77 ws-reconhecido       pic s9(7)v99 value zeros.
       77 ws-em-caixa          pic s9(7)v99 value zeros.
       77 ws-diferenca         pic s9(7)v99 value zeros.
       77 ws-vlr-novo          pic 9(7)v99 value zeros.
       77 ws-vlr-dia           pic 9(7)v99 value zeros.
       77 ws-vlr-baixa         pic 9(7)v99 value zeros.
       77 ws-vlr-estorno       pic 9(7)v99 value zeros.
       77 ws-ocorrencia        pic x(12) value spaces.

      *    calendario de dias uteis: o atraso conta a partir do
      /    primeiro dia util apos o vencimento, como em atrasos.cbl
       77 ws-feriados-status   pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
       77 ws-eof-feriado       pic x value "N".
       77 ws-max-feriados      pic 9(3) value 50.
       77 ws-total-feriados    pic 9(3) value zeros.
       01 ws-fer-tab.
           03 ws-fer-data occurs 50 times indexed by ws-idx-fer
                                       pic x(8).
       77 ws-data-util-int     pic 9(7) value zeros.
       01 ws-data-util         pic 9(8) value zeros.
       01 ws-data-util-x redefines ws-data-util pic x(8).
       77 ws-dia-semana        pic 9(1) value zeros.
       77 ws-dia-util-flag     pic x value "N".
           88 ws-eh-dia-util         value "S".
       77 ws-feriado-achou-flag pic x value "N".
           88 ws-eh-feriado          value "S".

      *    lancamento contabil (par D/C de lancamentos.dat)
       77 ws-conta-debito      pic x(4) value spaces.
       77 ws-conta-credito     pic x(4) value spaces.
       77 ws-vlr-lancamento    pic 9(9)v99 value zeros.
       77 ws-total-lancamentos pic 9(5) value zeros.

       77 ws-total-contratos   pic 9(5) value zeros.
       77 ws-total-suspensos   pic 9(5) value zeros.
       77 ws-total-dia         pic 9(9)v99 value zeros.
       77 ws-total-baixa       pic 9(9)v99 value zeros.
       77 ws-total-estorno     pic 9(9)v99 value zeros.
       77 ws-total-apropriado  pic 9(9)v99 value zeros.
       77 ws-total-recebido    pic 9(9)v99 value zeros.
       77 ws-total-a-receber   pic 9(9)v99 value zeros.
       77 ws-total-suspenso    pic 9(9)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(40) value
              "APROPRIACAO DE JUROS DE EMPRESTIMOS - ".
           05 ws-cab-data     pic x(10).
           05 filler          pic x(24) value
              "   SUSPENDE ACIMA DE ".
           05 ws-cab-dias     pic zz9.
           05 filler          pic x(5)  value " DIAS".

       01 ws-cab-2.
           05 filler          pic x(7)  value "CODIGO".
           05 filler          pic x(16) value "NOME".
           05 filler          pic x(4)  value "SIT".
           05 filler          pic x(7)  value "ATRASO".
           05 filler          pic x(12) value "APROPRIADO".
           05 filler          pic x(10) value "NO DIA".
           05 filler          pic x(12) value "RECEBIDO".
           05 filler          pic x(12) value "A RECEBER".
           05 filler          pic x(11) value "SUSPENSO".
           05 filler          pic x(9)  value "OCORRENC.".

       01 ws-det-linha.
           05 ws-det-id       pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 ws-det-nome     pic x(15).
           05 filler          pic x(2)  value spaces.
           05 ws-det-situacao pic x(1).
           05 filler          pic x(2)  value spaces.
           05 ws-det-dias     pic zzzz9-.
           05 filler          pic x(1)  value space.
           05 ws-det-apropriado pic zzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-det-dia      pic zzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-det-recebido pic zzzzzz9.99.
           05 filler          pic x(2)  value spaces.
           05 ws-det-a-receber pic zzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-det-suspenso pic zzzzzz9.99.
           05 filler          pic x(1)  value space.
           05 ws-det-ocorrencia pic x(12).

       01 ws-total-linha.
           05 filler          pic x(15) value "TOTAL".
           05 ws-tot-contratos pic zzzz9.
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(11) value "SUSPENSOS: ".
           05 ws-tot-suspensos pic zzzz9.

       01 ws-total-valores.
           05 filler          pic x(12) value "APROPRIADO: ".
           05 ws-tot-apropriado pic zzzzzzzz9.99.
           05 filler          pic x(13) value "  RECEBIDO: ".
           05 ws-tot-recebido pic zzzzzzzz9.99.
           05 filler          pic x(14) value "  A RECEBER: ".
           05 ws-tot-a-receber pic zzzzzzzz9.99.
           05 filler          pic x(13) value "  SUSPENSO: ".
           05 ws-tot-suspenso pic zzzzzzzz9.99.

       01 ws-lanc-linha.
           05 ws-lcl-texto    pic x(40).
           05 filler          pic x(2)  value "D ".
           05 ws-lcl-debito   pic x(4).
           05 filler          pic x(5)  value " / C ".
           05 ws-lcl-credito  pic x(4).
           05 filler          pic x(2)  value spaces.
           05 ws-lcl-valor    pic zzzzzzzz9.99.

       procedure division.

           move function current-date (1:8) to ws-hoje
           compute ws-hoje-int =
                   function integer-of-date (function numval (ws-hoje))

           accept ws-parm-dias from command-line

           if ws-parm-dias not = spaces and
              ws-parm-dias is numeric
               move function numval (ws-parm-dias) to ws-dias-limite
           end-if

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "APROPRIACAO ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform verifica-periodo-aberto

           if ws-periodo-fechado
               display "APROPRIACAO: periodo contabil " ws-hoje (1:6)
                       " ja encerrado - posicao nao atualizada."
               move 8 to return-code
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-feriados

           perform carrega-prejuizos

           perform carrega-contratos

           perform carrega-apropriacoes

           perform carrega-nomes

           perform varre-parcelas

           open output rel-apropriacao

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_apropriacao.txt - "
                       "file status " ws-rel-status
               goback
           end-if

           move ws-hoje (7:2) to ws-cab-data (1:2)
           move "/"           to ws-cab-data (3:1)
           move ws-hoje (5:2) to ws-cab-data (4:2)
           move "/"           to ws-cab-data (6:1)
           move ws-hoje (1:4) to ws-cab-data (7:4)
           move ws-dias-limite to ws-cab-dias

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces   to rel-linha
           write rel-linha
           move ws-cab-2 to rel-linha
           write rel-linha

           perform varying ws-pos-apt from 1 by 1
                   until ws-pos-apt > ws-qtd-posicoes
               perform apropria-contrato
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-contratos  to ws-tot-contratos
           move ws-total-suspensos  to ws-tot-suspensos
           move ws-total-linha      to rel-linha
           write rel-linha
           move ws-total-apropriado to ws-tot-apropriado
           move ws-total-recebido   to ws-tot-recebido
           move ws-total-a-receber  to ws-tot-a-receber
           move ws-total-suspenso   to ws-tot-suspenso
           move ws-total-valores    to rel-linha
           write rel-linha

           perform contabiliza-dia

           close rel-apropriacao

           perform grava-apropriacoes

           perform grava-controle-fim

           display "Apropriacao de juros: " ws-total-contratos
                   " contrato(s), apropriado no dia " ws-total-dia
                   ", baixado " ws-total-baixa
                   ", estornado " ws-total-estorno "."

           goback.

       carrega-prejuizos.

           move "N" to ws-eof

           open input prejuizo-file

           if ws-prejuizo-nao-existe
               exit paragraph
           end-if

           if not ws-prejuizo-ok
               display "ERRO ao abrir prejuizo.dat - file status "
                       ws-prejuizo-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read prejuizo-file
                   at end move "S" to ws-eof
                   not at end
                       if prej-baixado
                           if ws-qtd-prejuizos < ws-max-prejuizos
                               add 1 to ws-qtd-prejuizos
                               move prej-dev-id to
                                   ws-prj-dev-id (ws-qtd-prejuizos)
                           else
                               display "AVISO: prejuizo.dat tem mais "
                                       "de " ws-max-prejuizos
                                       " baixas - excedente ignorado."
                           end-if
                       end-if
               end-read
           end-perform

           close prejuizo-file.

      *    cada contrato abre (ou reaproveita) a posicao do devedor
       carrega-contratos.

           move "N" to ws-eof

           open input contratos-file

           if ws-contrato-nao-existe
               display "Nao ha contratos.dat - nada a apropriar."
               exit paragraph
           end-if

           if not ws-contrato-ok
               display "ERRO ao abrir contratos.dat - file status "
                       ws-contrato-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contratos-file
                   at end move "S" to ws-eof
                   not at end
                       perform inclui-contrato
               end-read
           end-perform

           close contratos-file.

       inclui-contrato.

           if ws-qtd-contratos >= ws-max-contratos
               display "AVISO: contratos.dat tem mais de "
                       ws-max-contratos " contratos - excedente "
                       "ignorado."
               exit paragraph
           end-if

           add 1 to ws-qtd-contratos
           move ctr-dev-id to ws-ctr-id (ws-qtd-contratos)
           compute ws-ctr-data-int (ws-qtd-contratos) =
                   function integer-of-date
                       (function numval (ctr-data))

           move ctr-dev-id to ws-busca-id
           perform busca-posicao.

       carrega-apropriacoes.

           move "N" to ws-eof

           open input apropriacoes-file

           if ws-apropriacao-nao-existe
               exit paragraph
           end-if

           if not ws-apropriacao-ok
               display "ERRO ao abrir apropriacoes.dat - file status "
                       ws-apropriacao-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read apropriacoes-file
                   at end move "S" to ws-eof
                   not at end
                       move apr-dev-id to ws-busca-id
                       perform busca-posicao
                       if ws-pos-apt > zeros
                           move apr-situacao to
                               ws-apt-situacao (ws-pos-apt)
                           move apr-data-situacao to
                               ws-apt-data-sit (ws-pos-apt)
                           move apr-juros-apropriado to
                               ws-apt-apropriado (ws-pos-apt)
                           move apr-juros-recebido to
                               ws-apt-recebido (ws-pos-apt)
                           move apr-juros-baixado to
                               ws-apt-baixado (ws-pos-apt)
                           move apr-juros-estornado to
                               ws-apt-estornado (ws-pos-apt)
                           move apr-juros-suspenso to
                               ws-apt-suspenso (ws-pos-apt)
                       end-if
               end-read
           end-perform

           close apropriacoes-file.

       carrega-nomes.

           move "N" to ws-eof

           open input devedores

           if ws-devedor-nao-existe
               exit paragraph
           end-if

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read devedores
                   at end move "S" to ws-eof
                   not at end
                       perform varying ws-idx-pos from 1 by 1
                               until ws-idx-pos > ws-qtd-posicoes
                           if ws-apt-id (ws-idx-pos) = dev-id
                               move dev-primeiro-nome
                                   to ws-apt-nome (ws-idx-pos)
                           end-if
                       end-perform
               end-read
           end-perform

           close devedores.

      *    localiza a posicao de ws-busca-id, abrindo uma nova em
      /    apropriacao quando o devedor ainda nao tem - ws-pos-apt
      /    fica zerado quando a tabela esta cheia
       busca-posicao.

           move "N"   to ws-apt-achou-flag
           move zeros to ws-pos-apt

           perform varying ws-idx-pos from 1 by 1
                   until ws-idx-pos > ws-qtd-posicoes or ws-apt-achou
               if ws-apt-id (ws-idx-pos) = ws-busca-id
                   move "S" to ws-apt-achou-flag
                   move ws-idx-pos to ws-pos-apt
               end-if
           end-perform

           if ws-apt-achou
               exit paragraph
           end-if

           if ws-qtd-posicoes >= ws-max-posicoes
               display "AVISO: mais de " ws-max-posicoes
                       " devedores com contrato - excedente fora da "
                       "apropriacao."
               exit paragraph
           end-if

           add 1 to ws-qtd-posicoes
           move ws-qtd-posicoes to ws-pos-apt
           move ws-busca-id to ws-apt-id (ws-pos-apt)
           move spaces      to ws-apt-nome (ws-pos-apt)
           move "A"         to ws-apt-situacao (ws-pos-apt)
           move ws-hoje     to ws-apt-data-sit (ws-pos-apt)
           move zeros       to ws-apt-apropriado (ws-pos-apt)
           move zeros       to ws-apt-recebido (ws-pos-apt)
           move zeros       to ws-apt-baixado (ws-pos-apt)
           move zeros       to ws-apt-estornado (ws-pos-apt)
           move zeros       to ws-apt-suspenso (ws-pos-apt)
           move zeros       to ws-apt-alvo (ws-pos-apt)
           move zeros       to ws-apt-receb-hoje (ws-pos-apt)
           move zeros       to ws-apt-dias (ws-pos-apt)
           move zeros       to ws-apt-abertas (ws-pos-apt)
           move zeros       to ws-apt-ult-venc (ws-pos-apt)
           move "N"         to ws-apt-prejuizo (ws-pos-apt)

           perform varying ws-idx-prj from 1 by 1
                   until ws-idx-prj > ws-qtd-prejuizos
               if ws-prj-dev-id (ws-idx-prj) = ws-busca-id
                   move "S" to ws-apt-prejuizo (ws-pos-apt)
               end-if
           end-perform.

      *    so as parcelas com juros (as geradas por contratos.cbl) -
      /    planos digitados e renegociados nao tem juros a apropriar
       varre-parcelas.

           move "N" to ws-eof

           open input parcelas

           if ws-parcela-nao-existe
               exit paragraph
           end-if

           if not ws-parcela-ok
               display "ERRO ao abrir parcelas.dat - file status "
                       ws-parcela-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read parcelas
                   at end move "S" to ws-eof
                   not at end
                       if par-juros > zeros
                           perform soma-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

      *    juros vencidos pela agenda: a parcela ja vencida conta
      /    inteira; a do periodo corrente, na proporcao dos dias
      /    decorridos entre o vencimento anterior e o dela. parcela
      /    renegociada sai da agenda - o saldo foi para o novo plano
       soma-parcela.

           move "N"   to ws-apt-achou-flag
           move zeros to ws-pos-apt

           perform varying ws-idx-pos from 1 by 1
                   until ws-idx-pos > ws-qtd-posicoes or ws-apt-achou
               if ws-apt-id (ws-idx-pos) = par-dev-id
                   move "S" to ws-apt-achou-flag
                   move ws-idx-pos to ws-pos-apt
               end-if
           end-perform

           if not ws-apt-achou
               exit paragraph
           end-if

           compute ws-venc-int =
                   function integer-of-date
                       (function numval (par-vencimento))

           if par-numero = 1 or ws-apt-ult-venc (ws-pos-apt) = zeros
               perform busca-data-contrato
           else
               move ws-apt-ult-venc (ws-pos-apt) to ws-inicio-int
           end-if

           move ws-venc-int to ws-apt-ult-venc (ws-pos-apt)

           if par-valor-pago < par-juros
               move par-valor-pago to ws-juros-pagos
           else
               move par-juros      to ws-juros-pagos
           end-if

           add ws-juros-pagos to ws-apt-receb-hoje (ws-pos-apt)

           if par-renegociada
               exit paragraph
           end-if

           move zeros to ws-juros-vencidos

           if ws-hoje-int >= ws-venc-int
               move par-juros to ws-juros-vencidos
           else
               if ws-hoje-int > ws-inicio-int and
                  ws-venc-int > ws-inicio-int
                   compute ws-juros-vencidos rounded =
                           par-juros * (ws-hoje-int - ws-inicio-int)
                           / (ws-venc-int - ws-inicio-int)
               end-if
           end-if

           add ws-juros-vencidos to ws-apt-alvo (ws-pos-apt)

           if not par-aberta
               exit paragraph
           end-if

           add 1 to ws-apt-abertas (ws-pos-apt)

           move ws-venc-int to ws-data-util-int
           perform proximo-dia-util

           compute ws-dias-atraso = ws-hoje-int - ws-data-util-int

           if ws-dias-atraso > ws-apt-dias (ws-pos-apt)
               move ws-dias-atraso to ws-apt-dias (ws-pos-apt)
           end-if.

      *    inicio do periodo da primeira parcela: o contrato mais
      /    recente do devedor anterior ao vencimento; sem contrato,
      /    trinta dias antes do vencimento
       busca-data-contrato.

           compute ws-inicio-int = ws-venc-int - 30

           perform varying ws-idx-ctr from 1 by 1
                   until ws-idx-ctr > ws-qtd-contratos
               if ws-ctr-id (ws-idx-ctr) = par-dev-id and
                  ws-ctr-data-int (ws-idx-ctr) < ws-venc-int and
                  (ws-ctr-data-int (ws-idx-ctr) > ws-inicio-int or
                   par-numero = 1)
                   move ws-ctr-data-int (ws-idx-ctr) to ws-inicio-int
               end-if
           end-perform.

      *    movimento do contrato no dia, nesta ordem: os juros
      /    recebidos baixam o a receber; passando do atraso limite
      /    (ou baixado em prejuizo) o a receber e' estornado e o
      /    contrato e' suspenso; sem parcela vencida o suspenso volta
      /    a apropriar, com o suspenso congelado no que ficou sem
      /    receber; por fim apropria a diferenca entre os juros
      /    vencidos pela agenda e o ja reconhecido. recebimento que
      /    nao encontra a receber (suspenso ou antecipado) fica como
      /    receita pelo caixa e nao e' apropriado de novo
       apropria-contrato.

           move zeros  to ws-vlr-dia
           move spaces to ws-ocorrencia

           compute ws-a-receber =
                   ws-apt-apropriado (ws-pos-apt) -
                   ws-apt-baixado (ws-pos-apt) -
                   ws-apt-estornado (ws-pos-apt)

           if ws-apt-receb-hoje (ws-pos-apt) >
              ws-apt-recebido (ws-pos-apt)
               compute ws-vlr-novo =
                       ws-apt-receb-hoje (ws-pos-apt) -
                       ws-apt-recebido (ws-pos-apt)
               if ws-vlr-novo > ws-a-receber
                   move ws-a-receber to ws-vlr-baixa
               else
                   move ws-vlr-novo  to ws-vlr-baixa
               end-if
               add ws-vlr-baixa to ws-apt-baixado (ws-pos-apt)
               add ws-vlr-baixa to ws-total-baixa
               subtract ws-vlr-baixa from ws-a-receber
           end-if

           move ws-apt-receb-hoje (ws-pos-apt)
               to ws-apt-recebido (ws-pos-apt)

           if ws-apt-situacao (ws-pos-apt) = "A" and
              (ws-apt-dias (ws-pos-apt) > ws-dias-limite or
               ws-apt-prejuizo (ws-pos-apt) = "S")
               add ws-a-receber to ws-apt-estornado (ws-pos-apt)
               add ws-a-receber to ws-total-estorno
               move zeros   to ws-a-receber
               move "N"     to ws-apt-situacao (ws-pos-apt)
               move ws-hoje to ws-apt-data-sit (ws-pos-apt)
               move "SUSPENSO" to ws-ocorrencia
           else
               if ws-apt-situacao (ws-pos-apt) = "N" and
                  ws-apt-dias (ws-pos-apt) not > zeros and
                  ws-apt-prejuizo (ws-pos-apt) not = "S"
                   compute ws-diferenca =
                           ws-apt-alvo (ws-pos-apt) -
                           ws-apt-apropriado (ws-pos-apt) +
                           ws-apt-estornado (ws-pos-apt) -
                           ws-apt-recebido (ws-pos-apt) +
                           ws-apt-baixado (ws-pos-apt)
                   if ws-diferenca > zeros
                       move ws-diferenca
                           to ws-apt-suspenso (ws-pos-apt)
                   else
                       move zeros to ws-apt-suspenso (ws-pos-apt)
                   end-if
                   move "A"     to ws-apt-situacao (ws-pos-apt)
                   move ws-hoje to ws-apt-data-sit (ws-pos-apt)
                   move "RETOMADO" to ws-ocorrencia
               end-if
           end-if

           compute ws-reconhecido =
                   ws-apt-apropriado (ws-pos-apt) -
                   ws-apt-estornado (ws-pos-apt)
           compute ws-em-caixa =
                   ws-apt-recebido (ws-pos-apt) -
                   ws-apt-baixado (ws-pos-apt)

           if ws-apt-situacao (ws-pos-apt) = "N"
               compute ws-diferenca =
                       ws-apt-alvo (ws-pos-apt) - ws-reconhecido -
                       ws-em-caixa
               if ws-diferenca > zeros
                   move ws-diferenca to ws-apt-suspenso (ws-pos-apt)
               else
                   move zeros to ws-apt-suspenso (ws-pos-apt)
               end-if
           else
               compute ws-diferenca =
                       ws-apt-alvo (ws-pos-apt) -
                       ws-apt-suspenso (ws-pos-apt) -
                       ws-reconhecido - ws-em-caixa
               if ws-diferenca > zeros
                   move ws-diferenca to ws-vlr-dia
                   add ws-vlr-dia to ws-apt-apropriado (ws-pos-apt)
                   add ws-vlr-dia to ws-a-receber
                   add ws-vlr-dia to ws-total-dia
               end-if
               if ws-diferenca < zeros and ws-a-receber > zeros
                   compute ws-vlr-estorno = zeros - ws-diferenca
                   if ws-vlr-estorno > ws-a-receber
                       move ws-a-receber to ws-vlr-estorno
                   end-if
                   add ws-vlr-estorno to ws-apt-estornado (ws-pos-apt)
                   add ws-vlr-estorno to ws-total-estorno
                   subtract ws-vlr-estorno from ws-a-receber
                   move "ESTORNO" to ws-ocorrencia
               end-if
           end-if

           if ws-apt-abertas (ws-pos-apt) = zeros and
              ws-a-receber = zeros and ws-vlr-dia = zeros and
              ws-ocorrencia = spaces
               exit paragraph
           end-if

           add 1 to ws-total-contratos
           if ws-apt-situacao (ws-pos-apt) = "N"
               add 1 to ws-total-suspensos
           end-if
           add ws-apt-apropriado (ws-pos-apt) to ws-total-apropriado
           add ws-apt-recebido (ws-pos-apt)   to ws-total-recebido
           add ws-a-receber                   to ws-total-a-receber
           add ws-apt-suspenso (ws-pos-apt)   to ws-total-suspenso

           move ws-apt-id (ws-pos-apt)         to ws-det-id
           move ws-apt-nome (ws-pos-apt)       to ws-det-nome
           move ws-apt-situacao (ws-pos-apt)   to ws-det-situacao
           move ws-apt-dias (ws-pos-apt)       to ws-det-dias
           move ws-apt-apropriado (ws-pos-apt) to ws-det-apropriado
           move ws-vlr-dia                     to ws-det-dia
           move ws-apt-recebido (ws-pos-apt)   to ws-det-recebido
           move ws-a-receber                   to ws-det-a-receber
           move ws-apt-suspenso (ws-pos-apt)   to ws-det-suspenso
           move ws-ocorrencia                  to ws-det-ocorrencia
           move ws-det-linha to rel-linha
           write rel-linha.

      *    um par D/C por movimento do dia, somados os contratos
       contabiliza-dia.

           move spaces to rel-linha
           write rel-linha
           move "LANCAMENTOS EM LANCAMENTOS.DAT:" to rel-linha
           write rel-linha

           if ws-total-dia > zeros
               move "1103"       to ws-conta-debito
               move "3007"       to ws-conta-credito
               move ws-total-dia to ws-vlr-lancamento
               perform grava-par-lancamento
               move "APROPRIACAO DOS JUROS DO DIA" to ws-lcl-texto
               perform imprime-lancamento
           end-if

           if ws-total-baixa > zeros
               move "3001"         to ws-conta-debito
               move "1103"         to ws-conta-credito
               move ws-total-baixa to ws-vlr-lancamento
               perform grava-par-lancamento
               move "BAIXA PELOS JUROS RECEBIDOS" to ws-lcl-texto
               perform imprime-lancamento
           end-if

           if ws-total-estorno > zeros
               move "3007"           to ws-conta-debito
               move "1103"           to ws-conta-credito
               move ws-total-estorno to ws-vlr-lancamento
               perform grava-par-lancamento
               move "ESTORNO DE JUROS APROPRIADOS" to ws-lcl-texto
               perform imprime-lancamento
           end-if.

       imprime-lancamento.

           move ws-conta-debito   to ws-lcl-debito
           move ws-conta-credito  to ws-lcl-credito
           move ws-vlr-lancamento to ws-lcl-valor
           move ws-lanc-linha to rel-linha
           write rel-linha.

      *    mes de hoje ja encerrado pelo balanco mensal - nenhum
      /    lancamento datado nele pode mais entrar no diario
       verifica-periodo-aberto.

           move "N" to ws-eof
           move "N" to ws-periodo-fechado-flag

           open input periodos-file

           if ws-periodo-nao-existe
               exit paragraph
           end-if

           if not ws-periodo-ok
               display "ERRO ao abrir periodos_contabeis.dat - file "
                       "status " ws-periodo-status
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read periodos-file
                   at end move "S" to ws-eof
                   not at end
                       if per-mes = ws-hoje (1:6)
                           move "S" to ws-periodo-fechado-flag
                       end-if
               end-read
           end-perform

           close periodos-file.

       grava-par-lancamento.

           if ws-periodo-fechado
               display "ERRO: periodo contabil " ws-hoje (1:6)
                       " encerrado - lancamento " ws-conta-debito
                       "/" ws-conta-credito " de " ws-vlr-lancamento
                       " recusado."
               move 8 to return-code
               exit paragraph
           end-if

           open extend lancamentos

           if ws-lancamento-nao-existe
               open output lancamentos
           end-if

           if not ws-lancamento-ok
               display "ERRO ao abrir lancamentos.dat - file status "
                       ws-lancamento-status
               exit paragraph
           end-if

           move ws-hoje           to lan-data
           move ws-conta-debito   to lan-conta
           move "D"               to lan-dc
           move ws-vlr-lancamento to lan-valor
           move "J"               to lan-origem

           write lancamento-reg

           move ws-conta-credito  to lan-conta
           move "C"               to lan-dc

           write lancamento-reg

           if not ws-lancamento-ok
               display "ERRO ao gravar lancamentos.dat - file "
                       "status " ws-lancamento-status
           end-if

           close lancamentos

           add 2 to ws-total-lancamentos.

       grava-apropriacoes.

           open output apropriacoes-file

           if not ws-apropriacao-ok
               display "ERRO ao gravar apropriacoes.dat - file "
                       "status " ws-apropriacao-status
               exit paragraph
           end-if

           perform varying ws-pos-apt from 1 by 1
                   until ws-pos-apt > ws-qtd-posicoes
               move ws-apt-id (ws-pos-apt)         to apr-dev-id
               move ws-apt-situacao (ws-pos-apt)   to apr-situacao
               move ws-apt-data-sit (ws-pos-apt)   to apr-data-situacao
               move ws-apt-apropriado (ws-pos-apt)
                   to apr-juros-apropriado
               move ws-apt-recebido (ws-pos-apt)   to apr-juros-recebido
               move ws-apt-baixado (ws-pos-apt)    to apr-juros-baixado
               move ws-apt-estornado (ws-pos-apt)
                   to apr-juros-estornado
               move ws-apt-suspenso (ws-pos-apt)   to apr-juros-suspenso
               write apropriacao-reg
           end-perform

           if not ws-apropriacao-ok
               display "ERRO ao gravar apropriacoes.dat - file "
                       "status " ws-apropriacao-status
           end-if

           close apropriacoes-file.

       carrega-feriados.

           move "N" to ws-eof-feriado

           open input feriados-file

           if ws-feriados-nao-existe
               exit paragraph
           end-if

           if not ws-feriados-ok
               display "ERRO ao abrir feriados.dat - file status "
                       ws-feriados-status
               exit paragraph
           end-if

           perform until ws-eof-feriado = "S"
               read feriados-file
                   at end move "S" to ws-eof-feriado
                   not at end
                       if ws-total-feriados < ws-max-feriados
                           add 1 to ws-total-feriados
                           move fer-data to
                               ws-fer-data (ws-total-feriados)
                       else
                           display "AVISO: feriados.dat tem mais de "
                                   ws-max-feriados
                                   " registros - excedente ignorado."
                       end-if
               end-read
           end-perform

           close feriados-file.

      *    avanca ws-data-util-int ate o primeiro dia util (nem
      /    sabado, nem domingo, nem feriado) e deixa a data AAAAMMDD
      /    correspondente em ws-data-util-x - integer-of-date conta
      /    a partir de 01/01/1601, uma segunda-feira, entao
      /    mod 7 = 6 e' sabado e mod 7 = 0 e' domingo
       proximo-dia-util.

           move "N" to ws-dia-util-flag

           perform until ws-eh-dia-util
               compute ws-dia-semana =
                       function mod (ws-data-util-int 7)
               compute ws-data-util =
                       function date-of-integer (ws-data-util-int)

               perform busca-feriado

               if ws-dia-semana = 6 or ws-dia-semana = 0 or
                  ws-eh-feriado
                   add 1 to ws-data-util-int
               else
                   move "S" to ws-dia-util-flag
               end-if
           end-perform.

       busca-feriado.

           move "N" to ws-feriado-achou-flag

           perform varying ws-idx-fer from 1 by 1
                   until ws-idx-fer > ws-total-feriados
               if ws-fer-data (ws-idx-fer) = ws-data-util-x
                   move "S" to ws-feriado-achou-flag
               end-if
           end-perform.

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
                       if ctb-programa = "APROPRIACAO" and
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

           move "F"                to ws-ctb-tipo-grava
           move ws-total-contratos to ws-ctb-registros-grava
           move "OK"               to ws-ctb-resultado-grava
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

           move "APROPRIACAO"           to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program apropriacao.
