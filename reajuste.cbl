      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: reajuste mensal dos contratos pos-fixados - para
      * cada contrato de contratos.dat com indexador, busca o ultimo
      * valor em vigor do indice em indices.dat, soma o spread do
      * contrato e recalcula pela tabela price as parcelas ainda nao
      * pagas de parcelas.dat sobre o saldo devedor delas (soma das
      * amortizacoes). ficam como estao as parcelas pagas, as pagas
      * em parte, as vencidas e a do periodo corrente (a primeira a
      * vencer, ja em apropriacao com a taxa anterior). a taxa e a
      * parcela vigentes do contrato e a parcela de devedores.dat
      * sao atualizadas, cada reajuste fica em reajustes.dat com a
      * parcela antes e depois e o devedor recebe um aviso do novo
      * valor no endereco de registros.txt (avisos_reajuste.txt).
      * contrato ja reajustado na competencia nao e' reajustado de
      * novo; contrato sem valor do indice fica como esta, com
      * return-code 4 como aviso. controle de reexecucao diaria via
      * controle_batch.dat
      ******************************************************************

       identification division.
       program-id. reajuste.
       environment division.
       input-output section.
       file-control.

       select contratos-file assign to './files/contratos.dat'
       organization is sequential
       file status is ws-contrato-status.

       select parcelas assign to './files/parcelas.dat'
       organization is sequential
       file status is ws-parcela-status.

       select devedores assign to './files/devedores.dat'
       organization is sequential
       file status is ws-devedor-status.

       select indices-file assign to './files/indices.dat'
       organization is sequential
       file status is ws-indice-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select reajustes-file assign to './files/reajustes.dat'
       organization is sequential
       file status is ws-reajuste-status.

       select rel-avisos assign to './files/avisos_reajuste.txt'
       organization is line sequential
       file status is ws-rel-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       data division.
       file section.
       fd contratos-file.
       copy "contrato.cpy".

       fd parcelas.
       copy "parcela.cpy".

       fd devedores.
       copy "devedor.cpy".

       fd indices-file.
       copy "indice.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd reajustes-file.
       copy "reajuste.cpy".

       fd rel-avisos.
       01 rel-linha            pic x(100).

       fd controle-file.
       copy "controle-batch.cpy".

       working-storage section.
       77 ws-contrato-status   pic x(2) value spaces.
           88 ws-contrato-ok           value "00".
           88 ws-contrato-nao-existe   value "35".
       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-devedor-status    pic x(2) value spaces.
           88 ws-devedor-ok            value "00".
           88 ws-devedor-nao-existe    value "35".
       77 ws-indice-status     pic x(2) value spaces.
           88 ws-indice-ok             value "00".
           88 ws-indice-nao-existe     value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-encontrou  value "23".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-reajuste-status   pic x(2) value spaces.
           88 ws-reajuste-ok           value "00".
           88 ws-reajuste-nao-existe   value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-eof               pic x value "N".
       77 ws-eof-parcela       pic x value "N".
       77 ws-eof-devedor       pic x value "N".
       77 ws-eof-indice        pic x value "N".
       77 ws-eof-controle      pic x value "N".
       77 ws-pessoa-aberto-flag pic x value "N".
           88 ws-pessoa-aberto     value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-competencia       pic x(6) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.

      *    ultimo valor em vigor de cada indice: a maior vigencia ate
      /    hoje e, na mesma vigencia, o ultimo gravado
       77 ws-max-indices       pic 9(2) value 20.
       77 ws-qtd-indices       pic 9(2) value zeros.
       77 ws-idx-ind           pic 9(2) value zeros.
       77 ws-pos-ind           pic 9(2) value zeros.
       01 ws-ind-tab.
           03 ws-ind-item occurs 20 times.
               05 ws-ind-codigo    pic x(5).
               05 ws-ind-vigencia  pic x(8).
               05 ws-ind-taxa      pic v9(4).

      *    parcelas recalculadas do contrato em curso
       77 ws-corrente-flag     pic x value "N".
           88 ws-achou-corrente    value "S".
       77 ws-renegociado-flag  pic x value "N".
           88 ws-renegociado       value "S".
       77 ws-qtd-recalc        pic 9(3) value zeros.
       77 ws-idx-recalc        pic 9(3) value zeros.
       77 ws-primeira-parcela  pic 9(3) value zeros.
       77 ws-primeira-venc     pic x(8) value spaces.
       77 ws-saldo-devedor     pic 9(8)v99 value zeros.
       77 ws-saldo-inicial     pic 9(8)v99 value zeros.
       77 ws-vlr-anterior      pic 9(5)v99 value zeros.

       77 ws-taxa-total        pic 9v9(4) value zeros.
       77 ws-taxa-nova         pic v9(4) value zeros.
       77 ws-taxa-anterior     pic v9(4) value zeros.
       77 ws-taxa-mensal       pic v9(6) value zeros.
       77 ws-fator             pic 9(3)v9(8) value zeros.
       77 ws-vlr-parcela       pic 9(5)v99 value zeros.
       77 ws-juros-parcela     pic 9(5)v99 value zeros.
       77 ws-amort-parcela     pic 9(5)v99 value zeros.
       77 ws-nome-devedor      pic x(30) value spaces.

       77 ws-total-indexados   pic 9(5) value zeros.
       77 ws-total-reajustados pic 9(5) value zeros.
       77 ws-total-ja-reaj     pic 9(5) value zeros.
       77 ws-total-inalterados pic 9(5) value zeros.
       77 ws-total-sem-indice  pic 9(5) value zeros.
       77 ws-total-sem-parcela pic 9(5) value zeros.
       77 ws-total-renegociados pic 9(5) value zeros.
       77 ws-total-avisos      pic 9(5) value zeros.
       77 ws-total-sem-aviso   pic 9(5) value zeros.

       77 ws-data-fmt-in       pic x(8) value spaces.
       77 ws-data-fmt-out      pic x(10) value spaces.
       77 ws-pct               pic 9(3)v99 value zeros.

       01 ws-linha-separador.
           05 filler pic x(60) value all "-".

       01 ws-linha-destinatario.
           05 filler          pic x(11) value "AO SR(A). ".
           05 ws-dest-nome    pic x(30).

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

       01 ws-linha-intro.
           05 filler          pic x(45) value
              "SEU EMPRESTIMO POS-FIXADO FOI REAJUSTADO PELO".
           05 filler          pic x(1)  value space.
           05 ws-av-indice    pic x(5).

       01 ws-linha-indice.
           05 filler          pic x(19) value "VALOR DO INDICE EM ".
           05 ws-av-vigencia  pic x(10).
           05 filler          pic x(3)  value ":  ".
           05 ws-av-pct-indice pic zz9.99.
           05 filler          pic x(16) value "% A.A. + SPREAD ".
           05 ws-av-pct-spread pic zz9.99.
           05 filler          pic x(6)  value "% A.A.".

       01 ws-linha-taxa.
           05 filler          pic x(32) value
              "NOVA TAXA DO CONTRATO: ".
           05 ws-av-pct-nova  pic zz9.99.
           05 filler          pic x(17) value "% A.A. (ANTERIOR ".
           05 ws-av-pct-anterior pic zz9.99.
           05 filler          pic x(7)  value "% A.A.)".

       01 ws-linha-vlr-anterior.
           05 filler          pic x(32) value
              "VALOR ANTERIOR DA PARCELA: ".
           05 ws-av-vlr-anterior pic zzzzzz9.99.

       01 ws-linha-vlr-novo.
           05 filler          pic x(32) value
              "NOVO VALOR DA PARCELA: ".
           05 ws-av-vlr-novo  pic zzzzzz9.99.

       01 ws-linha-a-partir.
           05 filler          pic x(27) value
              "VALIDO A PARTIR DA PARCELA ".
           05 ws-av-parcela   pic zz9.
           05 filler          pic x(17) value " - VENCIMENTO EM ".
           05 ws-av-venc      pic x(10).
           05 filler          pic x(2)  value ", ".
           05 ws-av-qtd       pic zz9.
           05 filler          pic x(23) value
              " PARCELA(S) REAJUSTADAS".

       procedure division.

           move function current-date (1:8) to ws-hoje
           move ws-hoje (1:6) to ws-competencia

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "REAJUSTE ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           perform grava-controle-inicio

           perform carrega-indices

           open i-o contratos-file

           if ws-contrato-nao-existe
               display "Nao ha contratos.dat - nenhum contrato a "
                       "reajustar."
               perform grava-controle-fim
               goback
           end-if

           if not ws-contrato-ok
               display "ERRO ao abrir contratos.dat - file status "
                       ws-contrato-status
               move 8 to return-code
               goback
           end-if

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberto-flag
           else
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               display "Os avisos de reajuste nao serao gerados."
           end-if

           open extend reajustes-file

           if ws-reajuste-nao-existe
               open output reajustes-file
           end-if

           if not ws-reajuste-ok
               display "ERRO ao abrir reajustes.dat - file status "
                       ws-reajuste-status
               close contratos-file
               move 8 to return-code
               goback
           end-if

           open output rel-avisos

           if not ws-rel-ok
               display "ERRO ao abrir avisos_reajuste.txt - file "
                       "status " ws-rel-status
               close contratos-file reajustes-file
               move 8 to return-code
               goback
           end-if

           perform until ws-eof = "S"
               read contratos-file
                   at end move "S" to ws-eof
                   not at end
                       if not ctr-prefixado
                           perform reajusta-contrato
                       end-if
               end-read
           end-perform

           close contratos-file reajustes-file rel-avisos

           if ws-pessoa-aberto
               close pessoa
           end-if

           perform grava-controle-fim

           display "Reajuste " ws-competencia ": "
                   ws-total-indexados " contrato(s) pos-fixado(s), "
                   ws-total-reajustados " reajustado(s), "
                   ws-total-inalterados " sem mudanca de taxa, "
                   ws-total-ja-reaj " ja reajustado(s) no mes, "
                   ws-total-sem-parcela " sem parcela a reajustar, "
                   ws-total-renegociados " renegociado(s)."
           display "Avisos em ./files/avisos_reajuste.txt - "
                   ws-total-avisos " aviso(s), " ws-total-sem-aviso
                   " devedor(es) sem endereco valido."

           if ws-total-sem-indice > zeros
               display "AVISO: " ws-total-sem-indice " contrato(s) "
                       "sem valor em vigor do indice - nao "
                       "reajustado(s)."
               move 4 to return-code
           end-if

           goback.

       reajusta-contrato.

           add 1 to ws-total-indexados

           if ctr-competencia-reaj = ws-competencia
               add 1 to ws-total-ja-reaj
               exit paragraph
           end-if

           perform busca-indice

           if ws-pos-ind = zeros
               display "AVISO: contrato do devedor " ctr-dev-id
                       " - indice " ctr-indexador " sem valor em "
                       "vigor em indices.dat."
               add 1 to ws-total-sem-indice
               exit paragraph
           end-if

           compute ws-taxa-total =
                   ws-ind-taxa (ws-pos-ind) + ctr-spread

           if ws-taxa-total > .9999
               display "AVISO: contrato do devedor " ctr-dev-id
                       " - indice mais spread passa de 99,99% a.a."
               add 1 to ws-total-sem-indice
               exit paragraph
           end-if

           move ws-taxa-total    to ws-taxa-nova
           move ctr-taxa-vigente to ws-taxa-anterior

           perform levanta-parcelas

           if ws-renegociado
               add 1 to ws-total-renegociados
               exit paragraph
           end-if

           if ws-qtd-recalc = zeros
               add 1 to ws-total-sem-parcela
               exit paragraph
           end-if

           if ws-taxa-nova = ws-taxa-anterior
               add 1 to ws-total-inalterados
               move ws-competencia to ctr-competencia-reaj
               perform regrava-contrato
               exit paragraph
           end-if

           perform calcula-parcela-price

           perform regrava-parcelas

           move ws-taxa-nova   to ctr-taxa-vigente
           move ws-vlr-parcela to ctr-vlr-parcela
           move ws-competencia to ctr-competencia-reaj
           perform regrava-contrato

           perform atualiza-devedor

           perform grava-reajuste

           perform gera-aviso

           add 1 to ws-total-reajustados.

       busca-indice.

           move zeros to ws-pos-ind

           perform varying ws-idx-ind from 1 by 1
                   until ws-idx-ind > ws-qtd-indices
               if ws-ind-codigo (ws-idx-ind) = ctr-indexador
                   move ws-idx-ind to ws-pos-ind
               end-if
           end-perform.

      *    primeira leitura das parcelas do devedor: a primeira
      /    parcela aberta sem pagamento a vencer e' a do periodo
      /    corrente e fica como esta; as seguintes sao recalculadas
      /    sobre a soma das amortizacoes delas
       levanta-parcelas.

           move "N"    to ws-corrente-flag
           move "N"    to ws-renegociado-flag
           move "N"    to ws-eof-parcela
           move zeros  to ws-qtd-recalc
           move zeros  to ws-primeira-parcela
           move spaces to ws-primeira-venc
           move zeros  to ws-saldo-devedor
           move zeros  to ws-vlr-anterior

           open input parcelas

           if not ws-parcela-ok
               display "ERRO ao abrir parcelas.dat - file status "
                       ws-parcela-status
               exit paragraph
           end-if

           perform until ws-eof-parcela = "S"
               read parcelas
                   at end move "S" to ws-eof-parcela
                   not at end
                       if par-dev-id = ctr-dev-id
                           perform seleciona-parcela
                       end-if
               end-read
           end-perform

           close parcelas

           move ws-saldo-devedor to ws-saldo-inicial.

       seleciona-parcela.

           if par-renegociada
               move "S" to ws-renegociado-flag
           end-if

           if not par-aberta or par-valor-pago not = zeros or
              par-vencimento not > ws-hoje
               exit paragraph
           end-if

           if not ws-achou-corrente
               move "S" to ws-corrente-flag
               exit paragraph
           end-if

           add 1 to ws-qtd-recalc

           if ws-qtd-recalc = 1
               move par-numero     to ws-primeira-parcela
               move par-vencimento to ws-primeira-venc
               move par-valor      to ws-vlr-anterior
           end-if

           add par-amortizacao to ws-saldo-devedor.

      *    tabela price como em contratos.cbl: taxa mensal = taxa
      /    anual / 12, fator = (1+i)**n
       calcula-parcela-price.

           compute ws-taxa-mensal rounded = ws-taxa-nova / 12

           if ws-taxa-mensal = zeros
               compute ws-vlr-parcela rounded =
                       ws-saldo-devedor / ws-qtd-recalc
               exit paragraph
           end-if

           compute ws-fator rounded =
                   (1 + ws-taxa-mensal) ** ws-qtd-recalc

           compute ws-vlr-parcela rounded =
                   ws-saldo-devedor * ws-taxa-mensal * ws-fator /
                   (ws-fator - 1).

      *    segunda leitura: regrava as mesmas parcelas com a nova
      /    decomposicao - a ultima liquida o saldo remanescente
       regrava-parcelas.

           move "N"   to ws-corrente-flag
           move "N"   to ws-eof-parcela
           move zeros to ws-idx-recalc

           open i-o parcelas

           if not ws-parcela-ok
               display "ERRO ao abrir parcelas.dat - file status "
                       ws-parcela-status
               move 8 to return-code
               exit paragraph
           end-if

           perform until ws-eof-parcela = "S"
               read parcelas
                   at end move "S" to ws-eof-parcela
                   not at end
                       if par-dev-id = ctr-dev-id
                           perform recalcula-parcela
                       end-if
               end-read
           end-perform

           close parcelas.

       recalcula-parcela.

           if not par-aberta or par-valor-pago not = zeros or
              par-vencimento not > ws-hoje
               exit paragraph
           end-if

           if not ws-achou-corrente
               move "S" to ws-corrente-flag
               exit paragraph
           end-if

           add 1 to ws-idx-recalc

           compute ws-juros-parcela rounded =
                   ws-saldo-devedor * ws-taxa-mensal

           if ws-idx-recalc = ws-qtd-recalc
               move ws-saldo-devedor to ws-amort-parcela
           else
               compute ws-amort-parcela =
                       ws-vlr-parcela - ws-juros-parcela
           end-if

           compute par-valor = ws-amort-parcela + ws-juros-parcela
           move ws-juros-parcela to par-juros
           move ws-amort-parcela to par-amortizacao

           rewrite parcela-reg

           if not ws-parcela-ok
               display "ERRO ao gravar parcelas.dat - devedor "
                       par-dev-id " parcela " par-numero
                       " - file status " ws-parcela-status
               move 8 to return-code
           end-if

           subtract ws-amort-parcela from ws-saldo-devedor.

       regrava-contrato.

           rewrite contrato-reg

           if not ws-contrato-ok
               display "ERRO ao gravar contratos.dat - devedor "
                       ctr-dev-id " - file status "
                       ws-contrato-status
               move 8 to return-code
           end-if.

      *    a parcela de devedores.dat e' a que cartas, remessa e
      /    renegociacao usam para o devedor
       atualiza-devedor.

           move "N"    to ws-eof-devedor
           move spaces to ws-nome-devedor

           open i-o devedores

           if not ws-devedor-ok
               display "ERRO ao abrir devedores.dat - file status "
                       ws-devedor-status
               exit paragraph
           end-if

           perform until ws-eof-devedor = "S"
               read devedores
                   at end move "S" to ws-eof-devedor
                   not at end
                       if dev-id = ctr-dev-id
                           move ws-vlr-parcela to dev-vlr-parc
                           move dev-nome to ws-nome-devedor
                           rewrite devedor-reg
                           if not ws-devedor-ok
                               display "ERRO ao gravar devedores.dat "
                                       "- file status "
                                       ws-devedor-status
                           end-if
                           move "S" to ws-eof-devedor
                       end-if
               end-read
           end-perform

           close devedores.

       grava-reajuste.

           move ctr-dev-id               to rea-dev-id
           move ws-competencia           to rea-competencia
           move ws-hoje                  to rea-data
           move ctr-indexador            to rea-indexador
           move ws-ind-vigencia (ws-pos-ind) to rea-indice-vigencia
           move ws-ind-taxa (ws-pos-ind) to rea-indice-taxa
           move ctr-spread               to rea-spread
           move ws-taxa-anterior         to rea-taxa-anterior
           move ws-taxa-nova             to rea-taxa-nova
           move ws-qtd-recalc            to rea-qtd-parcelas
           move ws-primeira-parcela      to rea-primeira-parcela
           move ws-saldo-inicial         to rea-saldo-devedor
           move ws-vlr-anterior          to rea-vlr-anterior
           move ws-vlr-parcela           to rea-vlr-novo

           write reajuste-reg

           if not ws-reajuste-ok
               display "ERRO ao gravar reajustes.dat - file status "
                       ws-reajuste-status
               move 8 to return-code
           end-if.

      *    aviso no endereco de registros.txt - sem cadastro,
      /    cadastro inativo ou devedor falecido nao recebe aviso
       gera-aviso.

           if not ws-pessoa-aberto
               add 1 to ws-total-sem-aviso
               exit paragraph
           end-if

           move ctr-dev-id to pessoa-id

           read pessoa
               invalid key
                   add 1 to ws-total-sem-aviso
                   display "AVISO: devedor " ctr-dev-id " sem "
                           "cadastro em registros.txt - aviso nao "
                           "gerado."
                   exit paragraph
           end-read

           if pessoa-reg-inativa or not pessoa-sem-obito
               add 1 to ws-total-sem-aviso
               exit paragraph
           end-if

           move ws-linha-separador to rel-linha
           write rel-linha

           if ws-nome-devedor = spaces
               move pessoa-nome to ws-dest-nome
           else
               move ws-nome-devedor to ws-dest-nome
           end-if
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

           move spaces to rel-linha
           write rel-linha
           move "PREZADO(A) CLIENTE," to rel-linha
           write rel-linha
           move spaces to rel-linha
           write rel-linha

           move ctr-indexador  to ws-av-indice
           move ws-linha-intro to rel-linha
           write rel-linha

           move ws-ind-vigencia (ws-pos-ind) to ws-data-fmt-in
           perform formata-data
           move ws-data-fmt-out to ws-av-vigencia
           compute ws-pct = ws-ind-taxa (ws-pos-ind) * 100
           move ws-pct to ws-av-pct-indice
           compute ws-pct = ctr-spread * 100
           move ws-pct to ws-av-pct-spread
           move ws-linha-indice to rel-linha
           write rel-linha

           compute ws-pct = ws-taxa-nova * 100
           move ws-pct to ws-av-pct-nova
           compute ws-pct = ws-taxa-anterior * 100
           move ws-pct to ws-av-pct-anterior
           move ws-linha-taxa to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha

           move ws-vlr-anterior       to ws-av-vlr-anterior
           move ws-linha-vlr-anterior to rel-linha
           write rel-linha

           move ws-vlr-parcela    to ws-av-vlr-novo
           move ws-linha-vlr-novo to rel-linha
           write rel-linha

           move ws-primeira-parcela to ws-av-parcela
           move ws-primeira-venc    to ws-data-fmt-in
           perform formata-data
           move ws-data-fmt-out     to ws-av-venc
           move ws-qtd-recalc       to ws-av-qtd
           move ws-linha-a-partir   to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha
           move "AS DEMAIS CONDICOES DO CONTRATO NAO MUDAM."
               to rel-linha
           write rel-linha
           move ws-linha-separador to rel-linha
           write rel-linha

           add 1 to ws-total-avisos.

       formata-data.

           move ws-data-fmt-in (7:2) to ws-data-fmt-out (1:2)
           move "/"                  to ws-data-fmt-out (3:1)
           move ws-data-fmt-in (5:2) to ws-data-fmt-out (4:2)
           move "/"                  to ws-data-fmt-out (6:1)
           move ws-data-fmt-in (1:4) to ws-data-fmt-out (7:4).

       carrega-indices.

           move "N"   to ws-eof-indice
           move zeros to ws-qtd-indices

           open input indices-file

           if ws-indice-nao-existe
               exit paragraph
           end-if

           if not ws-indice-ok
               display "ERRO ao abrir indices.dat - file status "
                       ws-indice-status
               exit paragraph
           end-if

           perform until ws-eof-indice = "S"
               read indices-file
                   at end move "S" to ws-eof-indice
                   not at end
                       if ind-data-vigencia <= ws-hoje
                           perform guarda-indice
                       end-if
               end-read
           end-perform

           close indices-file.

       guarda-indice.

           move zeros to ws-pos-ind

           perform varying ws-idx-ind from 1 by 1
                   until ws-idx-ind > ws-qtd-indices
               if ws-ind-codigo (ws-idx-ind) = ind-codigo
                   move ws-idx-ind to ws-pos-ind
               end-if
           end-perform

           if ws-pos-ind = zeros
               if ws-qtd-indices >= ws-max-indices
                   display "AVISO: indices.dat tem mais de "
                           ws-max-indices " indices - excedente "
                           "ignorado."
                   exit paragraph
               end-if
               add 1 to ws-qtd-indices
               move ws-qtd-indices to ws-pos-ind
               move ind-codigo     to ws-ind-codigo (ws-pos-ind)
               move spaces         to ws-ind-vigencia (ws-pos-ind)
           end-if

           if ind-data-vigencia >= ws-ind-vigencia (ws-pos-ind)
               move ind-data-vigencia to ws-ind-vigencia (ws-pos-ind)
               move ind-taxa-anual    to ws-ind-taxa (ws-pos-ind)
           end-if.

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
                       if ctb-programa = "REAJUSTE" and
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

           move "F"                  to ws-ctb-tipo-grava
           move ws-total-reajustados to ws-ctb-registros-grava
           move "OK"                 to ws-ctb-resultado-grava
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

           move "REAJUSTE"              to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       end program reajuste.
