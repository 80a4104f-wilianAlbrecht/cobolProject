      * decomposicao juros/amortizacao gravada em cada parcela, para
      * o extrato do devedor e a renegociacao trabalharem com os
      * termos reais do contrato em vez de um valor digitado.
      * vencimentos caem sempre em dia util (feriados.dat).
      * so contrata proposta aprovada em propostas.dat (propostas.cbl)
      * - cliente, principal, taxa e prazo vem da proposta, que fica
      * marcada como contratada. contrato pos-fixado: o operador
      * escolhe o indice (indices.dat) e a taxa aprovada na proposta
      * passa a ser o spread sobre o indice - a agenda inicial sai
      * com o valor do indice em vigor mais o spread e e' reajustada
      * todo mes por reajuste.cbl
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-parcela-status.

       select propostas-file assign to './files/propostas.dat'
       organization is sequential
       file status is ws-proposta-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select indices-file assign to './files/indices.dat'
       organization is sequential
       file status is ws-indice-status.

       data division.
       file section.
       fd contratos-file.
       fd parcelas.
       copy "parcela.cpy".

       fd propostas-file.
       copy "proposta.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd indices-file.
       copy "indice.cpy".

       working-storage section.
       copy "pessoa.cpy".

       77 ws-parcela-status    pic x(2) value spaces.
           88 ws-parcela-ok            value "00".
           88 ws-parcela-nao-existe    value "35".
       77 ws-proposta-status   pic x(2) value spaces.
           88 ws-proposta-ok           value "00".
           88 ws-proposta-nao-existe   value "35".
       77 ws-numero-proposta   pic 9(7) value zeros.
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-eof               pic x value "N".
       77 ws-entrada-ok        pic x value "N".
           88 ws-entrada-valida    value "S".
       77 ws-hoje              pic x(8) value spaces.

       77 ws-principal         pic 9(7)v99 value zeros.
       77 ws-taxa-anual        pic v9(4) value zeros.
       77 ws-prazo             pic 9(3) value zeros.
       77 ws-taxa-mensal       pic v9(6) value zeros.
       77 ws-confirma-flag     pic x value "N".
           88 ws-confirma          value "S" "s".

      *    contrato pos-fixado: indice escolhido, valor em vigor do
      /    indice hoje e spread (a taxa aprovada na proposta)
       77 ws-indice-status     pic x(2) value spaces.
           88 ws-indice-ok             value "00".
           88 ws-indice-nao-existe     value "35".
       77 ws-eof-indice        pic x value "N".
       77 ws-indexador         pic x(5) value spaces.
           88 ws-prefixado         value spaces.
       77 ws-indice-achou-flag pic x value "N".
           88 ws-indice-achou      value "S".
       77 ws-indice-vigencia   pic x(8) value spaces.
       77 ws-indice-taxa       pic v9(4) value zeros.
       77 ws-spread            pic v9(4) value zeros.
       77 ws-taxa-total        pic 9v9(4) value zeros.

       01 ws-venc-parcela.
           05 ws-venc-ano      pic 9(4).
           05 ws-venc-mes      pic 9(2).

           display "Contratacao de emprestimo"

           perform busca-proposta-aprovada

           if not ws-achou
               goback
           end-if

           perform escolhe-indexador

           perform accepta-vencimento

           perform calcula-parcela-price

           display "Principal: " ws-principal
           if not ws-prefixado
               display "Pos-fixado: " ws-indexador " de "
                       ws-indice-vigencia " = " ws-indice-taxa
                       " + spread " ws-spread
           end-if
           display "Taxa anual: " ws-taxa-anual
                   "  taxa mensal: " ws-taxa-mensal
           display "Prazo: " ws-prazo " meses"

           if not ws-confirma
               display "Contratacao cancelada - nada foi gravado."
               close propostas-file
               goback
           end-if


           perform gera-agenda-amortizacao

           perform marca-proposta-contratada

           goback.

      *    localiza a proposta em propostas.dat e carrega os termos
      /    aprovados - o arquivo fica aberto (i-o) com o registro
      /    lido para marca-proposta-contratada regravar
       busca-proposta-aprovada.

           move "N" to ws-achou-flag
           move "N" to ws-eof

           display "Numero da proposta aprovada: "
           accept ws-numero-proposta

           open i-o propostas-file

           if ws-proposta-nao-existe
               display "Nao ha propostas.dat - registre e aprove a "
                       "proposta (propostas) antes."
               exit paragraph
           end-if

           if not ws-proposta-ok
               display "ERRO ao abrir propostas.dat - file status "
                       ws-proposta-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof = "S"
               read propostas-file
                   at end move "S" to ws-eof
                   not at end
                       if prp-numero = ws-numero-proposta
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               display "Proposta " ws-numero-proposta
                       " nao encontrada."
               close propostas-file
               exit paragraph
           end-if

           if not prp-aprovada
               display "Proposta " ws-numero-proposta
                       " nao esta aprovada - situacao " prp-status
                       ". Contratacao recusada."
               move "N" to ws-achou-flag
               close propostas-file
               exit paragraph
           end-if

           move prp-dev-id     to cad-id
           move prp-nome       to cad-nome
           move prp-telefone   to cad-telefone
           move prp-principal  to ws-principal
           move prp-taxa-anual to ws-taxa-anual
           move prp-prazo      to ws-prazo

           display "Cliente: " cad-id " " cad-nome
           display "Aprovada por " prp-aprovador " em "
                   prp-data-decisao.

      *    prefixado (indexador em branco) fica com a taxa da
      /    proposta; pos-fixado precisa de valor em vigor do indice e
      /    a taxa da proposta vira o spread
       escolhe-indexador.

           move "N" to ws-indice-achou-flag

           perform until ws-indice-achou
               display "Indexador do contrato (vazio = prefixado; "
                       "ex.: CDI, IPCA): "
               move spaces to ws-indexador
               accept ws-indexador

               if ws-prefixado
                   move "S" to ws-indice-achou-flag
               else
                   perform busca-indice-vigente
                   if not ws-indice-achou
                       display "Nao ha valor em vigor do indice "
                               ws-indexador " em indices.dat - "
                               "carregue em mantindices ou escolha "
                               "outro."
                   end-if
               end-if
           end-perform

           if ws-prefixado
               move zeros         to ws-spread
               exit paragraph
           end-if

           move ws-taxa-anual to ws-spread

           compute ws-taxa-total = ws-indice-taxa + ws-spread

           if ws-taxa-total > .9999
               display "Indice mais spread passa de 99,99% a.a. - "
                       "contrato fica prefixado na taxa da proposta."
               move spaces to ws-indexador
               move zeros  to ws-spread
               exit paragraph
           end-if

           move ws-taxa-total to ws-taxa-anual.

      *    valor do indice em vigor hoje: a maior vigencia ate hoje,
      /    e na mesma vigencia o ultimo gravado
       busca-indice-vigente.

           move "N"    to ws-indice-achou-flag
           move "N"    to ws-eof-indice
           move spaces to ws-indice-vigencia

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
                       if ind-codigo = ws-indexador and
                          ind-data-vigencia <= ws-hoje and
                          ind-data-vigencia >= ws-indice-vigencia
                           move ind-data-vigencia
                               to ws-indice-vigencia
                           move ind-taxa-anual to ws-indice-taxa
                           move "S" to ws-indice-achou-flag
                       end-if
               end-read
           end-perform

           close indices-file.

       marca-proposta-contratada.

           move "C"     to prp-status
           move ws-hoje to prp-data-contrato

           rewrite proposta-reg

           if not ws-proposta-ok
               display "ERRO ao gravar propostas.dat - file status "
                       ws-proposta-status
           end-if

           close propostas-file.

       accepta-vencimento.

           move ws-prazo       to ctr-prazo
           move ws-hoje        to ctr-data
           move ws-vlr-parcela to ctr-vlr-parcela
           move prp-numero     to ctr-proposta
           move ws-indexador   to ctr-indexador
           move ws-spread      to ctr-spread
           move ws-taxa-anual  to ctr-taxa-vigente
           move ws-hoje (1:6)  to ctr-competencia-reaj

           write contrato-reg

