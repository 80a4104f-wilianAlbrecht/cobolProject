      * atraso, cruzando devedores.dat com o endereco completo de
      * registros.txt pelo codigo da pessoa (dev-id/pessoa-id, como em
      * reconcilia.cbl) - uma carta pronta para impressao por devedor
      * com parcelas em aberto, pulando cadastros inativos,
      * devedores falecidos (divida habilitada no espolio) e
      * devedores que estao com assessoria de cobranca (encaminhamento
      * ativo em encaminhamentos.dat)
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-parcela-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       data division.
       file section.
       fd pessoa.
       fd parcelas.
       copy "parcela.cpy".

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       working-storage section.
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
       77 ws-total-sem-cadastro pic 9(5) value zeros.
       77 ws-total-inativos    pic 9(5) value zeros.
       77 ws-total-com-promessa pic 9(5) value zeros.
       77 ws-total-espolio     pic 9(5) value zeros.
       77 ws-total-assessoria  pic 9(5) value zeros.

      *    devedores com encaminhamento ativo a assessoria de
      /    cobranca - a cobranca e' dela enquanto durar o prazo
       77 ws-encaminhamento-status pic x(2) value spaces.
           88 ws-encaminhamento-ok     value "00".
           88 ws-encaminhamento-nao-existe value "35".
       77 ws-eof-encaminhamento pic x value "N".
       77 ws-max-encaminhados  pic 9(3) value 100.
       77 ws-total-encaminhados pic 9(3) value zeros.
       01 ws-enc-tab.
           03 ws-enc-dev-id occurs 100 times indexed by ws-idx-enc
                                       pic 9(5).
       77 ws-encaminhado-flag  pic x value "N".
           88 ws-encaminhado       value "S".

      *    promessas de pagamento vivas (contatos.dat): devedor com
      /    promessa ainda nao vencida nao recebe carta - quem ligou

           perform carrega-avalistas

           perform carrega-encaminhamentos

           compute ws-hoje-int =
                   function integer-of-date
                       (function numval (ws-data-taxas))
                   ws-total-cartas " carta(s), "
                   ws-total-sem-cadastro " devedor(es) sem cadastro, "
                   ws-total-inativos " cadastro(s) inativo(s), "
                   ws-total-espolio " devedor(es) falecido(s), "
                   ws-total-com-promessa " com promessa viva, "
                   ws-total-assessoria " com assessoria, "
                   ws-total-avalistas " copia(s) a avalista."

           goback.

       gera-carta.

      *    divida do falecido e' cobrada do espolio, nao por carta
           if dev-divida-espolio
               add 1 to ws-total-espolio
               exit paragraph
           end-if

           perform busca-encaminhamento

           if ws-encaminhado
               add 1 to ws-total-assessoria
               exit paragraph
           end-if

           perform busca-promessa-viva

           if ws-promessa-viva
               exit paragraph
           end-if

           if not pessoa-sem-obito
               add 1 to ws-total-espolio
               exit paragraph
           end-if

           compute ws-qtd-atraso = dev-qrd-parc - dev-parc-pgs

           compute ws-vlr-aberto = ws-qtd-atraso * dev-vlr-parc
               exit paragraph
           end-if

           if not pessoa-sem-obito
               display "AVISO: avalista " ws-avalista-pessoa
                       " falecido - copia nao gerada."
               exit paragraph
           end-if

           move ws-linha-separador to rel-linha
           write rel-linha

               end-if
           end-perform.

       carrega-encaminhamentos.

           move "N" to ws-eof-encaminhamento

           open input encaminhamentos

           if ws-encaminhamento-nao-existe
               exit paragraph
           end-if

           if not ws-encaminhamento-ok
               display "ERRO ao abrir encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
               exit paragraph
           end-if

           perform until ws-eof-encaminhamento = "S"
               read encaminhamentos
                   at end move "S" to ws-eof-encaminhamento
                   not at end
                       if enc-ativo
                           if ws-total-encaminhados <
                              ws-max-encaminhados
                               add 1 to ws-total-encaminhados
                               move enc-dev-id to
                                  ws-enc-dev-id (ws-total-encaminhados)
                           else
                               display "AVISO: mais de "
                                       ws-max-encaminhados
                                       " devedores com assessoria - "
                                       "excedente ignorado."
                           end-if
                       end-if
               end-read
           end-perform

           close encaminhamentos.

       busca-encaminhamento.

           move "N" to ws-encaminhado-flag

           perform varying ws-idx-enc from 1 by 1
                   until ws-idx-enc > ws-total-encaminhados
               if ws-enc-dev-id (ws-idx-enc) = dev-id
                   move "S" to ws-encaminhado-flag
               end-if
           end-perform.

      *    taxas em vigor na data de referencia, vindas de taxas.dat
      /    (carga do back office via manttaxas) - vale o registro de
      /    vigencia mais recente ate a data, e o ultimo gravado em
