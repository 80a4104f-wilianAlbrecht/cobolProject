      * ja passou e confere em pagamentos.log se o devedor pagou
      * alguma coisa a partir do dia do contato; promessa sem
      * pagamento correspondente sai na lista para os cobradores
      * trabalharem a fila certa - devedor que esta com assessoria
      * de cobranca (encaminhamento ativo em encaminhamentos.dat)
      * fica fora da fila. mesmo estilo impresso de
      * relatorio_atrasos.txt
      ******************************************************************

       organization is sequential
       file status is ws-pagamento-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       select rel-promessas
              assign to './files/relatorio_promessas.txt'
       organization is line sequential
       fd pagamentos.
       copy "pagamento.cpy".

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       fd rel-promessas.
       01 rel-linha            pic x(100).


       77 ws-total-promessas   pic 9(5) value zeros.
       77 ws-total-quebradas   pic 9(5) value zeros.
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

       01 ws-cab-1.
           05 filler          pic x(40) value
           05 ws-tot-prom     pic zzzz9.
           05 filler          pic x(13) value "  QUEBRADAS: ".
           05 ws-tot-queb     pic zzzz9.
           05 filler          pic x(18) value "  COM ASSESSORIA: ".
           05 ws-tot-assessoria pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform carrega-encaminhamentos

           open input contatos-file

           if ws-contato-nao-existe
           write rel-linha
           move ws-total-promessas to ws-tot-prom
           move ws-total-quebradas to ws-tot-queb
           move ws-total-assessoria to ws-tot-assessoria
           move ws-total-linha     to rel-linha
           write rel-linha

      /    diante
       confere-promessa.

           perform busca-encaminhamento

           if ws-encaminhado
               add 1 to ws-total-assessoria
               exit paragraph
           end-if

           perform busca-pagamento

           if ws-pagou

           close pagamentos.

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
               if ws-enc-dev-id (ws-idx-enc) = con-dev-id
                   move "S" to ws-encaminhado-flag
               end-if
           end-perform.

       end program promessas.
