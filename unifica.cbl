      * do relatorio de duplicados.cbl, o operador confirma qual
      * codigo sobrevive e qual e' absorvido: as referencias do
      * codigo perdedor sao reapontadas em devedores.dat,
      * parcelas.dat e pagamentos.log, as contas de que o perdedor
      * e' titular ou co-titular passam para o vencedor em
      * titulares.dat (as contas e os saldos ficam como estao - o
      * numero da conta nao depende do cadastro) e o cadastro
      * perdedor fica inativo em registros.txt, para a cobranca
      * parar de correr atras da mesma pessoa duas vezes
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-pagamento-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       data division.
       file section.
       fd pagamentos.
       copy "pagamento.cpy".

       fd titulares.
       copy "titular.cpy".

       working-storage section.
       77 ws-pessoa-status     pic x(2) value spaces.
       77 ws-pagamento-status  pic x(2) value spaces.
           88 ws-pagamento-ok          value "00".
           88 ws-pagamento-nao-existe  value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof               pic x value "N".

       77 ws-id-perde          pic 9(5) value zeros.
       77 ws-confirma-flag     pic x value "N".
           88 ws-confirma          value "S" "s".

       77 ws-total-devedores   pic 9(5) value zeros.
       77 ws-total-parcelas    pic 9(5) value zeros.
       77 ws-total-pagamentos  pic 9(5) value zeros.

      *    ligacoes do perdedor lidas pelo indice de pessoa antes de
      /    qualquer regravacao - mexer na chave durante a leitura
      /    pelo mesmo indice perderia a posicao
       77 ws-max-ligacoes      pic 9(2) value 20.
       77 ws-qtd-ligacoes      pic 9(2) value zeros.
       77 ws-idx-lig           pic 9(2) value zeros.
       01 ws-lig-tab.
           03 ws-lig-item occurs 20 times.
               05 ws-lig-conta     pic 9(5).
               05 ws-lig-tipo      pic x(1).
               05 ws-lig-data      pic x(8).
               05 ws-lig-operador  pic x(10).
       77 ws-total-titulares   pic 9(5) value zeros.

       procedure division.


           perform reaponta-pagamentos

           perform reaponta-titulares

           perform inativa-perdedor

           display "Fusao concluida - " ws-total-devedores
                   " devedor(es), " ws-total-parcelas
                   " parcela(s), " ws-total-pagamentos
                   " pagamento(s), " ws-total-titulares
                   " conta(s) reapontado(s)."

           goback.

           end-if

           move pessoa-nome to ws-nome-ganha

           move "S" to ws-valida-ok-flag

           close pessoa.


           close pagamentos.

      *    cada conta do perdedor passa para o vencedor: a ligacao do
      /    perdedor sai e o vencedor entra com o mesmo papel; se o
      /    vencedor ja e' da conta, fica uma ligacao so e, sendo o
      /    perdedor o titular, o vencedor assume a titularidade
       reaponta-titulares.

           move zeros to ws-qtd-ligacoes
           move "N"   to ws-eof

           open i-o titulares

           if ws-titular-nao-existe
               exit paragraph
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               display "As contas do codigo " ws-id-perde " nao "
                       "foram reapontadas - acerte em manttitulares."
               exit paragraph
           end-if

           move ws-id-perde to tit-pessoa-id

           start titulares key is equal to tit-pessoa-id
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S"
               read titulares next record
                   at end move "S" to ws-eof
                   not at end
                       if tit-pessoa-id not = ws-id-perde
                           move "S" to ws-eof
                       else
                           perform guarda-ligacao
                       end-if
               end-read
           end-perform

           perform varying ws-idx-lig from 1 by 1
                   until ws-idx-lig > ws-qtd-ligacoes
               perform transfere-ligacao
           end-perform

           close titulares.

       guarda-ligacao.

           if ws-qtd-ligacoes >= ws-max-ligacoes
               display "AVISO: codigo " ws-id-perde " com mais de "
                       ws-max-ligacoes " contas - excedente nao "
                       "reapontado, acerte em manttitulares."
               exit paragraph
           end-if

           add 1 to ws-qtd-ligacoes
           move tit-conta-id      to ws-lig-conta (ws-qtd-ligacoes)
           move tit-tipo          to ws-lig-tipo (ws-qtd-ligacoes)
           move tit-data-inclusao to ws-lig-data (ws-qtd-ligacoes)
           move tit-operador      to ws-lig-operador (ws-qtd-ligacoes).

       transfere-ligacao.

           move ws-lig-conta (ws-idx-lig) to tit-conta-id
           move ws-id-perde                to tit-pessoa-id

           delete titulares record
               invalid key
                   display "ERRO ao remover o codigo " ws-id-perde
                           " da conta " ws-lig-conta (ws-idx-lig)
                           " - file status " ws-titular-status
                   exit paragraph
           end-delete

           move ws-lig-conta (ws-idx-lig) to tit-conta-id
           move ws-id-ganha                to tit-pessoa-id

           read titulares
               invalid key
                   move ws-lig-tipo (ws-idx-lig)     to tit-tipo
                   move ws-lig-data (ws-idx-lig)     to
                       tit-data-inclusao
                   move ws-lig-operador (ws-idx-lig) to tit-operador
                   write titular-reg
                       invalid key
                           display "ERRO ao ligar o codigo "
                                   ws-id-ganha " a conta "
                                   ws-lig-conta (ws-idx-lig)
                                   " - file status "
                                   ws-titular-status
                   end-write
               not invalid key
                   if ws-lig-tipo (ws-idx-lig) = "T"
                       move "T" to tit-tipo
                       rewrite titular-reg
                           invalid key
                               display "ERRO ao passar a "
                                       "titularidade da conta "
                                       ws-lig-conta (ws-idx-lig)
                                       " - file status "
                                       ws-titular-status
                       end-rewrite
                   end-if
           end-read

           add 1 to ws-total-titulares.

       inativa-perdedor.

