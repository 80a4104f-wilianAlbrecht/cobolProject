      * date: 03/09/2026
      * purporse: expurgo de retencao (LGPD) - anonimiza em
      * registros.txt as pessoas inativadas ha anos sem nenhum
      * negocio vivo: cadastro inativo, sem movimento em
      * transacoes.log ha mais de N anos (parametro, padrao 5) em
      * nenhuma das contas de que e' titular ou co-titular
      * (titulares.dat) e sem divida em aberto em devedores.dat.
      * o nome vira REMOVIDO e telefone/endereco sao apagados,
      * mantendo o codigo para as referencias historicas nao
      * quebrarem; a mesma limpeza e' aplicada as capturas de
      * person.cbl em pessoas.dat, e cada codigo expurgado sai em
      * expurgo_aud.log com a data
      ******************************************************************

       identification division.
       organization is sequential
       file status is ws-devedor-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       select expurgo-aud assign to './files/expurgo_aud.log'
       organization is line sequential
       file status is ws-expurgo-status.
       fd devedores.
       copy "devedor.cpy".

       fd titulares.
       copy "titular.cpy".

       fd expurgo-aud.
       01 expurgo-linha        pic x(60).

       77 ws-expurgo-status    pic x(2) value spaces.
           88 ws-expurgo-ok            value "00".
           88 ws-expurgo-nao-existe    value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof               pic x value "N".
       77 ws-eof-titular       pic x value "N".

       77 ws-parm-anos         pic x(2) value spaces.
       77 ws-retencao-anos     pic 9(2) value 5.

           perform carrega-dividas-abertas

      *    sem a relacao de titulares nao ha como saber as contas de
      /    cada pessoa - o expurgo nao roda as cegas
           open input titulares

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status " - rode migratit antes do "
                       "expurgo. Nada foi expurgado."
               goback
           end-if

           perform varre-registros

           close titulares

           if ws-qtd-expurgados > zeros
               perform varre-pessoas-dat
           end-if

           close pessoa.

      *    elegivel = sem divida em aberto e sem movimento desde a
      /    data de corte em nenhuma conta de que a pessoa e' titular
      /    ou co-titular (conta sem nenhum movimento no log tambem
      /    conta como parada)
       confere-elegivel.

           move "S" to ws-elegivel-flag
               exit paragraph
           end-if

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
                           perform confere-movimento-conta
                       end-if
               end-read
           end-perform.

       confere-movimento-conta.

           perform varying ws-idx-mov from 1 by 1
                   until ws-idx-mov > ws-qtd-contas
               if ws-mov-conta (ws-idx-mov) = tit-conta-id and
                  ws-mov-ultima (ws-idx-mov) not < ws-data-corte-x
                   move "N" to ws-elegivel-flag
               end-if
