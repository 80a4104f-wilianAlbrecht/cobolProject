      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: migracao unica para a relacao de titulares - ate
      * aqui o numero da conta era o proprio codigo da pessoa em
      * registros.txt; agora a conta tem numero proprio e as pessoas
      * ficam ligadas a ela em titulares.dat. cada conta de
      * contas.dat (menos a conta zeros, que e' a casa) ganha como
      * titular (T) o cadastro de mesmo codigo, quando existe. conta
      * sem cadastro correspondente e' listada para o back office
      * ligar o titular em manttitulares.cbl. reexecutar e' inocuo:
      * ligacao ja existente nao e' regravada
      ******************************************************************

       identification division.
       program-id. migratit.
       environment division.
       input-output section.
       file-control.

       select contas-file assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is dynamic
       file status is ws-conta-status.

       select pessoa assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is dynamic
       file status is ws-pessoa-status.

       select titulares assign to './files/titulares.dat'
       organization is indexed
       record key is tit-chave
       alternate record key is tit-pessoa-id with duplicates
       access mode is dynamic
       file status is ws-titular-status.

       data division.
       file section.
       fd contas-file.
       copy "conta.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd titulares.
       copy "titular.cpy".

       working-storage section.
       77 ws-conta-status      pic x(2) value spaces.
           88 ws-conta-ok              value "00".
           88 ws-conta-nao-existe      value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof               pic x value "N".
       77 ws-hoje              pic x(8) value spaces.

       77 ws-total-contas      pic 9(5) value zeros.
       77 ws-total-ligadas     pic 9(5) value zeros.
       77 ws-total-ja-ligadas  pic 9(5) value zeros.
       77 ws-total-sem-cadastro pic 9(5) value zeros.

       procedure division.

           move function current-date (1:8) to ws-hoje

           open input contas-file

           if ws-conta-nao-existe
               display "Nao ha contas.dat - nada a migrar."
               goback
           end-if

           if not ws-conta-ok
               display "ERRO ao abrir contas.dat - file status "
                       ws-conta-status
               goback
           end-if

           open input pessoa

           if not ws-pessoa-ok
               display "ERRO ao abrir registros.txt - file status "
                       ws-pessoa-status
               close contas-file
               goback
           end-if

           open i-o titulares

           if ws-titular-nao-existe
               open output titulares
               close titulares
               open i-o titulares
           end-if

           if not ws-titular-ok
               display "ERRO ao abrir titulares.dat - file status "
                       ws-titular-status
               close contas-file pessoa
               goback
           end-if

           perform until ws-eof = "S"
               read contas-file next record
                   at end move "S" to ws-eof
                   not at end
                       if conta-id not = zeros
                           perform liga-titular
                       end-if
               end-read
           end-perform

           close contas-file pessoa titulares

           display "Migracao de titulares concluida - "
                   ws-total-contas " conta(s), "
                   ws-total-ligadas " ligada(s) agora, "
                   ws-total-ja-ligadas " ja ligada(s), "
                   ws-total-sem-cadastro " sem cadastro."

           goback.

       liga-titular.

           add 1 to ws-total-contas

           move conta-id to pessoa-id

           read pessoa
               invalid key
                   add 1 to ws-total-sem-cadastro
                   display "AVISO: conta " conta-id " sem cadastro "
                           "de mesmo codigo em registros.txt - ligue "
                           "o titular em manttitulares."
                   exit paragraph
           end-read

           move conta-id    to tit-conta-id
           move pessoa-id   to tit-pessoa-id
           move "T"         to tit-tipo
           move ws-hoje     to tit-data-inclusao
           move "MIGRACAO"  to tit-operador

           write titular-reg
               invalid key
                   add 1 to ws-total-ja-ligadas
               not invalid key
                   add 1 to ws-total-ligadas
           end-write.

       end program migratit.
