      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: migracao unica dos layouts que cresceram no fim do
      * registro - contas.dat (conta.cpy: saldo com sinal, limite e
      * devedor acumulado do cheque especial, situacao e dados de
      * encerramento), contratos.dat (contrato.cpy: proposta de
      * origem e campos do contrato pos-fixado) e registros.txt
      * (registro-pessoa.cpy: obito). renomeia cada arquivo para .lay
      * e o regrava no layout novo, no espirito de migraids.cbl (o
      * sufixo e' outro para nao confundir com o .ant que migraids
      * deixa de registros.txt): campo numerico novo sai com zeros e
      * campo alfanumerico novo com espacos (conta ativa, sem
      * encerramento; cliente vivo). o
      * contrato antigo vira prefixado, sem proposta, sem spread e
      * com a taxa vigente igual a taxa contratada. roda uma unica
      * vez, antes de migratit.cbl e do primeiro uso dos programas
      * com o layout novo; arquivo cujo .lay ja existe e' pulado, o
      * que torna a reexecucao inocua
      ******************************************************************

       identification division.
       program-id. migralayout.
       environment division.
       input-output section.
       file-control.

       select contas-antigo assign to './files/contas.dat.lay'
       organization is indexed
       record key is conta-id-ant
       file status is ws-cta-ant-status.

       select contas-novo assign to './files/contas.dat'
       organization is indexed
       record key is conta-id
       access mode is random
       file status is ws-cta-novo-status.

       select contratos-antigo assign to './files/contratos.dat.lay'
       organization is sequential
       file status is ws-ctr-ant-status.

       select contratos-novo assign to './files/contratos.dat'
       organization is sequential
       file status is ws-ctr-novo-status.

       select registros-antigo assign to './files/registros.txt.lay'
       organization is indexed
       record key is pessoa-id-ant
       file status is ws-reg-ant-status.

       select registros-novo assign to './files/registros.txt'
       organization is indexed
       record key is pessoa-id
       alternate record key is pessoa-nome with duplicates
       access mode is random
       file status is ws-reg-novo-status.

       data division.
       file section.

      *    layouts antigos - declarados aqui mesmo porque os copybooks
      /    ja descrevem o layout novo
       fd contas-antigo.
       01 conta-reg-ant.
           03 conta-id-ant         pic 9(5).
           03 conta-saldo-ant      pic 9(5)v99.
           03 conta-agencia-ant    pic 9(3).

       fd contas-novo.
       copy "conta.cpy".

       fd contratos-antigo.
       01 contrato-reg-ant.
           03 ctr-dev-id-ant       pic 9(5).
           03 ctr-principal-ant    pic 9(7)v99.
           03 ctr-taxa-anual-ant   pic v9(4).
           03 ctr-prazo-ant        pic 9(3).
           03 ctr-data-ant         pic x(8).
           03 ctr-vlr-parcela-ant  pic 9(5)v99.

       fd contratos-novo.
       copy "contrato.cpy".

       fd registros-antigo.
       01 pessoa-file-ant.
           03 pessoa-id-ant        pic 9(5).
           03 pessoa-dados-ant     pic x(76).

       fd registros-novo.
       copy "registro-pessoa.cpy".

       working-storage section.
       77 ws-cta-ant-status    pic x(2) value spaces.
           88 ws-cta-ant-ok            value "00".
           88 ws-cta-ant-nao-existe    value "35".
       77 ws-cta-novo-status   pic x(2) value spaces.
           88 ws-cta-novo-ok           value "00".
       77 ws-ctr-ant-status    pic x(2) value spaces.
           88 ws-ctr-ant-ok            value "00".
           88 ws-ctr-ant-nao-existe    value "35".
       77 ws-ctr-novo-status   pic x(2) value spaces.
           88 ws-ctr-novo-ok           value "00".
       77 ws-reg-ant-status    pic x(2) value spaces.
           88 ws-reg-ant-ok            value "00".
           88 ws-reg-ant-nao-existe    value "35".
       77 ws-reg-novo-status   pic x(2) value spaces.
           88 ws-reg-novo-ok           value "00".

       77 ws-eof               pic x value "N".
       77 ws-total-lidos       pic 9(5) value zeros.
       77 ws-total-gravados    pic 9(5) value zeros.
       77 ws-total-invalidos   pic 9(5) value zeros.

       procedure division.

           perform migra-contas

           perform migra-contratos

           perform migra-registros

           display "Migracao de layouts concluida."

           goback.

       migra-contas.

      *    .lay presente = a conversao ja rodou para este arquivo
           open input contas-antigo

           if not ws-cta-ant-nao-existe
               if ws-cta-ant-ok
                   close contas-antigo
               end-if
               display "contas.dat.lay ja existe - contas.dat ja "
                       "migrado, pulado."
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using './files/contas.dat'
                                       './files/contas.dat.lay'

           move "N"   to ws-eof
           move zeros to ws-total-lidos
           move zeros to ws-total-gravados

           open input contas-antigo

           if ws-cta-ant-nao-existe
               display "Nao ha contas.dat para migrar - pulado."
               exit paragraph
           end-if

           if not ws-cta-ant-ok
               display "ERRO ao abrir contas.dat.lay - file status "
                       ws-cta-ant-status
               display "O arquivo nao esta no layout antigo - nada "
                       "foi alterado."
               call "CBL_RENAME_FILE" using
                    './files/contas.dat.lay'
                    './files/contas.dat'
               exit paragraph
           end-if

           open output contas-novo

           if not ws-cta-novo-ok
               display "ERRO ao criar contas.dat novo - file status "
                       ws-cta-novo-status
               close contas-antigo
      *        devolve o arquivo ao nome de producao para o mestre
      /        nao sumir
               call "CBL_DELETE_FILE" using './files/contas.dat'
               call "CBL_RENAME_FILE" using
                    './files/contas.dat.lay'
                    './files/contas.dat'
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contas-antigo next record
                   at end move "S" to ws-eof
                   not at end
                       perform migra-uma-conta
               end-read
           end-perform

           close contas-antigo contas-novo

           display "contas.dat: " ws-total-lidos " lida(s), "
                   ws-total-gravados " gravada(s) no layout novo."

           if ws-total-gravados not = ws-total-lidos
               display "AVISO: nem toda conta foi gravada - confira "
                       "contas.dat.lay antes de descartar."
           end-if.

       migra-uma-conta.

           add 1 to ws-total-lidos

           move conta-id-ant      to conta-id
           move conta-saldo-ant   to conta-saldo
           move conta-agencia-ant to conta-agencia
           move zeros             to conta-limite
           move zeros             to conta-devedor-acum
           move space             to conta-status
           move spaces            to conta-data-encerra
           move spaces            to conta-operador-encerra

           write conta-reg
               invalid key
                   display "ERRO: conta-id " conta-id-ant
                           " duplicado - registro ignorado"
               not invalid key
                   add 1 to ws-total-gravados
           end-write.

       migra-contratos.

           open input contratos-antigo

           if not ws-ctr-ant-nao-existe
               if ws-ctr-ant-ok
                   close contratos-antigo
               end-if
               display "contratos.dat.lay ja existe - contratos.dat "
                       "ja migrado, pulado."
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using './files/contratos.dat'
                                       './files/contratos.dat.lay'

           move "N"   to ws-eof
           move zeros to ws-total-lidos
           move zeros to ws-total-invalidos

           open input contratos-antigo

           if ws-ctr-ant-nao-existe
               display "Nao ha contratos.dat para migrar - pulado."
               exit paragraph
           end-if

           if not ws-ctr-ant-ok
               display "ERRO ao abrir contratos.dat.lay - file "
                       "status " ws-ctr-ant-status
               call "CBL_RENAME_FILE" using
                    './files/contratos.dat.lay'
                    './files/contratos.dat'
               exit paragraph
           end-if

           open output contratos-novo

           if not ws-ctr-novo-ok
               display "ERRO ao criar contratos.dat novo - file "
                       "status " ws-ctr-novo-status
               close contratos-antigo
               call "CBL_DELETE_FILE" using './files/contratos.dat'
               call "CBL_RENAME_FILE" using
                    './files/contratos.dat.lay'
                    './files/contratos.dat'
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read contratos-antigo
                   at end move "S" to ws-eof
                   not at end
                       perform migra-um-contrato
               end-read
           end-perform

           close contratos-antigo contratos-novo

           display "contratos.dat: " ws-total-lidos
                   " registro(s) migrado(s)."

      *    arquivo sequencial nao guarda o tamanho do registro: campo
      /    numerico invalido e' sinal de arquivo que ja estava no
      /    layout novo (ou corrompido) - desfaz a migracao
           if ws-total-invalidos > zeros
               display "ERRO: " ws-total-invalidos " contrato(s) com "
                       "campo numerico invalido - contratos.dat nao "
                       "estava no layout antigo; migracao desfeita."
               call "CBL_DELETE_FILE" using './files/contratos.dat'
               call "CBL_RENAME_FILE" using
                    './files/contratos.dat.lay'
                    './files/contratos.dat'
           end-if.

       migra-um-contrato.

           add 1 to ws-total-lidos

           if ctr-dev-id-ant not numeric
              or ctr-principal-ant not numeric
              or ctr-taxa-anual-ant not numeric
              or ctr-prazo-ant not numeric
              or ctr-vlr-parcela-ant not numeric
               add 1 to ws-total-invalidos
               exit paragraph
           end-if

           move ctr-dev-id-ant      to ctr-dev-id
           move ctr-principal-ant   to ctr-principal
           move ctr-taxa-anual-ant  to ctr-taxa-anual
           move ctr-prazo-ant       to ctr-prazo
           move ctr-data-ant        to ctr-data
           move ctr-vlr-parcela-ant to ctr-vlr-parcela
           move zeros               to ctr-proposta
           move spaces              to ctr-indexador
           move zeros               to ctr-spread
           move ctr-taxa-anual-ant  to ctr-taxa-vigente
           move spaces              to ctr-competencia-reaj

           write contrato-reg.

       migra-registros.

           open input registros-antigo

           if not ws-reg-ant-nao-existe
               if ws-reg-ant-ok
                   close registros-antigo
               end-if
               display "registros.txt.lay ja existe - registros.txt "
                       "ja migrado, pulado."
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using './files/registros.txt'
                                       './files/registros.txt.lay'

           move "N"   to ws-eof
           move zeros to ws-total-lidos
           move zeros to ws-total-gravados

           open input registros-antigo

           if ws-reg-ant-nao-existe
               display "Nao ha registros.txt para migrar - pulado."
               exit paragraph
           end-if

      *    registros.txt gerado por migraids ja sai com o obito e nao
      /    abre no layout antigo - fica como esta
           if not ws-reg-ant-ok
               display "ERRO ao abrir registros.txt.lay - file "
                       "status " ws-reg-ant-status
               display "O arquivo nao esta no layout antigo - nada "
                       "foi alterado."
               call "CBL_RENAME_FILE" using
                    './files/registros.txt.lay'
                    './files/registros.txt'
               exit paragraph
           end-if

           open output registros-novo

           if not ws-reg-novo-ok
               display "ERRO ao criar registros.txt novo - file "
                       "status " ws-reg-novo-status
               close registros-antigo
               call "CBL_DELETE_FILE" using './files/registros.txt'
               call "CBL_RENAME_FILE" using
                    './files/registros.txt.lay'
                    './files/registros.txt'
               exit paragraph
           end-if

           perform until ws-eof = "S"
               read registros-antigo next record
                   at end move "S" to ws-eof
                   not at end
                       perform migra-um-registro
               end-read
           end-perform

           close registros-antigo registros-novo

           display "registros.txt: " ws-total-lidos " lido(s), "
                   ws-total-gravados " gravado(s) no layout novo."

           if ws-total-gravados not = ws-total-lidos
               display "AVISO: nem todo registro foi gravado - "
                       "confira registros.txt.lay antes de "
                       "descartar."
           end-if.

       migra-um-registro.

           add 1 to ws-total-lidos

           move pessoa-file-ant   to pessoa-file (1:81)
           move spaces            to pessoa-obito

           write pessoa-file
               invalid key
                   display "ERRO: pessoa-id " pessoa-id-ant
                           " duplicado - registro ignorado"
               not invalid key
                   add 1 to ws-total-gravados
           end-write.

       end program migralayout.
