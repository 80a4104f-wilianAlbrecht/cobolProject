      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: arquivo de comunicacao ao regulador dos casos de
      * prevencao a lavagem de dinheiro marcados comunicaveis pelo
      * compliance (casos_pld.dat, situacao R, em casospld.cbl) e
      * ainda nao comunicados. grava comunicacao_pld.txt com
      * registro de cabecalho (0), um detalhe por caso (1) com o nome
      * do titular da conta (titulares.dat e registros.txt), a
      * regra, o valor e o parecer do analista, e trailer (9) com a
      * quantidade e o valor total. o caso comunicado recebe a data
      * da comunicacao e nao sai de novo. controle de reexecucao
      * diaria em controle_batch.dat, como negativa.cbl - a segunda
      * rodada do dia regravaria o arquivo ainda nao transmitido
      ******************************************************************

       identification division.
       program-id. comunicapld.
       environment division.
       input-output section.
       file-control.

       select casos-file assign to './files/casos_pld.dat'
       organization is sequential
       file status is ws-caso-status.

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

       select comunicacao-file
              assign to './files/comunicacao_pld.txt'
       organization is line sequential
       file status is ws-comunicacao-status.

       select controle-file assign to './files/controle_batch.dat'
       organization is sequential
       file status is ws-controle-status.

       data division.
       file section.
       fd casos-file.
       copy "casopld.cpy".

       fd pessoa.
       copy "registro-pessoa.cpy".

       fd titulares.
       copy "titular.cpy".

       fd comunicacao-file.
       01 comunicacao-reg      pic x(150).

       fd controle-file.
       copy "controle-batch.cpy".

       working-storage section.
       77 ws-caso-status       pic x(2) value spaces.
           88 ws-caso-ok               value "00".
           88 ws-caso-nao-existe       value "35".
       77 ws-pessoa-status     pic x(2) value spaces.
           88 ws-pessoa-ok             value "00".
           88 ws-pessoa-nao-encontrou  value "23".
           88 ws-pessoa-nao-existe     value "35".
       77 ws-comunicacao-status pic x(2) value spaces.
           88 ws-comunicacao-ok        value "00".
       77 ws-controle-status   pic x(2) value spaces.
           88 ws-controle-ok           value "00".
           88 ws-controle-nao-existe   value "35".
       77 ws-eof               pic x value "N".
       77 ws-eof-controle      pic x value "N".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-ja-rodou-flag     pic x value "N".
           88 ws-ja-rodou          value "S".
       77 ws-ctb-tipo-grava      pic x(1) value space.
       77 ws-ctb-registros-grava pic 9(5) value zeros.
       77 ws-ctb-resultado-grava pic x(2) value spaces.
       77 ws-pessoa-aberto-flag pic x value "N".
           88 ws-pessoa-aberto     value "S".
       77 ws-titular-status    pic x(2) value spaces.
           88 ws-titular-ok            value "00".
           88 ws-titular-nao-existe    value "35".
       77 ws-eof-titular       pic x value "N".

       77 ws-total-comunicados pic 9(5) value zeros.
       77 ws-total-valor       pic 9(11)v99 value zeros.

      *    registros do arquivo do regulador: cabecalho, detalhe por
      /    caso comunicavel e trailer com a quantidade e o valor
       01 ws-reg-cabecalho.
           05 filler          pic x(1) value "0".
           05 filler          pic x(20) value "COMUNICACAO PLD".
           05 ws-cab-geracao  pic x(8).

       01 ws-reg-detalhe.
           05 filler          pic x(1) value "1".
           05 ws-det-caso     pic 9(7).
           05 ws-det-ocorrencia pic x(8).
           05 ws-det-conta    pic 9(5).
           05 ws-det-nome     pic x(30).
           05 ws-det-regra    pic x(3).
           05 ws-det-valor    pic 9(9)v99.
           05 ws-det-moeda    pic x(3).
           05 ws-det-qtd      pic 9(3).
           05 ws-det-analista pic x(10).
           05 ws-det-parecer-data pic x(8).
           05 ws-det-parecer  pic x(60).

       01 ws-reg-trailer.
           05 filler          pic x(1) value "9".
           05 ws-trl-qtd      pic 9(5).
           05 ws-trl-valor    pic 9(11)v99.

       procedure division.

           move function current-date (1:8) to ws-hoje

           perform verifica-execucao-dia

           if ws-ja-rodou
               display "COMUNICAPLD ja executado com sucesso hoje - "
                       "reprocessamento recusado (ver "
                       "controle_batch.dat)."
               goback
           end-if

           open i-o casos-file

           if ws-caso-nao-existe
               display "Nao ha casos_pld.dat - nada a comunicar."
               goback
           end-if

           if not ws-caso-ok
               display "ERRO ao abrir casos_pld.dat - file status "
                       ws-caso-status
               move 8 to return-code
               goback
           end-if

           open output comunicacao-file

           if not ws-comunicacao-ok
               display "ERRO ao abrir comunicacao_pld.txt - file "
                       "status " ws-comunicacao-status
               close casos-file
               move 8 to return-code
               goback
           end-if

           perform grava-controle-inicio

           open input pessoa

           if ws-pessoa-ok
               move "S" to ws-pessoa-aberto-flag
           else
               display "AVISO: registros.txt indisponivel - file "
                       "status " ws-pessoa-status
                       " - nomes em branco."
           end-if

           if ws-pessoa-aberto
               open input titulares
               if not ws-titular-ok
                   display "AVISO: titulares.dat indisponivel - file "
                           "status " ws-titular-status
                           " - nomes em branco."
                   close pessoa
                   move "N" to ws-pessoa-aberto-flag
               end-if
           end-if

           move ws-hoje          to ws-cab-geracao
           move ws-reg-cabecalho to comunicacao-reg
           write comunicacao-reg

           perform until ws-eof = "S"
               read casos-file
                   at end move "S" to ws-eof
                   not at end
                       if cas-comunicavel and
                          cas-data-comunicacao = spaces
                           perform comunica-caso
                       end-if
               end-read
           end-perform

           move ws-total-comunicados to ws-trl-qtd
           move ws-total-valor       to ws-trl-valor
           move ws-reg-trailer       to comunicacao-reg
           write comunicacao-reg

           close comunicacao-file
           close casos-file

           if ws-pessoa-aberto
               close pessoa titulares
           end-if

           perform grava-controle-fim

           display "Comunicacao PLD gerada - " ws-total-comunicados
                   " caso(s) comunicado(s)."

           goback.

       comunica-caso.

           move cas-numero          to ws-det-caso
           move cas-data-ocorrencia to ws-det-ocorrencia
           move cas-conta-id        to ws-det-conta
           move spaces              to ws-det-nome
           move cas-regra           to ws-det-regra
           move cas-valor           to ws-det-valor
           move cas-moeda           to ws-det-moeda
           move cas-qtd-movimentos  to ws-det-qtd
           move cas-analista        to ws-det-analista
           move cas-data-parecer    to ws-det-parecer-data
           move cas-parecer         to ws-det-parecer

      *    o nome e' o do titular (T) da conta em titulares.dat
           if ws-pessoa-aberto
               perform busca-nome-titular
           end-if

           move ws-reg-detalhe to comunicacao-reg
           write comunicacao-reg

           move ws-hoje to cas-data-comunicacao

           rewrite casopld-reg

           if not ws-caso-ok
               display "ERRO ao atualizar casos_pld.dat - file "
                       "status " ws-caso-status
               move 8 to return-code
               exit paragraph
           end-if

           add 1         to ws-total-comunicados
           add cas-valor to ws-total-valor.

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
                       if ctb-programa = "COMUNICAPLD" and
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
           move ws-total-comunicados to ws-ctb-registros-grava
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

           move "COMUNICAPLD"           to ctb-programa
           move ws-ctb-tipo-grava       to ctb-tipo
           move function current-date (1:8) to ctb-data
           move function current-date (9:6) to ctb-hora
           move ws-ctb-registros-grava  to ctb-registros
           move ws-ctb-resultado-grava  to ctb-resultado

           write controle-reg

           close controle-file.

       busca-nome-titular.

           move zeros        to pessoa-id
           move "N"          to ws-eof-titular
           move cas-conta-id to tit-conta-id
           move zeros        to tit-pessoa-id

           start titulares key is not less than tit-chave
               invalid key
                   move "S" to ws-eof-titular
           end-start

           perform until ws-eof-titular = "S"
               read titulares next record
                   at end move "S" to ws-eof-titular
                   not at end
                       if tit-conta-id not = cas-conta-id
                           move "S" to ws-eof-titular
                       else
                           if tit-eh-titular
                               move tit-pessoa-id to pessoa-id
                               move "S" to ws-eof-titular
                           end-if
                       end-if
               end-read
           end-perform

           if pessoa-id = zeros
               exit paragraph
           end-if

           read pessoa
               invalid key
                   continue
               not invalid key
                   move pessoa-nome to ws-det-nome
           end-read.

       end program comunicapld.
