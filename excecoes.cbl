      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: relatorio diario de excecoes de controle interno do
      * caixa para o gerente de cada agencia - le o movimento dos
      * operadores no dia (parm AAAAMMDD, padrao hoje) em
      * auditoria.log e aponta: estorno de lancamento feito pelo
      * proprio operador que estornou (o lancamento original e'
      * localizado pela referencia da perna de estorno em
      * movimentos.dat); o mesmo supervisor autorizando varias vezes
      * no dia os saques acima da alcada do mesmo operador; operacao
      * fora do expediente, em fim de semana ou em feriado de
      * feriados.dat; saque logo abaixo da alcada de
      * alcada_saque.dat, sem supervisor; movimento de operador ou
      * supervisor inativo ou desconhecido em operadores.dat; e
      * estornos repetidos na mesma conta. cada excecao sai com o
      * operador, a agencia, a conta quando conhecida e a referencia
      * (data/hora da transacao, a mesma de transacoes.log), agrupada
      * por agencia. complementa o resumo de atividade.cbl
      ******************************************************************

       identification division.
       program-id. excecoes.
       environment division.
       input-output section.
       file-control.

       select auditoria-file assign to './files/auditoria.log'
       organization is sequential
       file status is ws-auditoria-status.

       select movimentos assign to './files/movimentos.dat'
       organization is indexed
       record key is mov-chave
       alternate record key is mov-data-mov with duplicates
       access mode is dynamic
       file status is ws-movimento-status.

       select operadores assign to './files/operadores.dat'
       organization is indexed
       record key is ope-matricula
       access mode is dynamic
       file status is ws-operador-status.

       select feriados-file assign to './files/feriados.dat'
       organization is sequential
       file status is ws-feriados-status.

       select alcada-file assign to './files/alcada_saque.dat'
       organization is sequential
       file status is ws-alcada-status.

       select rel-excecoes assign to './files/relatorio_excecoes.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd auditoria-file.
       copy "auditoria.cpy".

       fd movimentos.
       copy "movimento.cpy".

       fd operadores.
       copy "operador.cpy".

       fd feriados-file.
       copy "feriado.cpy".

       fd alcada-file.
       01 alcada-reg          pic 9(5)v99.

       fd rel-excecoes.
       01 rel-linha            pic x(120).

       working-storage section.
       77 ws-auditoria-status  pic x(2) value spaces.
           88 ws-auditoria-ok          value "00".
           88 ws-auditoria-nao-existe  value "35".
       77 ws-movimento-status  pic x(2) value spaces.
           88 ws-movimento-ok          value "00".
           88 ws-movimento-nao-existe  value "35".
       77 ws-operador-status   pic x(2) value spaces.
           88 ws-operador-ok           value "00".
           88 ws-operador-nao-existe   value "35".
       77 ws-feriados-status   pic x(2) value spaces.
           88 ws-feriados-ok           value "00".
           88 ws-feriados-nao-existe   value "35".
       77 ws-alcada-status     pic x(2) value spaces.
           88 ws-alcada-ok             value "00".
           88 ws-alcada-nao-existe     value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".
       77 ws-eof               pic x value "N".
       77 ws-operadores-flag   pic x value "N".
           88 ws-operadores-abertos value "S".

       77 ws-hoje              pic x(8) value spaces.
       77 ws-parm-data         pic x(8) value spaces.
      *    dia processado em AAAAMMDD e na ordem dia/mes/ano de
      /    auditoria.log
       01 ws-data-proc.
           05 ws-proc-ano      pic 9(4).
           05 ws-proc-mes      pic 9(2).
           05 ws-proc-dia      pic 9(2).
       01 ws-data-proc-x redefines ws-data-proc pic x(8).
       01 ws-data-aud.
           05 ws-aud-dia       pic 9(2).
           05 ws-aud-mes       pic 9(2).
           05 ws-aud-ano       pic 9(4).
       01 ws-data-aud-x redefines ws-data-aud pic x(8).
       77 ws-dia-int           pic 9(7) value zeros.
       77 ws-dia-semana        pic 9(1) value zeros.
       77 ws-dia-util-flag     pic x value "S".
           88 ws-dia-util          value "S".
       77 ws-nao-util-motivo   pic x(30) value spaces.
       77 ws-mov-busca         pic x(14) value spaces.

      *    expediente do caixa (o mesmo de atividade.cbl), alcada
      /    padrao de variaveis2.cbl e limites das regras
       77 ws-hora-abertura     pic x(2) value "08".
       77 ws-hora-fechamento   pic x(2) value "18".
       77 ws-alcada-saque      pic 9(5)v99 value 500.
       77 ws-pct-alcada        pic 9(3) value 90.
       77 ws-piso-alcada       pic 9(5)v99 value zeros.
       77 ws-min-autorizacoes  pic 9(3) value 3.
       77 ws-min-estornos      pic 9(3) value 2.

      *    saques autorizados por supervisor no dia
       77 ws-max-autorizacoes  pic 9(4) value 1000.
       77 ws-qtd-autorizacoes  pic 9(4) value zeros.
       77 ws-idx-aut           pic 9(4) value zeros.
       77 ws-idx-aut-2         pic 9(4) value zeros.
       01 ws-aut-tab.
           03 ws-aut-item occurs 1000 times.
               05 ws-aut-operador   pic x(10).
               05 ws-aut-supervisor pic x(10).
               05 ws-aut-agencia    pic 9(3).
               05 ws-aut-ref        pic x(14).
               05 ws-aut-valor      pic 9(5)v99.
       77 ws-qtd-par           pic 9(4) value zeros.

      *    estornos do dia: referencia do estorno (data/hora do
      /    caixa), conta e referencia do lancamento original (da
      /    perna de estorno em movimentos.dat) e quem fez o original
       77 ws-max-estornos      pic 9(4) value 500.
       77 ws-qtd-estornos      pic 9(4) value zeros.
       77 ws-idx-est           pic 9(4) value zeros.
       77 ws-idx-est-2         pic 9(4) value zeros.
       01 ws-est-tab.
           03 ws-est-item occurs 500 times.
               05 ws-est-operador  pic x(10).
               05 ws-est-agencia   pic 9(3).
               05 ws-est-ref       pic x(14).
               05 ws-est-data-ord  pic x(14).
               05 ws-est-valor     pic 9(5)v99.
               05 ws-est-conta     pic 9(5).
               05 ws-est-original  pic x(14).
               05 ws-est-oper-orig pic x(10).
       77 ws-qtd-conta         pic 9(4) value zeros.
       77 ws-tem-original-flag pic x value "N".
           88 ws-tem-original      value "S".

      *    excecoes apuradas, impressas por agencia no final
       77 ws-max-excecoes      pic 9(4) value 2000.
       77 ws-qtd-excecoes      pic 9(4) value zeros.
       77 ws-idx-exc           pic 9(4) value zeros.
       01 ws-exc-tab.
           03 ws-exc-item occurs 2000 times.
               05 ws-exc-agencia   pic 9(3).
               05 ws-exc-operador  pic x(10).
               05 ws-exc-conta     pic 9(5).
               05 ws-exc-ref       pic x(14).
               05 ws-exc-valor     pic 9(5)v99.
               05 ws-exc-ocorrencia pic x(30).
               05 ws-exc-info      pic x(26).

       01 ws-nova-excecao.
           05 ws-nov-agencia   pic 9(3).
           05 ws-nov-operador  pic x(10).
           05 ws-nov-conta     pic 9(5).
           05 ws-nov-ref       pic x(14).
           05 ws-nov-valor     pic 9(5)v99.
           05 ws-nov-ocorrencia pic x(30).
           05 ws-nov-info      pic x(26).

       77 ws-max-agencias      pic 9(3) value 200.
       77 ws-qtd-agencias      pic 9(3) value zeros.
       77 ws-idx-age           pic 9(3) value zeros.
       77 ws-idx-age-2         pic 9(3) value zeros.
       01 ws-age-tab.
           03 ws-age-codigo occurs 200 times pic 9(3).
       77 ws-age-troca         pic 9(3) value zeros.
       77 ws-age-achou-flag    pic x value "N".
           88 ws-age-achou         value "S".
       77 ws-qtd-edit          pic zz9.

       77 ws-total-lidos       pic 9(7) value zeros.
       77 ws-total-proprio     pic 9(5) value zeros.
       77 ws-total-autorizacao pic 9(5) value zeros.
       77 ws-total-horario     pic 9(5) value zeros.
       77 ws-total-alcada      pic 9(5) value zeros.
       77 ws-total-inativo     pic 9(5) value zeros.
       77 ws-total-repetidos   pic 9(5) value zeros.

       01 ws-cab-1.
           05 filler          pic x(44) value
              "EXCECOES DE CONTROLE INTERNO DO CAIXA - DIA ".
           05 ws-cab-data     pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-cab-nao-util pic x(30).

       01 ws-cab-agencia.
           05 filler          pic x(8)  value "AGENCIA ".
           05 ws-cab-agencia-cod pic 9(3).

       01 ws-cab-2.
           05 filler          pic x(12) value "OPERADOR".
           05 filler          pic x(7)  value "CONTA".
           05 filler          pic x(16) value "REFERENCIA".
           05 filler          pic x(11) value "VALOR".
           05 filler          pic x(32) value "OCORRENCIA".
           05 filler          pic x(26) value "DETALHE".

       01 ws-det-linha.
           05 ws-det-operador pic x(10).
           05 filler          pic x(2)  value spaces.
           05 ws-det-conta    pic zzzzz.
           05 filler          pic x(2)  value spaces.
           05 ws-det-ref      pic x(14).
           05 filler          pic x(2)  value spaces.
           05 ws-det-valor    pic zzzz9.99.
           05 filler          pic x(3)  value spaces.
           05 ws-det-ocorrencia pic x(30).
           05 filler          pic x(2)  value spaces.
           05 ws-det-info     pic x(26).

       01 ws-total-linha-1.
           05 filler          pic x(20) value "REGISTROS DO DIA: ".
           05 ws-tot-lidos    pic zzzzzz9.
           05 filler          pic x(14) value "  EXCECOES: ".
           05 ws-tot-excecoes pic zzzz9.

       01 ws-total-linha-2.
           05 filler          pic x(18) value "ESTORNO PROPRIO: ".
           05 ws-tot-proprio  pic zzzz9.
           05 filler          pic x(17) value "  AUTORIZACOES: ".
           05 ws-tot-autorizacao pic zzzz9.
           05 filler          pic x(14) value "  HORARIO: ".
           05 ws-tot-horario  pic zzzz9.

       01 ws-total-linha-3.
           05 filler          pic x(18) value "ABAIXO ALCADA: ".
           05 ws-tot-alcada   pic zzzz9.
           05 filler          pic x(17) value "  INATIVOS: ".
           05 ws-tot-inativo  pic zzzz9.
           05 filler          pic x(14) value "  ESTORNOS: ".
           05 ws-tot-repetidos pic zzzz9.

       procedure division.

           move function current-date (1:8) to ws-hoje

           accept ws-parm-data from command-line

           if ws-parm-data = spaces
               move ws-hoje to ws-data-proc-x
           else
               move ws-parm-data to ws-data-proc-x
               if ws-data-proc-x is not numeric or
                  ws-proc-mes < 01 or ws-proc-mes > 12 or
                  ws-proc-dia < 01 or ws-proc-dia > 31 or
                  ws-data-proc-x > ws-hoje
                   display "PARM invalido (" ws-parm-data ") - "
                           "informe AAAAMMDD ate hoje."
                   move 8 to return-code
                   goback
               end-if
           end-if

           move ws-proc-dia to ws-aud-dia
           move ws-proc-mes to ws-aud-mes
           move ws-proc-ano to ws-aud-ano

           open input auditoria-file

           if ws-auditoria-nao-existe
               display "Nao ha auditoria.log - nada a relatar."
               goback
           end-if

           if not ws-auditoria-ok
               display "ERRO ao abrir auditoria.log - file status "
                       ws-auditoria-status
               move 8 to return-code
               goback
           end-if

           close auditoria-file

           open output rel-excecoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_excecoes.txt - file "
                       "status " ws-rel-status
               move 8 to return-code
               goback
           end-if

           perform le-alcada-saque

           compute ws-piso-alcada rounded =
                   ws-alcada-saque * ws-pct-alcada / 100

           perform verifica-dia-util

           open input operadores

           if ws-operador-ok
               move "S" to ws-operadores-flag
           else
               display "AVISO: operadores.dat indisponivel - file "
                       "status " ws-operador-status
                       " - situacao dos operadores nao conferida."
           end-if

           perform confere-auditoria

           if ws-operadores-abertos
               close operadores
           end-if

           perform apura-autorizacoes

           if ws-qtd-estornos > zeros
               perform localiza-estornos
               perform localiza-originais
               perform apura-estornos
           end-if

           perform imprime-relatorio

           close rel-excecoes

           display "Excecoes de controle interno do dia "
                   ws-data-proc-x ": " ws-qtd-excecoes
                   " excecao(oes)."

           goback.

      *    o dia inteiro e' fora do expediente quando cai em fim de
      /    semana ou feriado (mod 7 = 6 sabado e mod 7 = 0 domingo)
       verifica-dia-util.

           move "S" to ws-dia-util-flag

           compute ws-dia-int =
                   function integer-of-date
                   (function numval (ws-data-proc-x))
           compute ws-dia-semana = function mod (ws-dia-int 7)

           if ws-dia-semana = 6 or ws-dia-semana = 0
               move "N" to ws-dia-util-flag
               move "OPERACAO EM FIM DE SEMANA" to ws-nao-util-motivo
               exit paragraph
           end-if

           move "N" to ws-eof

           open input feriados-file

           if ws-feriados-nao-existe
               exit paragraph
           end-if

           if not ws-feriados-ok
               display "ERRO ao abrir feriados.dat - file status "
                       ws-feriados-status
               exit paragraph
           end-if

           perform until ws-eof = "S" or not ws-dia-util
               read feriados-file
                   at end move "S" to ws-eof
                   not at end
                       if fer-data = ws-data-proc-x
                           move "N" to ws-dia-util-flag
                           move "OPERACAO EM FERIADO"
                               to ws-nao-util-motivo
                       end-if
               end-read
           end-perform

           close feriados-file.

       le-alcada-saque.

           open input alcada-file

           if ws-alcada-ok
               read alcada-file
               if ws-alcada-ok
                   move alcada-reg to ws-alcada-saque
               end-if
               close alcada-file
           else
               if not ws-alcada-nao-existe
                   display "ERRO ao ler alcada_saque.dat - file "
                           "status " ws-alcada-status
                   display "Assumindo alcada padrao: "
                           ws-alcada-saque
               end-if
           end-if.

      *    primeira passada: regras de cada registro do dia e
      /    tabelas de autorizacoes e estornos
       confere-auditoria.

           move "N" to ws-eof

           open input auditoria-file

           perform until ws-eof = "S"
               read auditoria-file
                   at end move "S" to ws-eof
                   not at end
                       if aud-data (1:8) = ws-data-aud-x
                           add 1 to ws-total-lidos
                           perform confere-registro
                       end-if
               end-read
           end-perform

           close auditoria-file.

       confere-registro.

           move aud-agencia  to ws-nov-agencia
           move aud-operador to ws-nov-operador
           move zeros        to ws-nov-conta
           move aud-data     to ws-nov-ref
           move aud-valor    to ws-nov-valor
           move spaces       to ws-nov-info

           if not ws-dia-util
               move ws-nao-util-motivo to ws-nov-ocorrencia
               perform guarda-excecao
               add 1 to ws-total-horario
           else
               if aud-hora < ws-hora-abertura or
                  aud-hora >= ws-hora-fechamento
                   move "OPERACAO FORA DO EXPEDIENTE"
                       to ws-nov-ocorrencia
                   move aud-hora      to ws-nov-info (1:2)
                   move ":"           to ws-nov-info (3:1)
                   move aud-minuto    to ws-nov-info (4:2)
                   perform guarda-excecao
                   add 1 to ws-total-horario
                   move spaces to ws-nov-info
               end-if
           end-if

           if aud-opcao = "2" and aud-supervisor = spaces and
              aud-valor >= ws-piso-alcada and
              aud-valor <= ws-alcada-saque
               move "SAQUE LOGO ABAIXO DA ALCADA" to ws-nov-ocorrencia
               move "ALCADA "        to ws-nov-info (1:7)
               move ws-alcada-saque  to ws-det-valor
               move ws-det-valor     to ws-nov-info (8:8)
               perform guarda-excecao
               add 1 to ws-total-alcada
               move spaces to ws-nov-info
           end-if

           if ws-operadores-abertos
               perform confere-operador
           end-if

           if aud-supervisor not = spaces
               perform guarda-autorizacao
           end-if

           if aud-opcao = "4"
               perform guarda-estorno
           end-if.

       confere-operador.

           move aud-operador to ope-matricula

           read operadores
               invalid key
                   move "OPERADOR NAO CADASTRADO" to ws-nov-ocorrencia
                   perform guarda-excecao
                   add 1 to ws-total-inativo
               not invalid key
                   if not ope-esta-ativo
                       move "OPERADOR INATIVO" to ws-nov-ocorrencia
                       perform guarda-excecao
                       add 1 to ws-total-inativo
                   end-if
           end-read

           if aud-supervisor = spaces
               exit paragraph
           end-if

           move aud-supervisor to ope-matricula

           read operadores
               invalid key
                   move "SUPERVISOR NAO CADASTRADO"
                       to ws-nov-ocorrencia
                   move "SUP "         to ws-nov-info (1:4)
                   move aud-supervisor to ws-nov-info (5:10)
                   perform guarda-excecao
                   add 1 to ws-total-inativo
               not invalid key
                   if not ope-esta-ativo
                       move "SUPERVISOR INATIVO" to ws-nov-ocorrencia
                       move "SUP "         to ws-nov-info (1:4)
                       move aud-supervisor to ws-nov-info (5:10)
                       perform guarda-excecao
                       add 1 to ws-total-inativo
                   end-if
           end-read

           move spaces to ws-nov-info.

       guarda-autorizacao.

           if ws-qtd-autorizacoes >= ws-max-autorizacoes
               if ws-qtd-autorizacoes = ws-max-autorizacoes
                   display "AVISO: mais de " ws-max-autorizacoes
                           " autorizacoes no dia - excedente "
                           "ignorado."
                   add 1 to ws-qtd-autorizacoes
               end-if
               exit paragraph
           end-if

           add 1 to ws-qtd-autorizacoes
           move ws-qtd-autorizacoes to ws-idx-aut

           move aud-operador   to ws-aut-operador (ws-idx-aut)
           move aud-supervisor to ws-aut-supervisor (ws-idx-aut)
           move aud-agencia    to ws-aut-agencia (ws-idx-aut)
           move aud-data       to ws-aut-ref (ws-idx-aut)
           move aud-valor      to ws-aut-valor (ws-idx-aut).

       guarda-estorno.

           if ws-qtd-estornos >= ws-max-estornos
               if ws-qtd-estornos = ws-max-estornos
                   display "AVISO: mais de " ws-max-estornos
                           " estornos no dia - excedente ignorado."
                   add 1 to ws-qtd-estornos
               end-if
               exit paragraph
           end-if

           add 1 to ws-qtd-estornos
           move ws-qtd-estornos to ws-idx-est

           move aud-operador to ws-est-operador (ws-idx-est)
           move aud-agencia  to ws-est-agencia (ws-idx-est)
           move aud-data     to ws-est-ref (ws-idx-est)
           move aud-valor    to ws-est-valor (ws-idx-est)
           move zeros        to ws-est-conta (ws-idx-est)
           move spaces       to ws-est-original (ws-idx-est)
           move spaces       to ws-est-oper-orig (ws-idx-est)

      *    a perna de estorno em movimentos.dat tem a mesma data/hora
      /    em AAAAMMDDhhmmss
           move aud-ano     to ws-est-data-ord (ws-idx-est) (1:4)
           move aud-mes     to ws-est-data-ord (ws-idx-est) (5:2)
           move aud-dia     to ws-est-data-ord (ws-idx-est) (7:2)
           move aud-hora    to ws-est-data-ord (ws-idx-est) (9:2)
           move aud-minuto  to ws-est-data-ord (ws-idx-est) (11:2)
           move aud-segundo to ws-est-data-ord (ws-idx-est) (13:2).

      *    mesmo operador com o mesmo supervisor a partir do minimo
      /    de autorizacoes no dia - uma linha por saque autorizado
       apura-autorizacoes.

           perform varying ws-idx-aut from 1 by 1
                   until ws-idx-aut > ws-qtd-autorizacoes
                      or ws-idx-aut > ws-max-autorizacoes
               move zeros to ws-qtd-par
               perform varying ws-idx-aut-2 from 1 by 1
                       until ws-idx-aut-2 > ws-qtd-autorizacoes
                          or ws-idx-aut-2 > ws-max-autorizacoes
                   if ws-aut-operador (ws-idx-aut-2) =
                      ws-aut-operador (ws-idx-aut) and
                      ws-aut-supervisor (ws-idx-aut-2) =
                      ws-aut-supervisor (ws-idx-aut)
                       add 1 to ws-qtd-par
                   end-if
               end-perform
               if ws-qtd-par >= ws-min-autorizacoes
                   move ws-aut-agencia (ws-idx-aut)  to ws-nov-agencia
                   move ws-aut-operador (ws-idx-aut) to ws-nov-operador
                   move zeros                        to ws-nov-conta
                   move ws-aut-ref (ws-idx-aut)      to ws-nov-ref
                   move ws-aut-valor (ws-idx-aut)    to ws-nov-valor
                   move "AUTORIZACOES REPETIDAS"
                       to ws-nov-ocorrencia
                   move spaces to ws-nov-info
                   move "SUP " to ws-nov-info (1:4)
                   move ws-aut-supervisor (ws-idx-aut)
                       to ws-nov-info (5:10)
                   move " QTD "    to ws-nov-info (15:5)
                   move ws-qtd-par to ws-qtd-edit
                   move ws-qtd-edit to ws-nov-info (20:3)
                   perform guarda-excecao
                   add 1 to ws-total-autorizacao
               end-if
           end-perform.

      *    pernas de estorno (marca E) do dia em movimentos.dat: a
      /    conta e a referencia do lancamento estornado
       localiza-estornos.

           open input movimentos

           if not ws-movimento-ok
               display "AVISO: movimentos.dat indisponivel - file "
                       "status " ws-movimento-status
                       " - estornos nao conferidos."
               exit paragraph
           end-if

           move "N" to ws-eof

           move ws-data-proc-x to ws-mov-busca (1:8)
           move "000000"       to ws-mov-busca (9:6)
           move ws-mov-busca   to mov-data-mov

           start movimentos key is not less than mov-data-mov
               invalid key
                   move "S" to ws-eof
           end-start

           perform until ws-eof = "S"
               read movimentos next record
                   at end move "S" to ws-eof
                   not at end
                       if mov-data-mov (1:8) > ws-data-proc-x
                           move "S" to ws-eof
                       else
                           if mov-eh-estorno
                               perform casa-estorno
                           end-if
                       end-if
               end-read
           end-perform

           close movimentos.

       casa-estorno.

           perform varying ws-idx-est from 1 by 1
                   until ws-idx-est > ws-qtd-estornos
                      or ws-idx-est > ws-max-estornos
               if ws-est-data-ord (ws-idx-est) = mov-data and
                  ws-est-agencia (ws-idx-est) = mov-agencia and
                  ws-est-conta (ws-idx-est) = zeros
                   move mov-conta-id to ws-est-conta (ws-idx-est)
                   move mov-ref      to ws-est-original (ws-idx-est)
               end-if
           end-perform.

      *    segunda passada em auditoria.log, sem filtro de dia: quem
      /    fez cada lancamento estornado (o original pode ser de
      /    outro dia)
       localiza-originais.

           move "N" to ws-tem-original-flag

           perform varying ws-idx-est from 1 by 1
                   until ws-idx-est > ws-qtd-estornos
                      or ws-idx-est > ws-max-estornos
               if ws-est-original (ws-idx-est) not = spaces
                   move "S" to ws-tem-original-flag
               end-if
           end-perform

           if not ws-tem-original
               exit paragraph
           end-if

           move "N" to ws-eof

           open input auditoria-file

           perform until ws-eof = "S"
               read auditoria-file
                   at end move "S" to ws-eof
                   not at end
                       if aud-opcao not = "4"
                           perform casa-original
                       end-if
               end-read
           end-perform

           close auditoria-file.

       casa-original.

           perform varying ws-idx-est from 1 by 1
                   until ws-idx-est > ws-qtd-estornos
                      or ws-idx-est > ws-max-estornos
               if ws-est-original (ws-idx-est) = aud-data
                   move aud-operador to ws-est-oper-orig (ws-idx-est)
               end-if
           end-perform.

      *    estorno do proprio lancamento e estornos repetidos na
      /    mesma conta no dia
       apura-estornos.

           perform varying ws-idx-est from 1 by 1
                   until ws-idx-est > ws-qtd-estornos
                      or ws-idx-est > ws-max-estornos

               move ws-est-agencia (ws-idx-est)  to ws-nov-agencia
               move ws-est-operador (ws-idx-est) to ws-nov-operador
               move ws-est-conta (ws-idx-est)    to ws-nov-conta
               move ws-est-ref (ws-idx-est)      to ws-nov-ref
               move ws-est-valor (ws-idx-est)    to ws-nov-valor
               move spaces                       to ws-nov-info
               move "ORIGINAL "                  to ws-nov-info (1:9)
               move ws-est-original (ws-idx-est) to ws-nov-info (10:14)

               if ws-est-oper-orig (ws-idx-est) =
                  ws-est-operador (ws-idx-est)
                   move "ESTORNO DO PROPRIO LANCAMENTO"
                       to ws-nov-ocorrencia
                   perform guarda-excecao
                   add 1 to ws-total-proprio
               end-if

               move zeros to ws-qtd-conta
               if ws-est-conta (ws-idx-est) not = zeros
                   perform varying ws-idx-est-2 from 1 by 1
                           until ws-idx-est-2 > ws-qtd-estornos
                              or ws-idx-est-2 > ws-max-estornos
                       if ws-est-conta (ws-idx-est-2) =
                          ws-est-conta (ws-idx-est)
                           add 1 to ws-qtd-conta
                       end-if
                   end-perform
               end-if

               if ws-qtd-conta >= ws-min-estornos
                   move "ESTORNOS REPETIDOS NA CONTA"
                       to ws-nov-ocorrencia
                   perform guarda-excecao
                   add 1 to ws-total-repetidos
               end-if

           end-perform.

       guarda-excecao.

           if ws-qtd-excecoes >= ws-max-excecoes
               if ws-qtd-excecoes = ws-max-excecoes
                   display "AVISO: mais de " ws-max-excecoes
                           " excecoes no dia - excedente ignorado."
                   add 1 to ws-qtd-excecoes
               end-if
               exit paragraph
           end-if

           add 1 to ws-qtd-excecoes
           move ws-nova-excecao to ws-exc-item (ws-qtd-excecoes)

           move "N" to ws-age-achou-flag

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias or ws-age-achou
               if ws-age-codigo (ws-idx-age) = ws-nov-agencia
                   move "S" to ws-age-achou-flag
               end-if
           end-perform

           if not ws-age-achou and ws-qtd-agencias < ws-max-agencias
               add 1 to ws-qtd-agencias
               move ws-nov-agencia to ws-age-codigo (ws-qtd-agencias)
           end-if.

      *    agencias em ordem crescente e, em cada uma, as excecoes
      /    na ordem em que foram apuradas
       imprime-relatorio.

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age >= ws-qtd-agencias
               perform varying ws-idx-age-2 from ws-idx-age by 1
                       until ws-idx-age-2 > ws-qtd-agencias
                   if ws-age-codigo (ws-idx-age-2) <
                      ws-age-codigo (ws-idx-age)
                       move ws-age-codigo (ws-idx-age) to ws-age-troca
                       move ws-age-codigo (ws-idx-age-2)
                           to ws-age-codigo (ws-idx-age)
                       move ws-age-troca
                           to ws-age-codigo (ws-idx-age-2)
                   end-if
               end-perform
           end-perform

           move ws-data-proc-x (7:2) to ws-cab-data (1:2)
           move "/"                  to ws-cab-data (3:1)
           move ws-data-proc-x (5:2) to ws-cab-data (4:2)
           move "/"                  to ws-cab-data (6:1)
           move ws-data-proc-x (1:4) to ws-cab-data (7:4)
           if ws-dia-util
               move spaces to ws-cab-nao-util
           else
               move "(DIA NAO UTIL)" to ws-cab-nao-util
           end-if

           move ws-cab-1 to rel-linha
           write rel-linha

           perform varying ws-idx-age from 1 by 1
                   until ws-idx-age > ws-qtd-agencias
               move spaces to rel-linha
               write rel-linha
               move ws-age-codigo (ws-idx-age) to ws-cab-agencia-cod
               move ws-cab-agencia to rel-linha
               write rel-linha
               move ws-cab-2 to rel-linha
               write rel-linha
               perform varying ws-idx-exc from 1 by 1
                       until ws-idx-exc > ws-qtd-excecoes
                          or ws-idx-exc > ws-max-excecoes
                   if ws-exc-agencia (ws-idx-exc) =
                      ws-age-codigo (ws-idx-age)
                       perform imprime-excecao
                   end-if
               end-perform
           end-perform

           move spaces to rel-linha
           write rel-linha
           move ws-total-lidos       to ws-tot-lidos
           move ws-qtd-excecoes      to ws-tot-excecoes
           move ws-total-linha-1     to rel-linha
           write rel-linha
           move ws-total-proprio     to ws-tot-proprio
           move ws-total-autorizacao to ws-tot-autorizacao
           move ws-total-horario     to ws-tot-horario
           move ws-total-linha-2     to rel-linha
           write rel-linha
           move ws-total-alcada      to ws-tot-alcada
           move ws-total-inativo     to ws-tot-inativo
           move ws-total-repetidos   to ws-tot-repetidos
           move ws-total-linha-3     to rel-linha
           write rel-linha.

       imprime-excecao.

           move ws-exc-operador (ws-idx-exc)   to ws-det-operador
           move ws-exc-conta (ws-idx-exc)      to ws-det-conta
           move ws-exc-ref (ws-idx-exc)        to ws-det-ref
           move ws-exc-valor (ws-idx-exc)      to ws-det-valor
           move ws-exc-ocorrencia (ws-idx-exc) to ws-det-ocorrencia
           move ws-exc-info (ws-idx-exc)       to ws-det-info
           move ws-det-linha to rel-linha
           write rel-linha.

       end program excecoes.
