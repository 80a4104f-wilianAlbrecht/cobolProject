      ******************************************************************
      * author wilian albrecht
      * date: 15/10/2026
      * purporse: processar o relatorio de recuperacao das
      * assessorias de cobranca (retorno_assessorias.txt) gravando
      * em encaminhamentos.dat, pelo numero de controle, o valor que
      * a assessoria informa ter recuperado do devedor. o valor
      * informado e' o acumulado do encaminhamento, entao substitui
      * o anterior e reler o mesmo arquivo nao altera nada. a
      * comissao nao e' paga sobre este valor - comissoes.cbl apura
      * o que entrou de fato em pagamentos.log e mostra o informado
      * ao lado para conferencia. controles que nao existem, de
      * outra assessoria ou de outro devedor saem no relatorio de
      * excecoes
      ******************************************************************

       identification division.
       program-id. retassessorias.
       environment division.
       input-output section.
       file-control.

       select retorno-file
              assign to './files/retorno_assessorias.txt'
       organization is line sequential
       file status is ws-retorno-status.

       select encaminhamentos assign to './files/encaminhamentos.dat'
       organization is sequential
       file status is ws-encaminhamento-status.

       select rel-excecoes
              assign to './files/relatorio_retassessorias.txt'
       organization is line sequential
       file status is ws-rel-status.

       data division.
       file section.
       fd retorno-file.
       01 retorno-ass-reg.
           03 rta-assessoria       pic 9(3).
           03 rta-controle         pic 9(7).
           03 rta-dev-id           pic 9(5).
           03 rta-vlr-recuperado   pic 9(8)v99.
           03 rta-data             pic x(8).

       fd encaminhamentos.
       copy "encaminhamento.cpy".

       fd rel-excecoes.
       01 rel-linha            pic x(100).

       working-storage section.
       77 ws-retorno-status    pic x(2) value spaces.
           88 ws-retorno-ok            value "00".
           88 ws-retorno-nao-existe    value "35".
       77 ws-encaminhamento-status pic x(2) value spaces.
           88 ws-encaminhamento-ok     value "00".
           88 ws-encaminhamento-nao-existe value "35".
       77 ws-rel-status        pic x(2) value spaces.
           88 ws-rel-ok                value "00".

       77 ws-eof               pic x value "N".
       77 ws-eof-encaminhamento pic x value "N".
       77 ws-achou-flag        pic x value "N".
           88 ws-achou             value "S".
       77 ws-data-corrente     pic x(14) value spaces.

       77 ws-total-lidos       pic 9(5) value zeros.
       77 ws-total-atualizados pic 9(5) value zeros.
       77 ws-total-excecoes    pic 9(5) value zeros.
       77 ws-total-informado   pic 9(10)v99 value zeros.

       01 ws-cab-1.
           05 filler          pic x(44) value
              "EXCECOES DO RETORNO DAS ASSESSORIAS - DATA: ".
           05 ws-cab-data     pic x(10).

       01 ws-linha-excecao.
           05 filler          pic x(11) value "ASSESSORIA ".
           05 ws-exc-assessoria pic 9(3).
           05 filler          pic x(11) value " controle: ".
           05 ws-exc-controle pic 9(7).
           05 filler          pic x(10) value " devedor: ".
           05 ws-exc-dev      pic zzzz9.
           05 filler          pic x(3)  value " - ".
           05 ws-exc-motivo   pic x(35).

       01 ws-total-linha.
           05 filler          pic x(10) value "LIDOS: ".
           05 ws-tot-lidos    pic zzzz9.
           05 filler          pic x(16) value "  ATUALIZADOS: ".
           05 ws-tot-atualizados pic zzzz9.
           05 filler          pic x(12) value "  EXCECOES: ".
           05 ws-tot-excecoes pic zzzz9.
           05 filler          pic x(13) value "  INFORMADO: ".
           05 ws-tot-informado pic zzzzzzzzz9.99.

       procedure division.

           open input retorno-file

           if ws-retorno-nao-existe
               display "Nao ha retorno_assessorias.txt - nada a "
                       "processar."
               goback
           end-if

           if not ws-retorno-ok
               display "ERRO ao abrir retorno_assessorias.txt - file "
                       "status " ws-retorno-status
               goback
           end-if

           open output rel-excecoes

           if not ws-rel-ok
               display "ERRO ao abrir relatorio_retassessorias.txt - "
                       "file status " ws-rel-status
               close retorno-file
               goback
           end-if

           move function current-date to ws-data-corrente
           move ws-data-corrente (7:2) to ws-cab-data (1:2)
           move "/"                    to ws-cab-data (3:1)
           move ws-data-corrente (5:2) to ws-cab-data (4:2)
           move "/"                    to ws-cab-data (6:1)
           move ws-data-corrente (1:4) to ws-cab-data (7:4)

           move ws-cab-1 to rel-linha
           write rel-linha
           move spaces  to rel-linha
           write rel-linha

           perform until ws-eof = "S"
               read retorno-file
                   at end move "S" to ws-eof
                   not at end
                       add 1 to ws-total-lidos
                       perform processa-retorno
               end-read
           end-perform

           close retorno-file

           move spaces to rel-linha
           write rel-linha
           move ws-total-lidos       to ws-tot-lidos
           move ws-total-atualizados to ws-tot-atualizados
           move ws-total-excecoes    to ws-tot-excecoes
           move ws-total-informado   to ws-tot-informado
           move ws-total-linha       to rel-linha
           write rel-linha

           close rel-excecoes

           display "Retorno das assessorias processado - "
                   ws-total-lidos " lido(s), " ws-total-atualizados
                   " atualizado(s), " ws-total-excecoes
                   " excecao(oes)."

           goback.

       processa-retorno.

           move "N" to ws-achou-flag
           move "N" to ws-eof-encaminhamento

           open i-o encaminhamentos

           if ws-encaminhamento-nao-existe
               move "SEM ENCAMINHAMENTOS.DAT" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if not ws-encaminhamento-ok
               display "ERRO ao abrir encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
               exit paragraph
           end-if

           perform until ws-achou or ws-eof-encaminhamento = "S"
               read encaminhamentos
                   at end move "S" to ws-eof-encaminhamento
                   not at end
                       if enc-controle = rta-controle
                           move "S" to ws-achou-flag
                       end-if
               end-read
           end-perform

           if not ws-achou
               close encaminhamentos
               move "CONTROLE NAO ENCONTRADO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if enc-assessoria not = rta-assessoria
               close encaminhamentos
               move "CONTROLE DE OUTRA ASSESSORIA" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           if enc-dev-id not = rta-dev-id
               close encaminhamentos
               move "DEVEDOR DIFERENTE DO CONTROLE" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

      *    recuperacao informada depois da devolucao nao e' da
      /    assessoria - so vale ate a data da baixa
           if not enc-ativo and rta-data > enc-data-baixa
               close encaminhamentos
               move "INFORMADO APOS A DEVOLUCAO" to ws-exc-motivo
               perform grava-excecao
               exit paragraph
           end-if

           move rta-vlr-recuperado to enc-vlr-informado
           move rta-data           to enc-data-informe

           rewrite encaminhamento-reg

           if not ws-encaminhamento-ok
               display "ERRO ao atualizar encaminhamentos.dat - file "
                       "status " ws-encaminhamento-status
           else
               add 1 to ws-total-atualizados
               add rta-vlr-recuperado to ws-total-informado
           end-if

           close encaminhamentos.

       grava-excecao.

           add 1 to ws-total-excecoes

           move rta-assessoria   to ws-exc-assessoria
           move rta-controle     to ws-exc-controle
           move rta-dev-id       to ws-exc-dev
           move ws-linha-excecao to rel-linha
           write rel-linha.

       end program retassessorias.
