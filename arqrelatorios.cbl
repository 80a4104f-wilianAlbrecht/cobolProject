      * existente para uma copia datada (arq_<nome>_AAAAMMDD.txt),
      * cataloga a copia em arq_relatorios_ctrl.dat e, na mesma
      * rodada, faz a varredura de retencao apagando as copias mais
      * velhas que N meses (parametro, padrao 6). os recortes por
      * agencia de distribui.cbl (lista em distribuicao_arquivos.dat)
      * sao arquivados do mesmo jeito. a reimpressao de uma copia e'
      * feita por reimprime.cbl
      ******************************************************************

       identification division.
       organization is line sequential
       file status is ws-copia-status.

       select lista-distribuicao
              assign to './files/distribuicao_arquivos.dat'
       organization is line sequential
       file status is ws-lista-status.

       select catalogo assign to './files/arq_relatorios_ctrl.dat'
       organization is sequential
       file status is ws-catalogo-status.
       fd relatorio-copia.
       01 copia-linha          pic x(150).

       fd lista-distribuicao.
       01 lista-nome           pic x(40).

       fd catalogo.
       copy "arqrel.cpy".

           88 ws-origem-nao-existe     value "35".
       77 ws-copia-status      pic x(2) value spaces.
           88 ws-copia-ok              value "00".
       77 ws-lista-status      pic x(2) value spaces.
           88 ws-lista-ok              value "00".
           88 ws-lista-nao-existe      value "35".
       77 ws-catalogo-status   pic x(2) value spaces.
           88 ws-catalogo-ok           value "00".
           88 ws-catalogo-nao-existe   value "35".
       77 ws-catalogo-novo-status pic x(2) value spaces.
           88 ws-catalogo-novo-ok      value "00".
       77 ws-eof               pic x value "N".
       77 ws-eof-lista         pic x value "N".

       77 ws-nome-origem       pic x(40) value spaces.
       77 ws-nome-copia        pic x(60) value spaces.

      *    relatorios conhecidos da suite - cada um que existir na
      /    hora da execucao ganha copia datada
       77 ws-max-relatorios    pic 9(2) value 53.
       77 ws-idx-rel           pic 9(2) value zeros.
       01 ws-relatorios-init.
           05 filler pic x(40) value
              "./files/relatorio_conciliacao.txt".
           05 filler pic x(40) value
              "./files/relatorio_agend_expirados.txt".
           05 filler pic x(40) value
              "./files/relatorio_cheque_especial.txt".
           05 filler pic x(40) value
              "./files/relatorio_juros_cheque.txt".
           05 filler pic x(40) value
              "./files/relatorio_bloqueios.txt".
           05 filler pic x(40) value
              "./files/relatorio_aplicacoes.txt".
           05 filler pic x(40) value
              "./files/relatorio_resgates_aplicacao.txt".
           05 filler pic x(40) value
              "./files/informe_rendimentos.txt".
           05 filler pic x(40) value
              "./files/relatorio_pdd.txt".
           05 filler pic x(40) value
              "./files/relatorio_negativacao.txt".
           05 filler pic x(40) value
              "./files/relatorio_retnegativacao.txt".
           05 filler pic x(40) value
              "./files/relatorio_propostas.txt".
           05 filler pic x(40) value
              "./files/relatorio_apropriacao.txt".
           05 filler pic x(40) value
              "./files/relatorio_balanco.txt".
           05 filler pic x(40) value
              "./files/relatorio_expcontabil.txt".
           05 filler pic x(40) value
              "./files/relatorio_retcontabil.txt".
           05 filler pic x(40) value
              "./files/comprovante_folha.txt".
           05 filler pic x(40) value
              "./files/relatorio_compensacao.txt".
           05 filler pic x(40) value
              "./files/relatorio_pld.txt".
           05 filler pic x(40) value
              "./files/relatorio_excecoes.txt".
           05 filler pic x(40) value
              "./files/relatorio_alteracoes.txt".
           05 filler pic x(40) value
              "./files/relatorio_obitos.txt".
           05 filler pic x(40) value
              "./files/relatorio_lembretes.txt".
           05 filler pic x(40) value
              "./files/relatorio_retlembretes.txt".
           05 filler pic x(40) value
              "./files/relatorio_efic_lembretes.txt".
           05 filler pic x(40) value
              "./files/relatorio_retassessorias.txt".
           05 filler pic x(40) value
              "./files/relatorio_encaminhamento.txt".
           05 filler pic x(40) value
              "./files/relatorio_comissoes.txt".
           05 filler pic x(40) value
              "./files/relatorio_cobradores.txt".
           05 filler pic x(40) value
              "./files/relatorio_vencimentos.txt".
           05 filler pic x(40) value
              "./files/relatorio_rentabilidade.txt".
           05 filler pic x(40) value
              "./files/relatorio_distribuicao.txt".
           05 filler pic x(40) value
              "./files/relatorio_integridade.txt".
           05 filler pic x(40) value
              "./files/relatorio_retted.txt".
           05 filler pic x(40) value
              "./files/relatorio_ted.txt".
           05 filler pic x(40) value
              "./files/relatorio_repasse.txt".
           05 filler pic x(40) value
              "./files/relatorio_tesouraria.txt".
      *    os extratos mensais tambem sao truncados pela proxima
      /    execucao e, depois do arquivamento do log, a copia datada
      /    e' o unico jeito de reproduzir o mes para um cliente
           05 filler pic x(40) value
              "./files/extratos_mensais.txt".
       01 ws-relatorios-tab redefines ws-relatorios-init.
           05 ws-relatorio occurs 53 times pic x(40).

       77 ws-nome-base         pic x(40) value spaces.
       77 ws-nome-descarte     pic x(8) value spaces.
       77 ws-linhas-copiadas   pic 9(5) value zeros.
       77 ws-total-arquivados  pic 9(4) value zeros.
       77 ws-total-expurgados  pic 9(3) value zeros.

       procedure division.

           perform varying ws-idx-rel from 1 by 1
                   until ws-idx-rel > ws-max-relatorios
               move ws-relatorio (ws-idx-rel) to ws-nome-origem
               perform arquiva-relatorio
           end-perform

           perform arquiva-distribuicao

           perform varre-retencao

           display "Arquivamento de relatorios concluido - "
           compute ws-corte-aaaamm =
                   ws-corte-ano * 100 + ws-corte-mes.

      *    recortes por agencia da execucao - os nomes variam com as
      /    agencias que tem destinatario, por isso vem da lista que
      /    distribui.cbl grava e nao da tabela fixa
       arquiva-distribuicao.

           move "N" to ws-eof-lista

           open input lista-distribuicao

           if ws-lista-nao-existe
               exit paragraph
           end-if

           if not ws-lista-ok
               display "ERRO ao abrir distribuicao_arquivos.dat - "
                       "file status " ws-lista-status
               exit paragraph
           end-if

           perform until ws-eof-lista = "S"
               read lista-distribuicao
                   at end move "S" to ws-eof-lista
                   not at end
                       if lista-nome not = spaces
                           move lista-nome to ws-nome-origem
                           perform arquiva-relatorio
                       end-if
               end-read
           end-perform

           close lista-distribuicao.

       arquiva-relatorio.

           open input relatorio-origem

