      ******************************************************************
      * copybook do registro fisico gravado em exportacoes_ctb.dat
      * controle da exportacao diaria do livro de lancamentos para o
      * sistema contabil do escritorio de contabilidade: um registro
      * por dia de movimento exportado, com o numero de sequencia do
      * ultimo envio (o mesmo do header do arquivo e do retorno do
      * contador), os totais enviados e a situacao. gravado por
      * expcontabil.cbl (envio e reenvio) e atualizado por
      * retcontabil.cbl (aceite ou rejeicao do contador).
      * situacoes: E enviado aguardando retorno, A aceito, R
      * rejeitado - sai de novo, com nova sequencia, na proxima
      * exportacao. qualquer alteracao de layout deve ser feita aqui
      * para manter os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 expcontabil-reg.
           03 ect-data-movimento   pic x(8).
           03 ect-sequencia        pic 9(7).
           03 ect-data-envio       pic x(8).
      *    quantas vezes o dia ja foi enviado (1 no primeiro envio)
           03 ect-envios           pic 9(3).
           03 ect-qtd-detalhes     pic 9(5).
           03 ect-total-debitos    pic 9(11)v99.
           03 ect-total-creditos   pic 9(11)v99.
           03 ect-status           pic x(1).
               88 ect-enviado          value "E".
               88 ect-aceito           value "A".
               88 ect-rejeitado        value "R".
           03 ect-data-retorno     pic x(8).
      *    codigo de rejeicao devolvido pelo contador - espacos
      *    quando aceito
           03 ect-cod-rejeicao     pic x(3).
