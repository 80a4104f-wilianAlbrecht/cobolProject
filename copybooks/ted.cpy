      ******************************************************************
      * copybook do registro fisico gravado em teds.dat
      * ordens de transferencia para outro banco (TED) feitas no
      * caixa: uma ordem por transferencia, com o favorecido no outro
      * banco, o valor e a tarifa TED debitados do cliente e a
      * situacao da ordem. gravada por variaveis2.cbl (opcao 8, ordem
      * na fila), enviada ao banco liquidante por remted.cbl (arquivo
      * remessa_ted.txt com header/trailer) e confirmada ou devolvida
      * por retted.cbl (retorno_ted.txt); relted.cbl lista as ordens
      * do dia. situacoes: P na fila para o proximo arquivo, E
      * enviada aguardando retorno, C confirmada pelo banco, R
      * rejeitada - valor devolvido a conta do cliente. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
       01 ted-reg.
      *    numero da ordem - o mesmo que vai no arquivo e volta no
      *    retorno do banco
           03 ted-numero           pic 9(7).
           03 ted-conta-id         pic 9(5).
           03 ted-cliente-id       pic 9(5).
      *    favorecido no outro banco
           03 ted-banco            pic 9(3).
           03 ted-agencia          pic 9(4).
           03 ted-conta-fav        pic x(12).
      *    CPF (11 digitos) ou CNPJ (14 digitos) do favorecido
           03 ted-documento        pic x(14).
           03 ted-favorecido       pic x(30).
           03 ted-valor            pic 9(5)v99.
           03 ted-tarifa           pic 9(5)v99.
      *    data/hora do debito no caixa (ddmmaaaahhmmss), a mesma das
      *    pernas X e F em transacoes.log
           03 ted-data-hora        pic x(14).
           03 ted-data-pedido      pic x(8).
           03 ted-operador         pic x(10).
           03 ted-agencia-origem   pic 9(3).
           03 ted-status           pic x(1).
               88 ted-na-fila          value "P".
               88 ted-enviada          value "E".
               88 ted-confirmada       value "C".
               88 ted-rejeitada        value "R".
      *    sequencia do arquivo de remessa que levou a ordem
           03 ted-remessa          pic 9(7).
      *    datas (AAAAMMDD) da geracao da remessa e do processamento
      *    do retorno
           03 ted-data-envio       pic x(8).
           03 ted-data-retorno     pic x(8).
      *    codigo de rejeicao devolvido pelo banco - espacos quando
      *    confirmada
           03 ted-cod-rejeicao     pic x(3).
