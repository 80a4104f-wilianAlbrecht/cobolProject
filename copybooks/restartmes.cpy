      ******************************************************************
      * copybook do registro de checkpoint dos lancamentos de fim de
      * mes - restart_tarifas.dat (tarifamensal.cbl) e
      * restart_rendimentos.dat (rendimentos.cbl). um unico registro,
      * regravado a cada passo da conta em andamento e apagado quando
      * o programa chega ao fim de contas.dat. se o programa cair no
      * meio, a proxima execucao le o checkpoint, termina a conta que
      * estava em andamento pela fase gravada e continua da conta
      * seguinte com os mesmos totais e o mesmo lote. qualquer
      * alteracao de layout deve ser feita aqui para manter os
      * programas compativeis com o mesmo arquivo
      ******************************************************************
       01 restart-mes-reg.
      *    competencia (AAAAMM) e lote (ddmmaaaahhmmss) da execucao
           03 rst-competencia      pic x(6).
           03 rst-lote             pic x(14).
      *    ultima conta tratada e ate onde ela foi
           03 rst-conta-id         pic 9(5).
           03 rst-fase             pic x(1).
               88 rst-antes-regravar   value "A".
               88 rst-conta-regravada  value "C".
               88 rst-diario-gravado   value "D".
               88 rst-ir-gravado       value "I".
               88 rst-retencao-gravada value "R".
               88 rst-conta-concluida  value "L".
           03 rst-saldo-antes      pic s9(5)v99.
           03 rst-valor            pic 9(5)v99.
           03 rst-valor-ir         pic 9(5)v99.
      *    totais acumulados ate a ultima conta concluida
           03 rst-contas-lidas     pic 9(5).
           03 rst-qtd-lancadas     pic 9(5).
           03 rst-vlr-lancado      pic 9(7)v99.
           03 rst-vlr-ir           pic 9(7)v99.
           03 rst-qtd-ja-lancadas  pic 9(5).
           03 rst-vlr-ja-lancado   pic 9(7)v99.
           03 rst-qtd-falhas       pic 9(5).
           03 rst-vlr-falhas       pic 9(7)v99.
           03 rst-qtd-isentas      pic 9(5).
           03 rst-qtd-sem-saldo    pic 9(5).
           03 rst-qtd-obito        pic 9(5).
