      ******************************************************************
      * copybook do registro fisico gravado em aliquota_ir.dat
      * aliquota do imposto de renda retido na fonte sobre os juros
      * creditados aos clientes (rendimento das contas e juros de
      * aplicacao a prazo), por data de vigencia (fracao - ex.: 1500
      * = 15%), carregada pelo back office via mantaliqir.cbl no
      * mesmo espirito de rendimento.dat. quando ha mais de um
      * registro para a mesma data, vale o ultimo gravado. sem
      * aliquota vigente nada e' retido. lida por rendimentos.cbl,
      * resgateapl.cbl e aplicacoes.cbl. qualquer alteracao de
      * layout deve ser feita aqui para manter os programas
      * compativeis com o mesmo arquivo
      ******************************************************************
       01 aliquota-ir-reg.
           03 air-data-vigencia    pic x(8).
           03 air-aliquota         pic v9(4).
