      ******************************************************************
      * copybook do registro fisico gravado em alteracoes_pend.dat
      * alteracoes de parametros e cadastros mestres pendentes de
      * aprovacao (dupla custodia): manttaxas, manttarifas,
      * mantrendimento, mantcotacoes, mantferiados, mantoper,
      * mantassessorias, mantdistrib, mantindices, mantlimite (taxa
      * do cheque especial), mantaliqir, mantpdd e aplicacoes (taxas
      * da aplicacao a prazo) nao gravam direto no arquivo - gravam
      * aqui a proposta com a matricula de quem propos e as imagens
      * antes/depois do registro (antes em branco quando o registro
      * e' novo). um supervisor diferente do proponente aprova ou
      * rejeita em aprovaalt.cbl, que aplica a imagem depois no
      * arquivo de destino; a proposta fica preservada com a
      * decisao. relatorio em relalteracoes.cbl.
      * qualquer alteracao de layout deve ser feita aqui para manter
      * os programas compativeis com o mesmo arquivo
      ******************************************************************
       01 altpend-reg.
           03 alp-numero           pic 9(7).
      *    tipo da alteracao e arquivo de destino
           03 alp-tipo             pic x(3).
               88 alp-eh-taxa          value "TAX".
               88 alp-eh-tarifa        value "TAR".
               88 alp-eh-isencao-inclui value "ISI".
               88 alp-eh-isencao-cancela value "ISC".
               88 alp-eh-rendimento    value "RDT".
               88 alp-eh-cotacao       value "COT".
               88 alp-eh-feriado       value "FER".
               88 alp-eh-assessoria    value "ASS".
               88 alp-eh-distribuicao  value "DIS".
               88 alp-eh-indice        value "IDX".
               88 alp-eh-operador-inclui value "OPI".
               88 alp-eh-operador-nivel value "OPN".
               88 alp-eh-operador-inativa value "OPA".
               88 alp-eh-operador      values "OPI" "OPN" "OPA".
               88 alp-eh-taxa-cheque   value "TCH".
               88 alp-eh-aliquota-ir   value "AIR".
               88 alp-eh-taxa-aplicacao value "TAP".
               88 alp-eh-nivel-pdd     value "PDN".
           03 alp-programa         pic x(12).
      *    chave legivel do registro alterado (data de vigencia,
      *    tipo de tarifa, moeda, conta, matricula, assessoria,
      *    agencia + relatorio da distribuicao, indice + vigencia
      *    ou nivel de risco da pdd)
           03 alp-chave            pic x(20).
      *    imagens do registro no layout do arquivo de destino
           03 alp-antes            pic x(60).
           03 alp-depois           pic x(60).
           03 alp-proponente       pic x(10).
           03 alp-data-proposta    pic x(8).
           03 alp-hora-proposta    pic x(6).
           03 alp-situacao         pic x(1).
               88 alp-pendente         value "P".
               88 alp-aplicada         value "A".
               88 alp-rejeitada        value "R".
           03 alp-aprovador        pic x(10).
           03 alp-data-decisao     pic x(8).
           03 alp-hora-decisao     pic x(6).
           03 alp-motivo           pic x(40).
