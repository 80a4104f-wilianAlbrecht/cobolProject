       01 operador-reg.
           03 ope-matricula        pic x(10).
           03 ope-nome             pic x(30).
      *    nivel 3 (gerente) tem tudo o que o supervisor tem e e'
      *    a alcada mais alta de aprovacao de propostas de credito
           03 ope-nivel            pic 9(1).
               88 ope-nivel-operador    value 1.
               88 ope-nivel-supervisor  value 2 3.
               88 ope-nivel-gerente     value 3.
           03 ope-ativo            pic x(1).
               88 ope-esta-ativo        value "A".
               88 ope-esta-inativo      value "I".
