      ******************************************************************
      * copybook do registro fisico gravado em apropriacoes.dat
      * posicao da apropriacao diaria de juros de cada contrato de
      * contratos.dat (um registro por devedor), regravada inteira
      * por apropriacao.cbl a cada noite: juros apropriados pro rata
      * dia em juros a receber (1103), juros ja recebidos nas
      * parcelas, quanto do a receber os pagamentos ja baixaram,
      * quanto foi estornado e os juros suspensos enquanto o
      * contrato esta fora da apropriacao (atraso acima do limite ou
      * baixa em prejuizo). qualquer alteracao de layout deve ser
      * feita aqui para manter os programas compativeis com o mesmo
      * arquivo
      ******************************************************************
       01 apropriacao-reg.
           03 apr-dev-id           pic 9(5).
           03 apr-situacao         pic x(1).
               88 apr-em-apropriacao   value "A".
               88 apr-suspensa         value "N".
      *    data da ultima troca de situacao
           03 apr-data-situacao    pic x(8).
      *    total apropriado (D 1103/C 3007) desde o contrato
           03 apr-juros-apropriado pic 9(7)v99.
      *    juros das parcelas ja recebidos (pagamento aplicado
      *    primeiro nos juros da parcela)
           03 apr-juros-recebido   pic 9(7)v99.
      *    parte do a receber baixada pelos pagamentos
           03 apr-juros-baixado    pic 9(7)v99.
      *    parte do a receber estornada (suspensao ou renegociacao)
           03 apr-juros-estornado  pic 9(7)v99.
      *    juros da agenda nao reconhecidos por causa da suspensao
           03 apr-juros-suspenso   pic 9(7)v99.
