      * arquivo. telefone/endereco seguem o mesmo formato de
      * pessoa.cpy (req018) para que o registro de registros.txt seja
      * a mesma "forma" de pessoa usada por person.cbl/variaveis.cbl,
      * nao apenas o ID/NOME/STATUS original. o obito (data e
      * referencia da certidao) e' registrado em manutencao.cbl e
      * fica em branco enquanto o cliente e' vivo.
      ******************************************************************
       01 pessoa-file.
           03 pessoa-id            pic 9(5).
               05 pessoa-cidade     pic x(15).
               05 pessoa-uf         pic x(2).
               05 pessoa-cep        pic x(9).
           03 pessoa-obito.
               05 pessoa-data-obito pic x(8).
                   88 pessoa-sem-obito  value spaces.
               05 pessoa-doc-obito  pic x(20).
