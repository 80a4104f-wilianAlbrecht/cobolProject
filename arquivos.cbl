               move cad-cidade     to pessoa-cidade
               move cad-uf         to pessoa-uf
               move cad-cep        to pessoa-cep
               move spaces         to pessoa-obito

               write pessoa-file
                   invalid key
