           move pes-cidade to pessoa-cidade
           move pes-uf     to pessoa-uf
           move pes-cep    to pessoa-cep
           move spaces     to pessoa-obito

           write pessoa-file
               invalid key
