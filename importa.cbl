           move ws-imp-cidade                   to pessoa-cidade
           move ws-imp-uf                       to pessoa-uf
           move ws-imp-cep                      to pessoa-cep
           move spaces                          to pessoa-obito

           write pessoa-file
               invalid key
