           move pessoa-status-reg-ant to pessoa-status-reg
           move pessoa-telefone-ant   to pessoa-telefone
           move pessoa-endereco-ant   to pessoa-endereco
           move spaces                to pessoa-obito

           write pessoa-file
               invalid key
