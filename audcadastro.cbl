      * date: 03/09/2026
      * purporse: consulta do historico de alteracoes de um cadastro
      * - le a trilha de auditoria cadastro_aud.log (gravada por
      * manutencao.cbl, importa.cbl, manttitulares.cbl e
      * espolio.cbl) e imprime, para um pessoa-id informado por
      * parametro ou teclado, quem mudou o que e quando, com as
      * imagens antes/depois de cada
      * campo (+TIT/-TIT: entrada e saida como titular de conta;
      * OBIT: registro do obito; HERD: saldo liberado a herdeiro). no
      * mesmo molde de extratodev.cbl
      ******************************************************************

       identification division.
                   move "INAT" to ws-det-acao
               when cda-eh-carga
                   move "CARG" to ws-det-acao
               when cda-eh-inclui-titular
                   move "+TIT" to ws-det-acao
               when cda-eh-exclui-titular
                   move "-TIT" to ws-det-acao
               when cda-eh-obito
                   move "OBIT" to ws-det-acao
               when cda-eh-liberacao-espolio
                   move "HERD" to ws-det-acao
               when other
                   move cda-acao to ws-det-acao
           end-evaluate
