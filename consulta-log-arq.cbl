                   MOVE "EXCLUSAO" TO WS-OPERACAO-TEXTO
               WHEN LOG-REATIVACAO
                   MOVE "REATIVACAO" TO WS-OPERACAO-TEXTO
               WHEN LOG-CONSENTIMENTO
                   MOVE "CONSENTIM." TO WS-OPERACAO-TEXTO
               WHEN LOG-VINCULO
                   MOVE "VINCULO" TO WS-OPERACAO-TEXTO
               WHEN LOG-TROCA-CPF
                   MOVE "TROCA CPF" TO WS-OPERACAO-TEXTO
               WHEN OTHER
                   MOVE LOG-OPERACAO TO WS-OPERACAO-TEXTO
           END-EVALUATE
