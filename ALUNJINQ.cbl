                    MOVE 'MERGE     ' TO WS-DESC-ACAO
                WHEN JR-ACAO-CONTATO
                    MOVE 'CONTATO   ' TO WS-DESC-ACAO
                WHEN JR-ACAO-TRANSFERENCIA
                    MOVE 'TRANSFER. ' TO WS-DESC-ACAO
                WHEN OTHER
                    MOVE 'INVALIDA '  TO WS-DESC-ACAO
            END-EVALUATE
