      *          como o jornal e unico e nao identifica o campus,
      *          com mais de um campus em CAMPUS.CFG a execucao e
      *          abandonada salvo confirmacao supervisionada
      *          (ALUNREST_CONFIRMA=S); acoes 'T' (transferencia
      *          entre campi) sem imagem-antes sao o recadastro no
      *          campus de destino e reaplicadas como inclusao, as
      *          demais como regravacao (inativacao na origem)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                WHEN JR-ACAO-REATIVACAO
                WHEN JR-ACAO-MERGE
                    PERFORM P3B-APLICAR-REGRAVACAO
                WHEN JR-ACAO-TRANSFERENCIA
                     AND JR-IMAGEM-ANTES = SPACES
                    PERFORM P3-APLICAR-INCLUSAO
                WHEN JR-ACAO-TRANSFERENCIA
                    PERFORM P3B-APLICAR-REGRAVACAO
                WHEN OTHER
                    ADD 1 TO WS-CONT-IGNORADAS
                    MOVE 'ACAO DESCONHECIDA NO JORNAL'
