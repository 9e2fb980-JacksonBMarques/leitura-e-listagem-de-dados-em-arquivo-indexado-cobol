            MOVE MTA-DT-MATRICULA TO MT-DT-MATRICULA
            MOVE 'A'              TO MT-ST-MATRICULA
            MOVE ZEROS            TO MT-DT-SITUACAO
            MOVE SPACES           TO MT-CD-PERIODO
            WRITE REG-MATRICULA
                INVALID KEY
                    CONTINUE
