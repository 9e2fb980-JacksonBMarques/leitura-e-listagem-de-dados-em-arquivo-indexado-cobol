                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.

                SELECT CONTATO ASSIGN TO 'CFP004S1.DAT'
