      *          revisao do registrador; no modo MERGE
      *          (ALUNDUPE_MODO=MERGE, ALUNDUPE_ID_PERDE e
      *          ALUNDUPE_ID_MANTEM) transfere as matriculas do ID
      *          perdedor para o ID mantido em CFP002S1.DAT, com as
      *          respectivas notas (CFP005S1.DAT), reaponta para o ID
      *          mantido as faturas em aberto do perdedor no campus
      *          (CFP009S1.DAT) e grava em CFP010S1.DAT o apontamento
      *          do ID perdedor para o ID mantido, usado por MENSBAIX
      *          para localizar o nosso numero antigo no retorno do
      *          banco; inativa o registro perdedor e grava a
      *          operacao no jornal de auditoria com a acao propria
      *          'M', de forma que ALUNJINQ mostre quem fundiu o que
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.

                SELECT NOTA ASSIGN TO 'CFP005S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-NOTA
                FILE STATUS IS WS-FILES-NOTA.

                SELECT FATURA ASSIGN TO 'CFP009S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-FATURA
                FILE STATUS IS WS-FILES-FATURA.

                SELECT TRANSF ASSIGN TO 'CFP010S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-TRANSFERENCIA
                FILE STATUS IS WS-FILES-TRANSF.

                SELECT JORNAL ASSIGN TO 'CFP001J1.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-JORNAL.
       FD MATRICULA.
          COPY CFPK0002.

       FD NOTA.
          COPY CFPK0005.

       FD FATURA.
          COPY CFPK0009.

       FD TRANSF.
          COPY CFPK0010.

       FD JORNAL.
          COPY CFPJ0001.

          88 FIM-MATR                    VALUE 'S' FALSE 'N'.
       01 WS-TAB-MATR.
          03 WS-MATR-ENT OCCURS 50 TIMES.
             05 TB-MATRICULA             PIC X(56).
       77 WS-QTD-MATR                    PIC 9(02) VALUE ZEROS.
       77 WS-IDX-MATR                    PIC 9(02) VALUE ZEROS.
       77 WS-FILES-NOTA                  PIC 99    VALUE ZEROS.
       77 WS-FILES-FATURA                PIC 99    VALUE ZEROS.
       77 WS-FILES-TRANSF                PIC 99    VALUE ZEROS.
       77 WS-NOTA-DISPONIVEL             PIC X     VALUE 'N'.
          88 NOTA-DISPONIVEL             VALUE 'S' FALSE 'N'.
       77 WS-FIM-FATURA                  PIC X     VALUE 'N'.
          88 FIM-FATURA                  VALUE 'S' FALSE 'N'.
       01 WS-TAB-FATURA.
          03 WS-FATURA-ENT OCCURS 100 TIMES.
             05 TB-FATURA                PIC X(72).
       77 WS-QTD-FATURA                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FATURA                  PIC 9(03) VALUE ZEROS.
       77 WS-NOTA-ANT                    PIC X(31) VALUE SPACES.
       77 WS-CONT-NOTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-FATURAS                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-FAT-MANTIDAS           PIC 9(05) VALUE ZEROS.
       77 WS-HORA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-IMAGEM-ANTES                PIC X(45) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS               PIC X(45) VALUE SPACES.
       77 WS-JR-ID                       PIC 9(07) VALUE ZEROS.
            PERFORM P3B-VALIDAR-IDS
            IF MERGE-OK
                PERFORM P3C-COLETAR-MATRICULAS
                PERFORM P3H-ABRIR-NOTA
                PERFORM P3D-MOVER-MATRICULA
                    VARYING WS-IDX-MATR FROM 1 BY 1
                    UNTIL WS-IDX-MATR > WS-QTD-MATR
                IF NOTA-DISPONIVEL
                    CLOSE NOTA
                END-IF
                PERFORM P3J-MOVER-FATURAS
                PERFORM P3F-RETIRAR-PERDEDOR
                PERFORM P3G-MOVER-CONTATO
            END-IF
                    CONTINUE
            END-WRITE
            EVALUATE TRUE
                WHEN WS-FILES-MATR = 00 OR WS-FILES-MATR = 02
                    ADD 1 TO WS-CONT-MOVIDAS
                    PERFORM P3E-EXCLUIR-ORIGEM
                    PERFORM P3E2-MOVER-NOTA
                    PERFORM P7-GRAVAR-MOVIDA
                WHEN WS-FILES-MATR = 22
                    ADD 1 TO WS-CONT-MANTIDAS
                            ' - FILE STATUS: ' WS-FILES-MATR
            END-DELETE

            .
       P3E2-MOVER-NOTA.
            IF NOTA-DISPONIVEL
                MOVE WS-ID-PERDE TO NT-ID-ALUNO
                MOVE MT-CD-CURSO TO NT-CD-CURSO
                READ NOTA
                    KEY IS CH-NOTA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-NOTA TO WS-NOTA-ANT
                        MOVE WS-ID-MANTEM TO NT-ID-ALUNO
                        WRITE REG-NOTA
                            INVALID KEY
                                ADD 1 TO WS-CONT-ERROS
                                DISPLAY 'ERRO AO MOVER NOTA DO CURSO '
                                        NT-CD-CURSO ' - FILE STATUS: '
                                        WS-FILES-NOTA
                            NOT INVALID KEY
                                ADD 1 TO WS-CONT-NOTAS
                                MOVE WS-NOTA-ANT TO REG-NOTA
                                DELETE NOTA
                                    INVALID KEY
                                        ADD 1 TO WS-CONT-ERROS
                                END-DELETE
                        END-WRITE
                END-READ
            END-IF

            .
       P3H-ABRIR-NOTA.
            SET NOTA-DISPONIVEL TO FALSE
            OPEN I-O NOTA
            EVALUATE TRUE
                WHEN WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05
                    SET NOTA-DISPONIVEL TO TRUE
                WHEN WS-FILES-NOTA = 35
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE NOTAS '
                            'CFP005S1.DAT - FILE STATUS: '
                            WS-FILES-NOTA ' - NOTAS NAO MOVIDAS.'
            END-EVALUATE

            .
       P3J-MOVER-FATURAS.
            OPEN I-O FATURA
            EVALUATE TRUE
                WHEN WS-FILES-FATURA = 35
                    CONTINUE
                WHEN NOT (WS-FILES-FATURA = 00
                          OR WS-FILES-FATURA = 05)
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATURAS '
                            'CFP009S1.DAT - FILE STATUS: '
                            WS-FILES-FATURA ' - FATURAS NAO MOVIDAS.'
                WHEN OTHER
                    MOVE ZEROS TO WS-QTD-FATURA
                    MOVE WS-ID-PERDE TO FT-ID-ALUNO
                    MOVE LOW-VALUES  TO FT-CD-CURSO
                    MOVE ZEROS       TO FT-COMPETENCIA
                    SET FIM-FATURA TO FALSE
                    START FATURA KEY IS NOT LESS THAN CH-FATURA
                        INVALID KEY
                            SET FIM-FATURA TO TRUE
                    END-START
                    PERFORM P3J2-LER-FATURA UNTIL FIM-FATURA
                    PERFORM P3J3-MOVER-FATURA
                        VARYING WS-IDX-FATURA FROM 1 BY 1
                        UNTIL WS-IDX-FATURA > WS-QTD-FATURA
                    CLOSE FATURA
            END-EVALUATE

            .
       P3J2-LER-FATURA.
            READ FATURA NEXT RECORD
                AT END
                    SET FIM-FATURA TO TRUE
                NOT AT END
                    IF FT-ID-ALUNO NOT = WS-ID-PERDE
                        SET FIM-FATURA TO TRUE
                    ELSE
                        IF FATURA-ABERTA AND FT-CAMPUS = WS-CAMPUS
                            IF WS-QTD-FATURA < 100
                                ADD 1 TO WS-QTD-FATURA
                                MOVE REG-FATURA
                                    TO TB-FATURA(WS-QTD-FATURA)
                            ELSE
                                ADD 1 TO WS-CONT-ERROS
                                DISPLAY 'LIMITE DE 100 FATURAS POR '
                                        'FUSAO EXCEDIDO - EXECUTE '
                                        'NOVAMENTE PARA AS RESTANTES.'
                                SET FIM-FATURA TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-READ

            .
       P3J3-MOVER-FATURA.
            MOVE TB-FATURA(WS-IDX-FATURA) TO REG-FATURA
            MOVE WS-ID-MANTEM TO FT-ID-ALUNO
            WRITE REG-FATURA
                INVALID KEY
                    CONTINUE
            END-WRITE
            EVALUATE TRUE
                WHEN WS-FILES-FATURA = 00
                    ADD 1 TO WS-CONT-FATURAS
                    MOVE TB-FATURA(WS-IDX-FATURA) TO REG-FATURA
                    DELETE FATURA
                        INVALID KEY
                            ADD 1 TO WS-CONT-ERROS
                            DISPLAY 'ERRO AO EXCLUIR FATURA ORIGINAL '
                                    CH-FATURA ' - FILE STATUS: '
                                    WS-FILES-FATURA
                    END-DELETE
                    PERFORM P7G-FATURA-MOVIDA
                WHEN WS-FILES-FATURA = 22
                    ADD 1 TO WS-CONT-FAT-MANTIDAS
                    MOVE TB-FATURA(WS-IDX-FATURA) TO REG-FATURA
                    PERFORM P7H-FATURA-MANTIDA
                WHEN OTHER
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ERRO AO MOVER FATURA ' CH-FATURA
                            ' - FILE STATUS: ' WS-FILES-FATURA
            END-EVALUATE

            .
       P3K-GRAVAR-APONTADOR.
            OPEN I-O TRANSF
            IF WS-FILES-TRANSF = 35
                OPEN OUTPUT TRANSF
                CLOSE TRANSF
                OPEN I-O TRANSF
            END-IF
            IF NOT (WS-FILES-TRANSF = 00 OR WS-FILES-TRANSF = 05)
                ADD 1 TO WS-CONT-ERROS
                DISPLAY 'ERRO AO ABRIR CFP010S1.DAT - FILE STATUS: '
                        WS-FILES-TRANSF ' - APONTAMENTO NAO GRAVADO.'
            ELSE
                ACCEPT WS-HORA-SISTEMA FROM TIME
                MOVE WS-CAMPUS       TO TA-CAMPUS-ORIGEM
                MOVE WS-ID-PERDE     TO TA-ID-ORIGEM
                MOVE WS-CAMPUS       TO TA-CAMPUS-DESTINO
                MOVE WS-ID-MANTEM    TO TA-ID-DESTINO
                MOVE WS-DATA-SISTEMA TO TA-DT-TRANSFERENCIA
                MOVE WS-HORA-SISTEMA TO TA-HR-TRANSFERENCIA
                MOVE WS-CONT-MOVIDAS TO TA-QT-MATRICULAS
                MOVE 'ALUNDUPE'      TO TA-OPERADOR
                WRITE REG-TRANSFERENCIA
                    INVALID KEY
                        CONTINUE
                END-WRITE
                EVALUATE TRUE
                    WHEN WS-FILES-TRANSF = 00
                        CONTINUE
                    WHEN WS-FILES-TRANSF = 22
                        PERFORM P7I-APONTADOR-EXISTENTE
                    WHEN OTHER
                        ADD 1 TO WS-CONT-ERROS
                        DISPLAY 'ERRO AO GRAVAR APONTAMENTO EM '
                                'CFP010S1.DAT - FILE STATUS: '
                                WS-FILES-TRANSF
                END-EVALUATE
                CLOSE TRANSF
            END-IF

            .
       P3F-RETIRAR-PERDEDOR.
            MOVE WS-ID-PERDE TO ID-ALUNO
                            MOVE WS-ID-PERDE TO WS-JR-ID
                            PERFORM P8-GRAVAR-JORNAL
                            PERFORM P8B-JORNAL-MANTIDO
                            PERFORM P3K-GRAVAR-APONTADOR
                            PERFORM P7C-GRAVAR-RESUMO
                    END-REWRITE
            END-READ
            WRITE RELDUPE-LINHA
            DISPLAY FUNCTION TRIM(RELDUPE-LINHA)

            .
       P7G-FATURA-MOVIDA.
            MOVE SPACES TO RELDUPE-LINHA
            STRING 'FATURA     - CURSO=' FT-CD-CURSO
                   ' COMPETENCIA=' FT-COMPETENCIA
                   ' DE ID=' WS-ID-PERDE ' PARA ID=' WS-ID-MANTEM
                   DELIMITED BY SIZE INTO RELDUPE-LINHA
            END-STRING
            WRITE RELDUPE-LINHA
            DISPLAY FUNCTION TRIM(RELDUPE-LINHA)

            .
       P7H-FATURA-MANTIDA.
            MOVE SPACES TO RELDUPE-LINHA
            STRING 'FATURA     - CURSO=' FT-CD-CURSO
                   ' COMPETENCIA=' FT-COMPETENCIA
                   ' ID MANTIDO ' WS-ID-MANTEM
                   ' JA FATURADO - FATURA PERMANECE NO ID '
                   WS-ID-PERDE ' (VERIFICAR COM A TESOURARIA)'
                   DELIMITED BY SIZE INTO RELDUPE-LINHA
            END-STRING
            WRITE RELDUPE-LINHA
            DISPLAY FUNCTION TRIM(RELDUPE-LINHA)

            .
       P7I-APONTADOR-EXISTENTE.
            MOVE SPACES TO RELDUPE-LINHA
            STRING 'APONTADOR  - ID ' WS-ID-PERDE
                   ' JA POSSUI APONTAMENTO EM CFP010S1.DAT - '
                   'APONTAMENTO ANTERIOR PRESERVADO'
                   DELIMITED BY SIZE INTO RELDUPE-LINHA
            END-STRING
            WRITE RELDUPE-LINHA
            DISPLAY FUNCTION TRIM(RELDUPE-LINHA)

            .
       P7C-GRAVAR-RESUMO.
            MOVE SPACES TO RELDUPE-LINHA
                       '  ERROS: '            WS-CONT-ERROS
                       DELIMITED BY SIZE INTO RELDUPE-LINHA
                END-STRING
                WRITE RELDUPE-LINHA
                DISPLAY FUNCTION TRIM(RELDUPE-LINHA)
                MOVE SPACES TO RELDUPE-LINHA
                STRING 'NOTAS MOVIDAS: '      WS-CONT-NOTAS
                       '  FATURAS MOVIDAS: '  WS-CONT-FATURAS
                       '  FATURAS MANTIDAS: ' WS-CONT-FAT-MANTIDAS
                       DELIMITED BY SIZE INTO RELDUPE-LINHA
                END-STRING
            ELSE
                STRING 'REGISTROS LIDOS: '    WS-CONT-LIDOS
                       '  CANDIDATOS: '       WS-CONT-CANDIDATOS
