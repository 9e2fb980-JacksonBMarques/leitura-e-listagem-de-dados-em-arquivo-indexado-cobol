      *          nome oficial do catalogo; gera relatorio de
      *          aceitos/rejeitados (MATRCARG.LST) com contagens
      *          para a secretaria corrigir e reenviar so os
      *          rejeitados; movimento para curso sem vagas entra
      *          na lista de espera do curso (CFP006S1.DAT) e sai
      *          no relatorio como ESPERA, sem precisar reenvio;
      *          o aluno precisa ter concluido cada curso
      *          pre-requisito (CFP007S1.DAT) do curso pedido; a
      *          data da matricula precisa estar na janela de
      *          matricula de um periodo letivo aberto
      *          (CFP008S1.DAT, via DATAVLD) e o periodo e gravado
      *          na matricula; a contagem de vagas le so as
      *          matriculas do curso pela chave alternativa
      *          MT-CD-CURSO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.

                SELECT CURSO ASSIGN TO 'CFP003S1.DAT'
                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT ESPERA ASSIGN TO 'CFP006S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-ESPERA
                FILE STATUS IS WS-FILES-ESPERA.

                SELECT PREREQ ASSIGN TO 'CFP007S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-PREREQ
                FILE STATUS IS WS-FILES-PREREQ.

                SELECT CARGA ASSIGN TO 'MATRCARG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-CARGA.
       FD CURSO.
          COPY CFPK0003.

       FD ESPERA.
          COPY CFPK0006.

       FD PREREQ.
          COPY CFPK0007.

       FD CARGA.
       01 CARGA-LINHA                    PIC X(41).

          88 MOVTO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATR                    PIC X     VALUE 'N'.
          88 FIM-MATR                    VALUE 'S' FALSE 'N'.
       77 WS-FILES-ESPERA                PIC 99    VALUE ZEROS.
       77 WS-FILES-PREREQ                PIC 99    VALUE ZEROS.
       77 WS-PREREQ-SITUACAO             PIC X     VALUE 'N'.
          88 PREREQ-DISPONIVEL           VALUE 'S'.
          88 PREREQ-INEXISTENTE          VALUE 'N'.
          88 PREREQ-ERRO                 VALUE 'E'.
       77 WS-FIM-PREREQ                  PIC X     VALUE 'N'.
          88 FIM-PREREQ                  VALUE 'S' FALSE 'N'.
       77 WS-PREREQ-CUMPRIDO             PIC X     VALUE 'N'.
          88 PREREQ-CUMPRIDO             VALUE 'S' FALSE 'N'.
       77 WS-MOVTO-ESPERA                PIC X     VALUE 'N'.
          88 MOVTO-ESPERA                VALUE 'S' FALSE 'N'.
       77 WS-FIM-ESPERA                  PIC X     VALUE 'N'.
          88 FIM-ESPERA                  VALUE 'S' FALSE 'N'.
       77 WS-JA-NA-ESPERA                PIC X     VALUE 'N'.
          88 JA-NA-ESPERA                VALUE 'S' FALSE 'N'.
       77 WS-ULTIMA-SEQ                  PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO-ESPERA              PIC 9(05) VALUE ZEROS.
       77 WS-HORA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-DATA-MOVTO                  PIC 9(08) VALUE ZEROS.
       77 WS-CONT-VAGAS                  PIC 9(04) VALUE ZEROS.
       77 WS-DTV-DATA                    PIC X(08) VALUE SPACES.
       77 WS-DTV-OPCAO                   PIC X(01) VALUE SPACES.
       77 WS-DTV-RETORNO                 PIC X(01) VALUE SPACES.
       77 WS-DTV-MENSAGEM                PIC X(30) VALUE SPACES.
       77 WS-CD-PERIODO                  PIC X(06) VALUE SPACES.
       77 WS-CONT-LIDOS                  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ACEITOS                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REJEITADOS             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ESPERA                 PIC 9(05) VALUE ZEROS.
       77 WS-FILES-REJEICAO              PIC X(02) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
                                CLOSE CURSO
                                CLOSE CARGA
                            ELSE
                                PERFORM P0C-ABRIR-ESPERA
                                IF NOT (WS-FILES-ESPERA = 00 OR
                                        WS-FILES-ESPERA = 05)
                                    DISPLAY 'ERRO AO ABRIR LISTA DE '
                                            'ESPERA CFP006S1.DAT - '
                                            'FILE STATUS: '
                                            WS-FILES-ESPERA
                                    CLOSE ALUNO
                                    CLOSE MATRICULA
                                    CLOSE CURSO
                                    CLOSE CARGA
                                    CLOSE RELCARGA
                                ELSE
                                    SET ABERTURA-OK TO TRUE
                                    PERFORM P0D-ABRIR-PREREQ
                                    PERFORM P6-CABECALHO
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                OPEN I-O MATRICULA
            END-IF

            .
       P0C-ABRIR-ESPERA.
            OPEN I-O ESPERA
            IF WS-FILES-ESPERA = 35
                OPEN OUTPUT ESPERA
                CLOSE ESPERA
                OPEN I-O ESPERA
            END-IF

            .
       P0D-ABRIR-PREREQ.
            OPEN INPUT PREREQ
            EVALUATE TRUE
                WHEN WS-FILES-PREREQ = 00 OR WS-FILES-PREREQ = 05
                    SET PREREQ-DISPONIVEL TO TRUE
                WHEN WS-FILES-PREREQ = 35
                    SET PREREQ-INEXISTENTE TO TRUE
                WHEN OTHER
                    SET PREREQ-ERRO TO TRUE
                    DISPLAY 'AVISO: ARQUIVO DE PRE-REQUISITOS '
                            'CFP007S1.DAT INDISPONIVEL - FILE STATUS: '
                            WS-FILES-PREREQ
            END-EVALUATE

            .
       P1-LER-CARGA.
            READ CARGA
       P2-APLICAR-MOVIMENTO.
            MOVE FUNCTION UPPER-CASE(WS-CD-CURSO) TO WS-CD-CURSO
            SET MOVTO-OK TO FALSE
            SET MOVTO-ESPERA TO FALSE
            PERFORM P2B-CRITICAR-MOVIMENTO
            EVALUATE TRUE
                WHEN MOVTO-OK
                    PERFORM P3-INCLUIR-MATRICULA
                WHEN MOVTO-ESPERA
                    PERFORM P3B-INCLUIR-ESPERA
                WHEN OTHER
                    ADD 1 TO WS-CONT-REJEITADOS
                    PERFORM P4-GRAVAR-REJEITADO
            END-EVALUATE

            .
       P2B-CRITICAR-MOVIMENTO.
            .
       P2H-CRITICAR-DATA.
            MOVE WS-DT-MATRICULA TO WS-DTV-DATA
            MOVE 'P'             TO WS-DTV-OPCAO
            CALL 'DATAVLD' USING WS-DTV-DATA WS-DTV-OPCAO
                                 WS-DTV-RETORNO WS-DTV-MENSAGEM
            IF WS-DTV-RETORNO NOT = '0'
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                END-STRING
            ELSE
                MOVE WS-DTV-MENSAGEM(1:6) TO WS-CD-PERIODO
                PERFORM P2C-CRITICAR-ALUNO
            END-IF

                        WHEN CURSO-ENCERRADO
                            MOVE 'CURSO ENCERRADO' TO WS-MSG-ERRO
                        WHEN OTHER
                            PERFORM P2J-CRITICAR-PREREQ
                    END-EVALUATE
            END-READ

            .
       P2J-CRITICAR-PREREQ.
            SET PREREQ-CUMPRIDO TO TRUE
            EVALUATE TRUE
                WHEN PREREQ-ERRO
                    SET PREREQ-CUMPRIDO TO FALSE
                    MOVE 'ARQUIVO DE PRE-REQUISITOS INDISPONIVEL'
                        TO WS-MSG-ERRO
                WHEN PREREQ-DISPONIVEL
                    MOVE WS-CD-CURSO TO PR-CD-CURSO
                    MOVE LOW-VALUES  TO PR-CD-PREREQ
                    SET FIM-PREREQ TO FALSE
                    START PREREQ KEY IS NOT LESS THAN CH-PREREQ
                        INVALID KEY
                            SET FIM-PREREQ TO TRUE
                    END-START
                    PERFORM P2J2-LER-PREREQ
                        UNTIL FIM-PREREQ OR NOT PREREQ-CUMPRIDO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF PREREQ-CUMPRIDO
                PERFORM P2E-CRITICAR-VAGAS
            END-IF

            .
       P2J2-LER-PREREQ.
            READ PREREQ NEXT RECORD
                AT END
                    SET FIM-PREREQ TO TRUE
                NOT AT END
                    IF PR-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-PREREQ TO TRUE
                    ELSE
                        MOVE WS-ID-ALUNO  TO MT-ID-ALUNO
                        MOVE PR-CD-PREREQ TO MT-CD-CURSO
                        READ MATRICULA
                            KEY IS CH-MATRICULA
                            INVALID KEY
                                SET PREREQ-CUMPRIDO TO FALSE
                            NOT INVALID KEY
                                IF NOT MATRICULA-CONCLUIDA
                                    SET PREREQ-CUMPRIDO TO FALSE
                                END-IF
                        END-READ
                        IF NOT PREREQ-CUMPRIDO
                            MOVE SPACES TO WS-MSG-ERRO
                            STRING 'PRE-REQUISITO ' PR-CD-PREREQ
                                   ' NAO CONCLUIDO PELO ALUNO'
                                   DELIMITED BY SIZE INTO WS-MSG-ERRO
                            END-STRING
                        END-IF
                    END-IF
            END-READ

            .
       P2E-CRITICAR-VAGAS.
            PERFORM P2F-CONTAR-VAGAS
            IF CR-VG-CURSO > ZERO
               AND WS-CONT-VAGAS >= CR-VG-CURSO
                MOVE 'CURSO SEM VAGAS' TO WS-MSG-ERRO
                PERFORM P2I-CRITICAR-ESPERA
            ELSE
                PERFORM P2G-CRITICAR-DUPLICIDADE
            END-IF
            .
       P2F-CONTAR-VAGAS.
            MOVE ZEROS TO WS-CONT-VAGAS
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS EQUAL TO MT-CD-CURSO
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-MATR TO TRUE
                    ELSE
                        IF MATRICULA-ATIVA
                            ADD 1 TO WS-CONT-VAGAS
                        END-IF
                    END-IF
            END-READ

                        TO WS-MSG-ERRO
            END-READ

            .
       P2I-CRITICAR-ESPERA.
            MOVE WS-ID-ALUNO TO MT-ID-ALUNO
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            READ MATRICULA
                KEY IS CH-MATRICULA
                INVALID KEY
                    SET MOVTO-ESPERA TO TRUE
                NOT INVALID KEY
                    MOVE 'MATRICULA JA CADASTRADA PARA O CURSO'
                        TO WS-MSG-ERRO
            END-READ

            .
       P3-INCLUIR-MATRICULA.
            MOVE WS-ID-ALUNO     TO MT-ID-ALUNO
            MOVE WS-DT-MATRICULA TO MT-DT-MATRICULA
            MOVE 'A'             TO MT-ST-MATRICULA
            MOVE ZEROS           TO MT-DT-SITUACAO
            MOVE WS-CD-PERIODO   TO MT-CD-PERIODO
            WRITE REG-MATRICULA
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-FILES-MATR = 00 OR WS-FILES-MATR = 02
                ADD 1 TO WS-CONT-ACEITOS
                PERFORM P4B-GRAVAR-ACEITO
            ELSE
                PERFORM P4-GRAVAR-REJEITADO
            END-IF

            .
       P3B-INCLUIR-ESPERA.
            PERFORM P3C-PERCORRER-ESPERA
            IF JA-NA-ESPERA
                ADD 1 TO WS-CONT-ESPERA
                PERFORM P4C-GRAVAR-ESPERA
            ELSE
                ACCEPT WS-DATA-MOVTO   FROM DATE YYYYMMDD
                ACCEPT WS-HORA-SISTEMA FROM TIME
                MOVE WS-CD-CURSO     TO ES-CD-CURSO
                ADD 1 TO WS-ULTIMA-SEQ GIVING ES-SEQUENCIA
                MOVE WS-ID-ALUNO     TO ES-ID-ALUNO
                MOVE NM-ALUNO        TO ES-NM-ALUNO
                MOVE WS-CAMPUS       TO ES-CAMPUS
                MOVE WS-DATA-MOVTO   TO ES-DT-ENTRADA
                MOVE WS-HORA-SISTEMA TO ES-HR-ENTRADA
                MOVE 'A'             TO ES-ST-ESPERA
                MOVE ZEROS           TO ES-DT-SITUACAO
                MOVE SPACES          TO ES-OBSERVACAO
                WRITE REG-ESPERA
                    INVALID KEY
                        CONTINUE
                END-WRITE
                IF WS-FILES-ESPERA = 00
                    ADD 1 TO WS-POSICAO-ESPERA
                    ADD 1 TO WS-CONT-ESPERA
                    PERFORM P4C-GRAVAR-ESPERA
                ELSE
                    ADD 1 TO WS-CONT-REJEITADOS
                    MOVE WS-FILES-ESPERA TO WS-FILES-REJEICAO
                    MOVE 'CURSO SEM VAGAS - ERRO NA LISTA DE ESPERA'
                        TO WS-MSG-ERRO
                    PERFORM P4-GRAVAR-REJEITADO
                END-IF
            END-IF

            .
       P3C-PERCORRER-ESPERA.
            MOVE ZEROS TO WS-ULTIMA-SEQ
            MOVE ZEROS TO WS-POSICAO-ESPERA
            SET JA-NA-ESPERA TO FALSE
            SET FIM-ESPERA TO FALSE
            MOVE WS-CD-CURSO TO ES-CD-CURSO
            MOVE ZEROS       TO ES-SEQUENCIA
            START ESPERA KEY IS NOT LESS THAN CH-ESPERA
                INVALID KEY
                    SET FIM-ESPERA TO TRUE
            END-START
            PERFORM P3D-LER-ESPERA UNTIL FIM-ESPERA

            .
       P3D-LER-ESPERA.
            READ ESPERA NEXT RECORD
                AT END
                    SET FIM-ESPERA TO TRUE
                NOT AT END
                    IF ES-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-ESPERA TO TRUE
                    ELSE
                        MOVE ES-SEQUENCIA TO WS-ULTIMA-SEQ
                        IF ESPERA-AGUARDANDO AND NOT JA-NA-ESPERA
                            ADD 1 TO WS-POSICAO-ESPERA
                            IF ES-ID-ALUNO = WS-ID-ALUNO
                                SET JA-NA-ESPERA TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-READ

            .
       P4-GRAVAR-REJEITADO.
            MOVE SPACES TO RELCARGA-LINHA
                   ' CURSO=' WS-CD-CURSO
                   ' - ' FUNCTION TRIM(MT-NM-CURSO)
                   ' DATA=' WS-DT-MATRICULA
                   ' PERIODO=' WS-CD-PERIODO
                   DELIMITED BY SIZE INTO RELCARGA-LINHA
            END-STRING
            WRITE RELCARGA-LINHA

            .
       P4C-GRAVAR-ESPERA.
            MOVE SPACES TO RELCARGA-LINHA
            IF JA-NA-ESPERA
                STRING 'ESPERA    - MOVIMENTO ' WS-CONT-LIDOS
                       ' ID=' WS-ID-ALUNO
                       ' CURSO=' WS-CD-CURSO
                       ' CURSO SEM VAGAS - ALUNO JA NA FILA, POSICAO '
                       WS-POSICAO-ESPERA
                       DELIMITED BY SIZE INTO RELCARGA-LINHA
                END-STRING
            ELSE
                STRING 'ESPERA    - MOVIMENTO ' WS-CONT-LIDOS
                       ' ID=' WS-ID-ALUNO
                       ' CURSO=' WS-CD-CURSO
                       ' CURSO SEM VAGAS - INCLUIDO NA FILA, POSICAO '
                       WS-POSICAO-ESPERA
                       DELIMITED BY SIZE INTO RELCARGA-LINHA
                END-STRING
            END-IF
            WRITE RELCARGA-LINHA

            .
       P10-RESOLVER-ARQUIVO.
            ACCEPT WS-CAMPUS-PARM FROM ENVIRONMENT 'ALUNO_CAMPUS'
            STRING 'MOVIMENTOS LIDOS: '      WS-CONT-LIDOS
                   '  ACEITOS: '             WS-CONT-ACEITOS
                   '  REJEITADOS: '          WS-CONT-REJEITADOS
                   '  EM ESPERA: '           WS-CONT-ESPERA
                   DELIMITED BY SIZE INTO RELCARGA-LINHA
            END-STRING
            WRITE RELCARGA-LINHA
            DISPLAY 'MOVIMENTOS LIDOS: '  WS-CONT-LIDOS
            DISPLAY 'ACEITOS: '           WS-CONT-ACEITOS
            DISPLAY 'REJEITADOS: '        WS-CONT-REJEITADOS
            DISPLAY 'EM ESPERA: '         WS-CONT-ESPERA

            .
       P12-VERIFICAR-TRAVA.
                CLOSE CURSO
                CLOSE CARGA
                CLOSE RELCARGA
                CLOSE ESPERA
                IF PREREQ-DISPONIVEL
                    CLOSE PREREQ
                END-IF
                IF WS-CONT-REJEITADOS > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
