      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: relatorio do catalogo de cursos com a cadeia de
      *          pre-requisitos - para cada curso de CFP003S1.DAT
      *          lista os pre-requisitos diretos (CFP007S1.DAT) e,
      *          nivel a nivel, os pre-requisitos destes, apontando
      *          pre-requisito fora do catalogo e ciclos na cadeia;
      *          grava PREREQ.LST, registra inicio/fim em RUNCTL.DAT
      *          e termina com RETURN-CODE 4 quando ha
      *          inconsistencias; sem CFP007S1.DAT (nenhum
      *          pre-requisito cadastrado) o catalogo sai com todos
      *          os cursos sem pre-requisitos
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSPREQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CURSO ASSIGN TO 'CFP003S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT PREREQ ASSIGN TO 'CFP007S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-PREREQ
                FILE STATUS IS WS-FILES-PREREQ.

                SELECT RELPREREQ ASSIGN TO 'PREREQ.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELPREREQ.

       DATA DIVISION.
       FILE SECTION.
       FD CURSO.
          COPY CFPK0003.

       FD PREREQ.
          COPY CFPK0007.

       FD RELPREREQ.
       01 RELPREREQ-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TAB-CADEIA.
          03 WS-CADEIA OCCURS 50 TIMES.
             05 WS-CAD-CURSO             PIC X(06).
             05 WS-CAD-PAI               PIC X(06).
             05 WS-CAD-NIVEL             PIC 9(02).
       77 WS-QTD-CADEIA                  PIC 9(02) VALUE ZEROS.
       77 WS-IND-CADEIA                  PIC 9(02) VALUE ZEROS.
       77 WS-IND-BUSCA                   PIC 9(02) VALUE ZEROS.
       77 WS-MAX-CADEIA                  PIC 9(02) VALUE 50.

       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-PREREQ                PIC 99    VALUE ZEROS.
       77 WS-FILES-RELPREREQ             PIC 99    VALUE ZEROS.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'TODOS'.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-PREREQ-ABERTO               PIC X     VALUE 'N'.
          88 PREREQ-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-FIM-PREREQ                  PIC X     VALUE 'N'.
          88 FIM-PREREQ                  VALUE 'S' FALSE 'N'.
       77 WS-JA-NA-CADEIA                PIC X     VALUE 'N'.
          88 JA-NA-CADEIA                VALUE 'S' FALSE 'N'.
       77 WS-CD-RAIZ                     PIC X(06) VALUE SPACES.
       77 WS-CD-PAI                      PIC X(06) VALUE SPACES.
       77 WS-NIVEL-PAI                   PIC 9(02) VALUE ZEROS.
       77 WS-CD-BOOKMARK                 PIC X(06) VALUE SPACES.
       77 WS-NM-PREREQ                   PIC X(20) VALUE SPACES.
       77 WS-OBS-PREREQ                  PIC X(30) VALUE SPACES.
       77 WS-RECUO                       PIC X(20) VALUE SPACES.
       77 WS-TAM-RECUO                   PIC 9(02) VALUE ZEROS.
       77 WS-CONT-CURSOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-COM-PREREQ             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-INCONSISTENTES         PIC 9(05) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'CURSPREQ'.
       77 WS-RUN-MODO                    PIC X(06) VALUE SPACES.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** catalogo de cursos com pre-requisitos'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                SET EOF-OK TO FALSE
                PERFORM P1-LER-CURSO UNTIL EOF-OK
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            OPEN INPUT CURSO
            IF NOT (WS-FILES-CURSO = 00 OR WS-FILES-CURSO = 05)
                DISPLAY 'ERRO AO ABRIR CATALOGO DE CURSOS '
                        'CFP003S1.DAT - FILE STATUS: ' WS-FILES-CURSO
            ELSE
                OPEN INPUT PREREQ
                EVALUATE TRUE
                    WHEN WS-FILES-PREREQ = 00 OR WS-FILES-PREREQ = 05
                        SET PREREQ-ABERTO TO TRUE
                    WHEN WS-FILES-PREREQ = 35
                        DISPLAY 'ARQUIVO DE PRE-REQUISITOS '
                                'CFP007S1.DAT INEXISTENTE - CURSOS '
                                'SEM PRE-REQUISITOS.'
                    WHEN OTHER
                        DISPLAY 'ERRO AO ABRIR ARQUIVO DE '
                                'PRE-REQUISITOS CFP007S1.DAT - FILE '
                                'STATUS: ' WS-FILES-PREREQ
                END-EVALUATE
                IF NOT (PREREQ-ABERTO OR WS-FILES-PREREQ = 35)
                    CLOSE CURSO
                ELSE
                    OPEN OUTPUT RELPREREQ
                    IF NOT (WS-FILES-RELPREREQ = 00)
                        DISPLAY 'ERRO AO ABRIR PREREQ.LST - '
                                'FILE STATUS: ' WS-FILES-RELPREREQ
                        CLOSE CURSO
                        IF PREREQ-ABERTO
                            CLOSE PREREQ
                        END-IF
                    ELSE
                        SET ABERTURA-OK TO TRUE
                        PERFORM P6-CABECALHO
                    END-IF
                END-IF
            END-IF

            .
       P1-LER-CURSO.
            READ CURSO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-CURSOS
                    MOVE CR-CD-CURSO TO WS-CD-BOOKMARK
                    PERFORM P2-LISTAR-CURSO
                    PERFORM P1B-REPOSICIONAR-CURSO
            END-READ

            .
       P1B-REPOSICIONAR-CURSO.
            MOVE WS-CD-BOOKMARK TO CR-CD-CURSO
            START CURSO KEY IS GREATER THAN CR-CD-CURSO
                INVALID KEY
                    SET EOF-OK TO TRUE
            END-START

            .
       P2-LISTAR-CURSO.
            MOVE CR-CD-CURSO TO WS-CD-RAIZ
            MOVE SPACES TO RELPREREQ-LINHA
            WRITE RELPREREQ-LINHA
            MOVE SPACES TO RELPREREQ-LINHA
            IF CURSO-ENCERRADO
                STRING 'CURSO: ' CR-CD-CURSO
                       ' - ' CR-NM-CURSO
                       '  CAMPUS: ' CR-CAMPUS
                       '  VAGAS: ' CR-VG-CURSO
                       '  (ENCERRADO)'
                       DELIMITED BY SIZE INTO RELPREREQ-LINHA
                END-STRING
            ELSE
                STRING 'CURSO: ' CR-CD-CURSO
                       ' - ' CR-NM-CURSO
                       '  CAMPUS: ' CR-CAMPUS
                       '  VAGAS: ' CR-VG-CURSO
                       DELIMITED BY SIZE INTO RELPREREQ-LINHA
                END-STRING
            END-IF
            WRITE RELPREREQ-LINHA
            INITIALIZE WS-TAB-CADEIA
            MOVE ZEROS TO WS-QTD-CADEIA
            MOVE WS-CD-RAIZ TO WS-CD-PAI
            MOVE ZEROS      TO WS-NIVEL-PAI
            PERFORM P3-CARREGAR-PREREQ
            IF WS-QTD-CADEIA = ZERO
                MOVE '   SEM PRE-REQUISITOS' TO RELPREREQ-LINHA
                WRITE RELPREREQ-LINHA
            ELSE
                ADD 1 TO WS-CONT-COM-PREREQ
                PERFORM P4-EXPANDIR-CADEIA
                    VARYING WS-IND-CADEIA FROM 1 BY 1
                    UNTIL WS-IND-CADEIA > WS-QTD-CADEIA
            END-IF

            .
       P3-CARREGAR-PREREQ.
            MOVE WS-CD-PAI  TO PR-CD-CURSO
            MOVE LOW-VALUES TO PR-CD-PREREQ
            SET FIM-PREREQ TO FALSE
            IF PREREQ-ABERTO
                START PREREQ KEY IS NOT LESS THAN CH-PREREQ
                    INVALID KEY
                        SET FIM-PREREQ TO TRUE
                END-START
            ELSE
                SET FIM-PREREQ TO TRUE
            END-IF
            PERFORM P3B-LER-PREREQ UNTIL FIM-PREREQ

            .
       P3B-LER-PREREQ.
            READ PREREQ NEXT RECORD
                AT END
                    SET FIM-PREREQ TO TRUE
                NOT AT END
                    IF PR-CD-CURSO NOT = WS-CD-PAI
                        SET FIM-PREREQ TO TRUE
                    ELSE
                        PERFORM P3C-EMPILHAR-PREREQ
                    END-IF
            END-READ

            .
       P3C-EMPILHAR-PREREQ.
            SET JA-NA-CADEIA TO FALSE
            PERFORM P3D-PROCURAR-CADEIA
                VARYING WS-IND-BUSCA FROM 1 BY 1
                UNTIL WS-IND-BUSCA > WS-QTD-CADEIA
                   OR JA-NA-CADEIA
            EVALUATE TRUE
                WHEN PR-CD-PREREQ = WS-CD-RAIZ
                    ADD 1 TO WS-CONT-INCONSISTENTES
                    MOVE SPACES TO RELPREREQ-LINHA
                    STRING '   *** CICLO: ' WS-CD-PAI
                           ' EXIGE ' PR-CD-PREREQ
                           ', QUE E O PROPRIO CURSO'
                           DELIMITED BY SIZE INTO RELPREREQ-LINHA
                    END-STRING
                    WRITE RELPREREQ-LINHA
                WHEN JA-NA-CADEIA
                    CONTINUE
                WHEN WS-QTD-CADEIA >= WS-MAX-CADEIA
                    ADD 1 TO WS-CONT-INCONSISTENTES
                    MOVE SPACES TO RELPREREQ-LINHA
                    STRING '   *** CADEIA TRUNCADA EM ' WS-MAX-CADEIA
                           ' CURSOS - ' PR-CD-PREREQ ' NAO LISTADO'
                           DELIMITED BY SIZE INTO RELPREREQ-LINHA
                    END-STRING
                    WRITE RELPREREQ-LINHA
                WHEN OTHER
                    ADD 1 TO WS-QTD-CADEIA
                    MOVE PR-CD-PREREQ TO WS-CAD-CURSO(WS-QTD-CADEIA)
                    MOVE WS-CD-PAI    TO WS-CAD-PAI(WS-QTD-CADEIA)
                    ADD 1 TO WS-NIVEL-PAI
                        GIVING WS-CAD-NIVEL(WS-QTD-CADEIA)
            END-EVALUATE

            .
       P3D-PROCURAR-CADEIA.
            IF WS-CAD-CURSO(WS-IND-BUSCA) = PR-CD-PREREQ
                SET JA-NA-CADEIA TO TRUE
            END-IF

            .
       P4-EXPANDIR-CADEIA.
            MOVE WS-CAD-CURSO(WS-IND-CADEIA) TO CR-CD-CURSO
            MOVE SPACES TO WS-OBS-PREREQ
            READ CURSO
                KEY IS CR-CD-CURSO
                INVALID KEY
                    MOVE SPACES TO WS-NM-PREREQ
                    MOVE '*** FORA DO CATALOGO' TO WS-OBS-PREREQ
                    ADD 1 TO WS-CONT-INCONSISTENTES
                NOT INVALID KEY
                    MOVE CR-NM-CURSO TO WS-NM-PREREQ
                    IF CURSO-ENCERRADO
                        MOVE '(ENCERRADO)' TO WS-OBS-PREREQ
                    END-IF
            END-READ
            MOVE SPACES TO WS-RECUO
            COMPUTE WS-TAM-RECUO = WS-CAD-NIVEL(WS-IND-CADEIA) * 2
            IF WS-TAM-RECUO > 20
                MOVE 20 TO WS-TAM-RECUO
            END-IF
            MOVE SPACES TO RELPREREQ-LINHA
            STRING '   ' WS-RECUO(1:WS-TAM-RECUO)
                   'NIVEL ' WS-CAD-NIVEL(WS-IND-CADEIA)
                   ': ' WS-CAD-CURSO(WS-IND-CADEIA)
                   ' - ' WS-NM-PREREQ
                   ' (PRE-REQUISITO DE '
                   WS-CAD-PAI(WS-IND-CADEIA) ') '
                   WS-OBS-PREREQ
                   DELIMITED BY SIZE INTO RELPREREQ-LINHA
            END-STRING
            WRITE RELPREREQ-LINHA
            MOVE WS-CAD-CURSO(WS-IND-CADEIA) TO WS-CD-PAI
            MOVE WS-CAD-NIVEL(WS-IND-CADEIA) TO WS-NIVEL-PAI
            PERFORM P3-CARREGAR-PREREQ

            .
       P6-CABECALHO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELPREREQ-LINHA
            STRING 'CATALOGO DE CURSOS E CADEIA DE PRE-REQUISITOS - '
                   'DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELPREREQ-LINHA
            END-STRING
            WRITE RELPREREQ-LINHA
            MOVE ALL '-' TO RELPREREQ-LINHA
            WRITE RELPREREQ-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELPREREQ-LINHA
            WRITE RELPREREQ-LINHA
            MOVE SPACES TO RELPREREQ-LINHA
            STRING 'CURSOS: '                WS-CONT-CURSOS
                   '  COM PRE-REQUISITOS: '  WS-CONT-COM-PREREQ
                   '  INCONSISTENCIAS: '     WS-CONT-INCONSISTENTES
                   DELIMITED BY SIZE INTO RELPREREQ-LINHA
            END-STRING
            WRITE RELPREREQ-LINHA
            DISPLAY 'CURSOS: '               WS-CONT-CURSOS
            DISPLAY 'COM PRE-REQUISITOS: '   WS-CONT-COM-PREREQ
            DISPLAY 'INCONSISTENCIAS: '      WS-CONT-INCONSISTENTES

            .
       P20-GRAVAR-RUNCTL.
            CALL 'RUNCTLOG' USING WS-RUN-PROGRAMA WS-RUN-MODO
                                  WS-CAMPUS WS-RUN-EVENTO
                                  WS-RUN-LIDOS WS-RUN-GRAVADOS
                                  WS-RUN-RETORNO

            .
       P0-FIM.
            IF ABERTURA-OK
                PERFORM P7-RODAPE
                CLOSE CURSO
                IF PREREQ-ABERTO
                    CLOSE PREREQ
                END-IF
                CLOSE RELPREREQ
                IF WS-CONT-INCONSISTENTES > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-CURSOS     TO WS-RUN-LIDOS
                MOVE WS-CONT-COM-PREREQ TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE        TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM CURSPREQ.
