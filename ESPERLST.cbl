      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: relatorio diario da lista de espera de cursos
      *          (CFP006S1.DAT) - por curso do catalogo
      *          (CFP003S1.DAT) lista os alunos aguardando vaga na
      *          ordem da fila com posicao e dias de espera, e os
      *          alunos promovidos (matriculados automaticamente)
      *          ou retirados da fila no dia, com totais por curso
      *          e gerais; sem CFP006S1.DAT (ninguem entrou na
      *          fila ainda) o relatorio sai como lista vazia;
      *          grava ESPERA.LST e registra inicio/fim
      *          em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPERLST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ESPERA ASSIGN TO 'CFP006S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-ESPERA
                FILE STATUS IS WS-FILES-ESPERA.

                SELECT CURSO ASSIGN TO 'CFP003S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT RELESPERA ASSIGN TO 'ESPERA.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELESPERA.

       DATA DIVISION.
       FILE SECTION.
       FD ESPERA.
          COPY CFPK0006.

       FD CURSO.
          COPY CFPK0003.

       FD RELESPERA.
       01 RELESPERA-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FILES-ESPERA                PIC 99    VALUE ZEROS.
       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-RELESPERA             PIC 99    VALUE ZEROS.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'TODOS'.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-ESPERA-ABERTA               PIC X     VALUE 'N'.
          88 ESPERA-ABERTA               VALUE 'S' FALSE 'N'.
       77 WS-CURSO-ANTERIOR              PIC X(06) VALUE SPACES.
       77 WS-NM-CURSO                    PIC X(20) VALUE SPACES.
       77 WS-CAMPUS-CURSO                PIC X(10) VALUE SPACES.
       77 WS-VG-CURSO                    PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT                    PIC 9(07) VALUE ZEROS.
       77 WS-ENTRADA-INT                 PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ESPERA                 PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO                     PIC 9(05) VALUE ZEROS.
       77 WS-CURSO-AGUARDANDO            PIC 9(05) VALUE ZEROS.
       77 WS-CURSO-PROMOVIDOS            PIC 9(05) VALUE ZEROS.
       77 WS-CURSO-RETIRADOS             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LIDOS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CURSOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-AGUARDANDO             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-PROMOVIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-RETIRADOS              PIC 9(07) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'ESPERLST'.
       77 WS-RUN-MODO                    PIC X(06) VALUE SPACES.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** relatorio diario da lista de espera'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                IF ESPERA-ABERTA
                    SET EOF-OK TO FALSE
                    PERFORM P1-LER-ESPERA UNTIL EOF-OK
                END-IF
                IF WS-CURSO-ANTERIOR NOT = SPACES
                    PERFORM P3-FECHAR-CURSO
                END-IF
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            OPEN INPUT ESPERA
            EVALUATE TRUE
                WHEN WS-FILES-ESPERA = 00 OR WS-FILES-ESPERA = 05
                    SET ESPERA-ABERTA TO TRUE
                WHEN WS-FILES-ESPERA = 35
                    DISPLAY 'LISTA DE ESPERA CFP006S1.DAT INEXISTENTE '
                            '- NENHUM ALUNO AGUARDANDO.'
                WHEN OTHER
                    DISPLAY 'ERRO AO ABRIR LISTA DE ESPERA '
                            'CFP006S1.DAT - FILE STATUS: '
                            WS-FILES-ESPERA
            END-EVALUATE
            IF ESPERA-ABERTA OR WS-FILES-ESPERA = 35
                OPEN INPUT CURSO
                IF NOT (WS-FILES-CURSO = 00 OR WS-FILES-CURSO = 05)
                    DISPLAY 'ERRO AO ABRIR CATALOGO DE CURSOS '
                            'CFP003S1.DAT - FILE STATUS: '
                            WS-FILES-CURSO
                    IF ESPERA-ABERTA
                        CLOSE ESPERA
                    END-IF
                ELSE
                    OPEN OUTPUT RELESPERA
                    IF NOT (WS-FILES-RELESPERA = 00)
                        DISPLAY 'ERRO AO ABRIR ESPERA.LST - '
                                'FILE STATUS: ' WS-FILES-RELESPERA
                        IF ESPERA-ABERTA
                            CLOSE ESPERA
                        END-IF
                        CLOSE CURSO
                    ELSE
                        SET ABERTURA-OK TO TRUE
                        PERFORM P6-CABECALHO
                    END-IF
                END-IF
            END-IF

            .
       P1-LER-ESPERA.
            READ ESPERA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    IF ES-CD-CURSO NOT = WS-CURSO-ANTERIOR
                        IF WS-CURSO-ANTERIOR NOT = SPACES
                            PERFORM P3-FECHAR-CURSO
                        END-IF
                        PERFORM P2-ABRIR-CURSO
                    END-IF
                    PERFORM P4-LISTAR-ENTRADA
            END-READ

            .
       P2-ABRIR-CURSO.
            MOVE ES-CD-CURSO TO WS-CURSO-ANTERIOR
            ADD 1 TO WS-CONT-CURSOS
            MOVE ZEROS TO WS-POSICAO
            MOVE ZEROS TO WS-CURSO-AGUARDANDO
            MOVE ZEROS TO WS-CURSO-PROMOVIDOS
            MOVE ZEROS TO WS-CURSO-RETIRADOS
            MOVE ES-CD-CURSO TO CR-CD-CURSO
            READ CURSO
                KEY IS CR-CD-CURSO
                INVALID KEY
                    MOVE '*** FORA DO CATALOGO' TO WS-NM-CURSO
                    MOVE SPACES TO WS-CAMPUS-CURSO
                    MOVE ZEROS  TO WS-VG-CURSO
                NOT INVALID KEY
                    MOVE CR-NM-CURSO TO WS-NM-CURSO
                    MOVE CR-CAMPUS   TO WS-CAMPUS-CURSO
                    MOVE CR-VG-CURSO TO WS-VG-CURSO
            END-READ
            MOVE SPACES TO RELESPERA-LINHA
            WRITE RELESPERA-LINHA
            MOVE SPACES TO RELESPERA-LINHA
            STRING 'CURSO: ' ES-CD-CURSO
                   ' - ' WS-NM-CURSO
                   '  CAMPUS: ' WS-CAMPUS-CURSO
                   '  VAGAS: ' WS-VG-CURSO
                   DELIMITED BY SIZE INTO RELESPERA-LINHA
            END-STRING
            WRITE RELESPERA-LINHA
            MOVE SPACES TO RELESPERA-LINHA
            STRING '   POSICAO ID-ALUNO NOME                 '
                   'CAMPUS     ENTRADA  DIAS  SITUACAO'
                   DELIMITED BY SIZE INTO RELESPERA-LINHA
            END-STRING
            WRITE RELESPERA-LINHA

            .
       P3-FECHAR-CURSO.
            MOVE SPACES TO RELESPERA-LINHA
            STRING '   AGUARDANDO: '        WS-CURSO-AGUARDANDO
                   '  PROMOVIDOS HOJE: '    WS-CURSO-PROMOVIDOS
                   '  RETIRADOS HOJE: '     WS-CURSO-RETIRADOS
                   DELIMITED BY SIZE INTO RELESPERA-LINHA
            END-STRING
            WRITE RELESPERA-LINHA

            .
       P4-LISTAR-ENTRADA.
            PERFORM P4B-CALCULAR-DIAS
            EVALUATE TRUE
                WHEN ESPERA-AGUARDANDO
                    ADD 1 TO WS-POSICAO
                    ADD 1 TO WS-CURSO-AGUARDANDO
                    ADD 1 TO WS-CONT-AGUARDANDO
                    MOVE SPACES TO RELESPERA-LINHA
                    STRING '   ' WS-POSICAO
                           '   ' ES-ID-ALUNO
                           '  ' ES-NM-ALUNO
                           ' ' ES-CAMPUS
                           ' ' ES-DT-ENTRADA
                           ' ' WS-DIAS-ESPERA
                           ' AGUARDANDO'
                           DELIMITED BY SIZE INTO RELESPERA-LINHA
                    END-STRING
                    WRITE RELESPERA-LINHA
                WHEN ESPERA-PROMOVIDA
                 AND ES-DT-SITUACAO = WS-DATA-HOJE
                    ADD 1 TO WS-CURSO-PROMOVIDOS
                    ADD 1 TO WS-CONT-PROMOVIDOS
                    MOVE SPACES TO RELESPERA-LINHA
                    STRING '     -     ' ES-ID-ALUNO
                           '  ' ES-NM-ALUNO
                           ' ' ES-CAMPUS
                           ' ' ES-DT-ENTRADA
                           ' ' WS-DIAS-ESPERA
                           ' PROMOVIDO - '
                           FUNCTION TRIM(ES-OBSERVACAO)
                           DELIMITED BY SIZE INTO RELESPERA-LINHA
                    END-STRING
                    WRITE RELESPERA-LINHA
                WHEN ESPERA-DESCARTADA
                 AND ES-DT-SITUACAO = WS-DATA-HOJE
                    ADD 1 TO WS-CURSO-RETIRADOS
                    ADD 1 TO WS-CONT-RETIRADOS
                    MOVE SPACES TO RELESPERA-LINHA
                    STRING '     -     ' ES-ID-ALUNO
                           '  ' ES-NM-ALUNO
                           ' ' ES-CAMPUS
                           ' ' ES-DT-ENTRADA
                           ' ' WS-DIAS-ESPERA
                           ' RETIRADO - '
                           FUNCTION TRIM(ES-OBSERVACAO)
                           DELIMITED BY SIZE INTO RELESPERA-LINHA
                    END-STRING
                    WRITE RELESPERA-LINHA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            .
       P4B-CALCULAR-DIAS.
            MOVE ZEROS TO WS-DIAS-ESPERA
            IF ES-DT-ENTRADA NUMERIC AND ES-DT-ENTRADA > ZERO
                COMPUTE WS-ENTRADA-INT =
                    FUNCTION INTEGER-OF-DATE(ES-DT-ENTRADA)
                IF ESPERA-AGUARDANDO
                    IF WS-HOJE-INT > WS-ENTRADA-INT
                        COMPUTE WS-DIAS-ESPERA =
                            WS-HOJE-INT - WS-ENTRADA-INT
                    END-IF
                ELSE
                    IF ES-DT-SITUACAO NUMERIC
                       AND ES-DT-SITUACAO > ES-DT-ENTRADA
                        COMPUTE WS-DIAS-ESPERA =
                            FUNCTION INTEGER-OF-DATE(ES-DT-SITUACAO)
                            - WS-ENTRADA-INT
                    END-IF
                END-IF
            END-IF

            .
       P6-CABECALHO.
            MOVE WS-DATA-HOJE TO WS-DATA-SISTEMA
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELESPERA-LINHA
            STRING 'RELATORIO DIARIO DA LISTA DE ESPERA - DATA: '
                   WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELESPERA-LINHA
            END-STRING
            WRITE RELESPERA-LINHA
            MOVE ALL '-' TO RELESPERA-LINHA
            WRITE RELESPERA-LINHA

            .
       P7-RODAPE.
            IF WS-CONT-LIDOS = ZEROS
                MOVE SPACES TO RELESPERA-LINHA
                WRITE RELESPERA-LINHA
                MOVE 'LISTA DE ESPERA VAZIA' TO RELESPERA-LINHA
                WRITE RELESPERA-LINHA
            END-IF
            MOVE ALL '-' TO RELESPERA-LINHA
            WRITE RELESPERA-LINHA
            MOVE SPACES TO RELESPERA-LINHA
            STRING 'CURSOS COM FILA: '      WS-CONT-CURSOS
                   '  AGUARDANDO: '         WS-CONT-AGUARDANDO
                   '  PROMOVIDOS HOJE: '    WS-CONT-PROMOVIDOS
                   '  RETIRADOS HOJE: '     WS-CONT-RETIRADOS
                   DELIMITED BY SIZE INTO RELESPERA-LINHA
            END-STRING
            WRITE RELESPERA-LINHA
            DISPLAY 'CURSOS COM FILA: '   WS-CONT-CURSOS
            DISPLAY 'AGUARDANDO: '        WS-CONT-AGUARDANDO
            DISPLAY 'PROMOVIDOS HOJE: '   WS-CONT-PROMOVIDOS
            DISPLAY 'RETIRADOS HOJE: '    WS-CONT-RETIRADOS

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
                IF ESPERA-ABERTA
                    CLOSE ESPERA
                END-IF
                CLOSE CURSO
                CLOSE RELESPERA
                MOVE 0 TO RETURN-CODE
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-LIDOS      TO WS-RUN-LIDOS
                MOVE WS-CONT-AGUARDANDO TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE        TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM ESPERLST.
