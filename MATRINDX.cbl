      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conversao unica do arquivo de matriculas para o
      *          arquivo com chave alternativa por curso
      *          (MT-CD-CURSO com duplicatas, CFPK0002) - le o
      *          arquivo atual (CFP002S1.DAT, so chave primaria),
      *          grava CFP002S2.DAT com o mesmo layout e a chave
      *          alternativa, rele o arquivo novo em ordem de curso
      *          para conferir que toda matricula gravada esta no
      *          indice alternativo e imprime relatorio de conversao
      *          (CONVINDX.LST) com contagens, menor/maior chave e
      *          quantidade de cursos, para comprovar a migracao sem
      *          perda antes da virada (CFP002S2.DAT passa a ser o
      *          CFP002S1.DAT)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRINDX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT MATR-ANT ASSIGN TO 'CFP002S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATR-ANT
                FILE STATUS IS WS-FILES-MAT-ANT.

                SELECT MATR-NOVO ASSIGN TO 'CFP002S2.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.

                SELECT RELCONV ASSIGN TO 'CONVINDX.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELCONV.

       DATA DIVISION.
       FILE SECTION.
       FD MATR-ANT.
       01 REG-MATR-ANT.
          03 CH-MATR-ANT.
             05 MTA-ID-ALUNO                PIC 9(07).
             05 MTA-CD-CURSO                PIC X(06).
          03 MTA-NM-CURSO                   PIC X(20).
          03 MTA-DT-MATRICULA               PIC 9(08).
          03 MTA-ST-MATRICULA               PIC X(01).
          03 MTA-DT-SITUACAO                PIC 9(08).
          03 MTA-CD-PERIODO                 PIC X(06).

       FD MATR-NOVO.
          COPY CFPK0002.

       FD RELCONV.
       01 RELCONV-LINHA                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FILES-MAT-ANT               PIC 99    VALUE ZEROS.
       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
          88 FILES-NOVO-OK               VALUE 00.
       77 WS-FILES-RELCONV               PIC 99    VALUE ZEROS.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONFERENCIA-OK              PIC X     VALUE 'N'.
          88 CONFERENCIA-OK              VALUE 'S' FALSE 'N'.
       77 WS-CONT-LIDAS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADAS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-POR-CURSO              PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CURSOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CURSO-ANTERIOR              PIC X(06) VALUE LOW-VALUES.
       77 WS-CHAVE-MENOR                 PIC X(13) VALUE HIGH-VALUES.
       77 WS-CHAVE-MAIOR                 PIC X(13) VALUE LOW-VALUES.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** conversao de matriculas para chave por curso'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                SET EOF-OK TO FALSE
                PERFORM P1-CONVERTER UNTIL EOF-OK
                PERFORM P3-CONFERIR-INDICE
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            OPEN INPUT MATR-ANT
            IF NOT (WS-FILES-MAT-ANT = 00 OR WS-FILES-MAT-ANT = 05)
                DISPLAY 'ERRO AO ABRIR CFP002S1.DAT - FILE STATUS: '
                        WS-FILES-MAT-ANT
            ELSE
                OPEN OUTPUT MATR-NOVO
                IF NOT FILES-NOVO-OK
                    DISPLAY 'ERRO AO CRIAR CFP002S2.DAT - FILE '
                            'STATUS: ' WS-FILES-MATR
                    CLOSE MATR-ANT
                ELSE
                    OPEN OUTPUT RELCONV
                    IF NOT (WS-FILES-RELCONV = 00)
                        DISPLAY 'ERRO AO ABRIR CONVINDX.LST - FILE '
                                'STATUS: ' WS-FILES-RELCONV
                        CLOSE MATR-ANT
                        CLOSE MATR-NOVO
                    ELSE
                        SET ABERTURA-OK TO TRUE
                        PERFORM P6-CABECALHO
                    END-IF
                END-IF
            END-IF

            .
       P1-CONVERTER.
            READ MATR-ANT NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-LIDAS
                    PERFORM P2-GRAVAR-NOVA
            END-READ

            .
       P2-GRAVAR-NOVA.
            MOVE MTA-ID-ALUNO     TO MT-ID-ALUNO
            MOVE MTA-CD-CURSO     TO MT-CD-CURSO
            MOVE MTA-NM-CURSO     TO MT-NM-CURSO
            MOVE MTA-DT-MATRICULA TO MT-DT-MATRICULA
            MOVE MTA-ST-MATRICULA TO MT-ST-MATRICULA
            MOVE MTA-DT-SITUACAO  TO MT-DT-SITUACAO
            MOVE MTA-CD-PERIODO   TO MT-CD-PERIODO
            WRITE REG-MATRICULA
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF FILES-NOVO-OK OR WS-FILES-MATR = 02
                ADD 1 TO WS-CONT-GRAVADAS
                IF CH-MATRICULA < WS-CHAVE-MENOR
                    MOVE CH-MATRICULA TO WS-CHAVE-MENOR
                END-IF
                IF CH-MATRICULA > WS-CHAVE-MAIOR
                    MOVE CH-MATRICULA TO WS-CHAVE-MAIOR
                END-IF
            ELSE
                ADD 1 TO WS-CONT-ERROS
                DISPLAY 'ERRO AO CONVERTER MATRICULA ' MTA-ID-ALUNO
                        '/' MTA-CD-CURSO ' - FILE STATUS: '
                        WS-FILES-MATR
            END-IF

            .
       P3-CONFERIR-INDICE.
            CLOSE MATR-NOVO
            OPEN INPUT MATR-NOVO
            IF NOT FILES-NOVO-OK
                DISPLAY 'ERRO AO REABRIR CFP002S2.DAT - FILE STATUS: '
                        WS-FILES-MATR
                ADD 1 TO WS-CONT-ERROS
            ELSE
                SET EOF-OK TO FALSE
                MOVE LOW-VALUES TO MT-CD-CURSO
                START MATR-NOVO KEY IS NOT LESS THAN MT-CD-CURSO
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM P3B-LER-POR-CURSO UNTIL EOF-OK
                IF WS-CONT-POR-CURSO = WS-CONT-GRAVADAS
                    SET CONFERENCIA-OK TO TRUE
                END-IF
            END-IF

            .
       P3B-LER-POR-CURSO.
            READ MATR-NOVO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-POR-CURSO
                    IF MT-CD-CURSO NOT = WS-CURSO-ANTERIOR
                        ADD 1 TO WS-CONT-CURSOS
                        MOVE MT-CD-CURSO TO WS-CURSO-ANTERIOR
                    END-IF
            END-READ

            .
       P6-CABECALHO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELCONV-LINHA
            STRING 'CONVERSAO DE MATRICULAS PARA CHAVE POR CURSO - '
                   'DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            MOVE 'CFP002S1.DAT -> CFP002S2.DAT (CFPK0002 + CHAVE '
                TO RELCONV-LINHA
            MOVE 'ALTERNATIVA MT-CD-CURSO)' TO RELCONV-LINHA(48:)
            WRITE RELCONV-LINHA
            MOVE ALL '-' TO RELCONV-LINHA
            WRITE RELCONV-LINHA

            .
       P7-RODAPE.
            MOVE SPACES TO RELCONV-LINHA
            STRING 'MATRICULAS LIDAS: '    WS-CONT-LIDAS
                   '  GRAVADAS: '          WS-CONT-GRAVADAS
                   '  ERROS: '             WS-CONT-ERROS
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            IF WS-CONT-GRAVADAS > ZEROS
                MOVE SPACES TO RELCONV-LINHA
                STRING 'MENOR CHAVE: ' WS-CHAVE-MENOR
                       '   MAIOR CHAVE: ' WS-CHAVE-MAIOR
                       DELIMITED BY SIZE INTO RELCONV-LINHA
                END-STRING
                WRITE RELCONV-LINHA
            END-IF
            MOVE SPACES TO RELCONV-LINHA
            STRING 'LIDAS PELA CHAVE POR CURSO: ' WS-CONT-POR-CURSO
                   '  CURSOS: '                   WS-CONT-CURSOS
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            DISPLAY 'MATRICULAS LIDAS:    ' WS-CONT-LIDAS
            DISPLAY 'MATRICULAS GRAVADAS: ' WS-CONT-GRAVADAS
            DISPLAY 'LIDAS POR CURSO:     ' WS-CONT-POR-CURSO
            DISPLAY 'CURSOS:              ' WS-CONT-CURSOS
            DISPLAY 'ERROS:               ' WS-CONT-ERROS
            IF WS-CONT-LIDAS = WS-CONT-GRAVADAS
               AND WS-CONT-ERROS = ZEROS
               AND CONFERENCIA-OK
                DISPLAY 'CONFERENCIA OK - LIDAS = GRAVADAS = '
                        'LIDAS POR CURSO'
            ELSE
                DISPLAY 'CONFERENCIA FALHOU - NAO FAZER A VIRADA'
            END-IF

            .
       P0-FIM.
            IF ABERTURA-OK
                PERFORM P7-RODAPE
                CLOSE MATR-ANT
                CLOSE MATR-NOVO
                CLOSE RELCONV
                IF WS-CONT-LIDAS = WS-CONT-GRAVADAS
                   AND WS-CONT-ERROS = ZEROS
                   AND CONFERENCIA-OK
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM MATRINDX.
