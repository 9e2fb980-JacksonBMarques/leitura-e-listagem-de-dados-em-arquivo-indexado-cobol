      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conversao unica do catalogo de cursos do layout
      *          sem mensalidade (41 bytes) para o layout com
      *          CR-VL-MENSALIDADE (CFPK0003) - le o arquivo atual
      *          (CFP003S1.DAT) no layout antigo, grava
      *          CFP003S2.DAT no layout novo com mensalidade zerada
      *          (a ser informada em CURSMANT antes do primeiro
      *          faturamento) e imprime relatorio de conversao
      *          (CONVCURS.LST) com contagens e menor/maior chave
      *          antes e depois, para comprovar a migracao sem
      *          perda antes da virada
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CURSO-ANT ASSIGN TO 'CFP003S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CRA-CD-CURSO
                FILE STATUS IS WS-FILES-CUR-ANT.

                SELECT CURSO-NOVO ASSIGN TO 'CFP003S2.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT RELCONV ASSIGN TO 'CONVCURS.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELCONV.

       DATA DIVISION.
       FILE SECTION.
       FD CURSO-ANT.
       01 REG-CURSO-ANT.
          03 CRA-CD-CURSO                   PIC X(06).
          03 CRA-NM-CURSO                   PIC X(20).
          03 CRA-CAMPUS                     PIC X(10).
          03 CRA-VG-CURSO                   PIC 9(04).
          03 CRA-ST-CURSO                   PIC X(01).

       FD CURSO-NOVO.
          COPY CFPK0003.

       FD RELCONV.
       01 RELCONV-LINHA                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FILES-CUR-ANT               PIC 99    VALUE ZEROS.
       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
          88 FILES-NOVO-OK               VALUE 00.
       77 WS-FILES-RELCONV               PIC 99    VALUE ZEROS.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONT-LIDOS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADOS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-MENOR                 PIC X(06) VALUE HIGH-VALUES.
       77 WS-CHAVE-MAIOR                 PIC X(06) VALUE LOW-VALUES.
       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** conversao do catalogo de cursos'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                SET EOF-OK TO FALSE
                PERFORM P1-CONVERTER UNTIL EOF-OK
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            OPEN INPUT CURSO-ANT
            IF NOT (WS-FILES-CUR-ANT = 00 OR WS-FILES-CUR-ANT = 05)
                DISPLAY 'ERRO AO ABRIR CFP003S1.DAT - FILE STATUS: '
                        WS-FILES-CUR-ANT
            ELSE
                OPEN OUTPUT CURSO-NOVO
                IF NOT FILES-NOVO-OK
                    DISPLAY 'ERRO AO CRIAR CFP003S2.DAT - FILE '
                            'STATUS: ' WS-FILES-CURSO
                    CLOSE CURSO-ANT
                ELSE
                    OPEN OUTPUT RELCONV
                    IF NOT (WS-FILES-RELCONV = 00)
                        DISPLAY 'ERRO AO ABRIR CONVCURS.LST - FILE '
                                'STATUS: ' WS-FILES-RELCONV
                        CLOSE CURSO-ANT
                        CLOSE CURSO-NOVO
                    ELSE
                        SET ABERTURA-OK TO TRUE
                        PERFORM P6-CABECALHO
                    END-IF
                END-IF
            END-IF

            .
       P1-CONVERTER.
            READ CURSO-ANT NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P2-GRAVAR-NOVO
            END-READ

            .
       P2-GRAVAR-NOVO.
            MOVE CRA-CD-CURSO     TO CR-CD-CURSO
            MOVE CRA-NM-CURSO     TO CR-NM-CURSO
            MOVE CRA-CAMPUS       TO CR-CAMPUS
            MOVE CRA-VG-CURSO     TO CR-VG-CURSO
            MOVE CRA-ST-CURSO     TO CR-ST-CURSO
            MOVE ZEROS            TO CR-VL-MENSALIDADE
            WRITE REG-CURSO
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF FILES-NOVO-OK
                ADD 1 TO WS-CONT-GRAVADOS
                IF CR-CD-CURSO < WS-CHAVE-MENOR
                    MOVE CR-CD-CURSO TO WS-CHAVE-MENOR
                END-IF
                IF CR-CD-CURSO > WS-CHAVE-MAIOR
                    MOVE CR-CD-CURSO TO WS-CHAVE-MAIOR
                END-IF
            ELSE
                ADD 1 TO WS-CONT-ERROS
                DISPLAY 'ERRO AO CONVERTER CURSO ' CRA-CD-CURSO
                        ' - FILE STATUS: ' WS-FILES-CURSO
            END-IF

            .
       P6-CABECALHO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELCONV-LINHA
            STRING 'RELATORIO DE CONVERSAO DE CURSOS - DATA: '
                   WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            MOVE 'CFP003S1.DAT (41 BYTES) -> CFP003S2.DAT (CFPK0003)'
                TO RELCONV-LINHA
            WRITE RELCONV-LINHA
            MOVE ALL '-' TO RELCONV-LINHA
            WRITE RELCONV-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELCONV-LINHA
            WRITE RELCONV-LINHA
            MOVE SPACES TO RELCONV-LINHA
            STRING 'CURSOS LIDOS: '    WS-CONT-LIDOS
                   '  GRAVADOS: '          WS-CONT-GRAVADOS
                   '  ERROS: '             WS-CONT-ERROS
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            IF WS-CONT-GRAVADOS > ZEROS
                MOVE SPACES TO RELCONV-LINHA
                STRING 'MENOR CHAVE: ' WS-CHAVE-MENOR
                       '   MAIOR CHAVE: ' WS-CHAVE-MAIOR
                       DELIMITED BY SIZE INTO RELCONV-LINHA
                END-STRING
                WRITE RELCONV-LINHA
            END-IF
            DISPLAY 'CURSOS LIDOS:        ' WS-CONT-LIDOS
            DISPLAY 'CURSOS GRAVADOS:     ' WS-CONT-GRAVADOS
            DISPLAY 'ERROS:               ' WS-CONT-ERROS
            IF WS-CONT-LIDOS = WS-CONT-GRAVADOS
               AND WS-CONT-ERROS = ZEROS
                DISPLAY 'CONFERENCIA OK - LIDOS = GRAVADOS'
            ELSE
                DISPLAY 'CONFERENCIA FALHOU - LIDOS <> GRAVADOS'
            END-IF

            .
       P0-FIM.
            IF ABERTURA-OK
                PERFORM P7-RODAPE
                CLOSE CURSO-ANT
                CLOSE CURSO-NOVO
                CLOSE RELCONV
                IF WS-CONT-LIDOS = WS-CONT-GRAVADOS
                   AND WS-CONT-ERROS = ZEROS
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM CURSCONV.
