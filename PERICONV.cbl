      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conversao unica do arquivo de matriculas do layout
      *          sem periodo letivo (50 bytes) para o layout com
      *          MT-CD-PERIODO (CFPK0002) - le o arquivo atual
      *          (CFP002S1.DAT) no layout antigo, grava
      *          CFP002S2.DAT no layout novo atribuindo a cada
      *          matricula o periodo do calendario (CFP008S1.DAT)
      *          cuja janela de matricula (inicio ate prazo, como
      *          na DATAVLD opcao 'P') contem a data da matricula
      *          (sem periodo fica em branco e e listada)
      *          e imprime relatorio de conversao (CONVPERI.LST)
      *          com contagens e menor/maior chave antes e depois,
      *          para comprovar a migracao sem perda antes da virada;
      *          o calendario deve ser cadastrado em PERIMANT antes
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERICONV.

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
                FILE STATUS IS WS-FILES-MATR.

                SELECT PERIODO ASSIGN TO 'CFP008S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS PE-CD-PERIODO
                FILE STATUS IS WS-FILES-PERIODO.

                SELECT RELCONV ASSIGN TO 'CONVPERI.LST'
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

       FD MATR-NOVO.
          COPY CFPK0002.

       FD PERIODO.
          COPY CFPK0008.

       FD RELCONV.
       01 RELCONV-LINHA                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FILES-MAT-ANT               PIC 99    VALUE ZEROS.
       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
          88 FILES-NOVO-OK               VALUE 00.
       77 WS-FILES-PERIODO               PIC 99    VALUE ZEROS.
       77 WS-FILES-RELCONV               PIC 99    VALUE ZEROS.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-FIM-PERIODO                 PIC X     VALUE 'N'.
          88 FIM-PERIODO                 VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONT-LIDAS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADAS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-PERIODO            PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-MENOR                 PIC X(13) VALUE HIGH-VALUES.
       77 WS-CHAVE-MAIOR                 PIC X(13) VALUE LOW-VALUES.

       01 WS-TAB-PERIODO.
          03 WS-PERIODO-ENT OCCURS 50 TIMES.
             05 TP-CD-PERIODO            PIC X(06).
             05 TP-DT-INICIO             PIC 9(08).
             05 TP-DT-LIMITE             PIC 9(08).
       77 WS-QTD-PERIODO                 PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-PERIODO                 PIC 9(02)  VALUE ZEROS.
       77 WS-PERIODO-ACHADO              PIC X      VALUE 'N'.
          88 PERIODO-ACHADO              VALUE 'S' FALSE 'N'.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** conversao de matriculas para periodo letivo'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                SET EOF-OK TO FALSE
                PERFORM P1-CONVERTER UNTIL EOF-OK
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            OPEN INPUT PERIODO
            IF NOT (WS-FILES-PERIODO = 00 OR WS-FILES-PERIODO = 05)
                DISPLAY 'ERRO AO ABRIR CFP008S1.DAT - FILE STATUS: '
                        WS-FILES-PERIODO
                DISPLAY 'CADASTRE O CALENDARIO EM PERIMANT ANTES DA '
                        'CONVERSAO.'
            ELSE
                PERFORM P0B-CARREGAR-PERIODOS
                CLOSE PERIODO
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
                            DISPLAY 'ERRO AO ABRIR CONVPERI.LST - FILE '
                                    'STATUS: ' WS-FILES-RELCONV
                            CLOSE MATR-ANT
                            CLOSE MATR-NOVO
                        ELSE
                            SET ABERTURA-OK TO TRUE
                            PERFORM P6-CABECALHO
                        END-IF
                    END-IF
                END-IF
            END-IF

            .
       P0B-CARREGAR-PERIODOS.
            MOVE ZEROS TO WS-QTD-PERIODO
            SET FIM-PERIODO TO FALSE
            PERFORM P0C-LER-PERIODO UNTIL FIM-PERIODO

            .
       P0C-LER-PERIODO.
            READ PERIODO NEXT RECORD
                AT END
                    SET FIM-PERIODO TO TRUE
                NOT AT END
                    IF WS-QTD-PERIODO < 50
                        ADD 1 TO WS-QTD-PERIODO
                        MOVE PE-CD-PERIODO
                            TO TP-CD-PERIODO(WS-QTD-PERIODO)
                        MOVE PE-DT-INICIO
                            TO TP-DT-INICIO(WS-QTD-PERIODO)
                        MOVE PE-DT-LIMITE
                            TO TP-DT-LIMITE(WS-QTD-PERIODO)
                    ELSE
                        DISPLAY 'AVISO: LIMITE DE 50 PERIODOS - '
                                'PERIODO ' PE-CD-PERIODO ' IGNORADO.'
                    END-IF
            END-READ

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
            MOVE SPACES           TO MT-CD-PERIODO
            SET PERIODO-ACHADO TO FALSE
            PERFORM P2B-PROCURAR-PERIODO
                VARYING WS-IDX-PERIODO FROM 1 BY 1
                UNTIL WS-IDX-PERIODO > WS-QTD-PERIODO OR PERIODO-ACHADO
            WRITE REG-MATRICULA
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF FILES-NOVO-OK
                ADD 1 TO WS-CONT-GRAVADAS
                IF CH-MATRICULA < WS-CHAVE-MENOR
                    MOVE CH-MATRICULA TO WS-CHAVE-MENOR
                END-IF
                IF CH-MATRICULA > WS-CHAVE-MAIOR
                    MOVE CH-MATRICULA TO WS-CHAVE-MAIOR
                END-IF
                IF NOT PERIODO-ACHADO
                    ADD 1 TO WS-CONT-SEM-PERIODO
                    PERFORM P3-LISTAR-SEM-PERIODO
                END-IF
            ELSE
                ADD 1 TO WS-CONT-ERROS
                DISPLAY 'ERRO AO CONVERTER MATRICULA ' MTA-ID-ALUNO
                        '/' MTA-CD-CURSO ' - FILE STATUS: '
                        WS-FILES-MATR
            END-IF

            .
       P2B-PROCURAR-PERIODO.
            IF MTA-DT-MATRICULA >= TP-DT-INICIO(WS-IDX-PERIODO)
               AND MTA-DT-MATRICULA <= TP-DT-LIMITE(WS-IDX-PERIODO)
                SET PERIODO-ACHADO TO TRUE
                MOVE TP-CD-PERIODO(WS-IDX-PERIODO) TO MT-CD-PERIODO
            END-IF

            .
       P3-LISTAR-SEM-PERIODO.
            MOVE SPACES TO RELCONV-LINHA
            STRING 'SEM PERIODO - MATRICULA ' MTA-ID-ALUNO '/'
                   MTA-CD-CURSO ' DATA ' MTA-DT-MATRICULA
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA

            .
       P6-CABECALHO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELCONV-LINHA
            STRING 'CONVERSAO DE MATRICULAS PARA PERIODO LETIVO - '
                   'DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            MOVE 'CFP002S1.DAT (50 BYTES) -> CFP002S2.DAT (CFPK0002)'
                TO RELCONV-LINHA
            WRITE RELCONV-LINHA
            MOVE SPACES TO RELCONV-LINHA
            STRING 'PERIODOS CARREGADOS DE CFP008S1.DAT: '
                   WS-QTD-PERIODO
                   DELIMITED BY SIZE INTO RELCONV-LINHA
            END-STRING
            WRITE RELCONV-LINHA
            MOVE ALL '-' TO RELCONV-LINHA
            WRITE RELCONV-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELCONV-LINHA
            WRITE RELCONV-LINHA
            MOVE SPACES TO RELCONV-LINHA
            STRING 'MATRICULAS LIDAS: '    WS-CONT-LIDAS
                   '  GRAVADAS: '          WS-CONT-GRAVADAS
                   '  SEM PERIODO: '       WS-CONT-SEM-PERIODO
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
            DISPLAY 'MATRICULAS LIDAS:    ' WS-CONT-LIDAS
            DISPLAY 'MATRICULAS GRAVADAS: ' WS-CONT-GRAVADAS
            DISPLAY 'SEM PERIODO:         ' WS-CONT-SEM-PERIODO
            DISPLAY 'ERROS:               ' WS-CONT-ERROS
            IF WS-CONT-LIDAS = WS-CONT-GRAVADAS
               AND WS-CONT-ERROS = ZEROS
                DISPLAY 'CONFERENCIA OK - LIDAS = GRAVADAS'
            ELSE
                DISPLAY 'CONFERENCIA FALHOU - LIDAS <> GRAVADAS'
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
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM PERICONV.
