      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: encerramento em lote do periodo letivo informado
      *          em PERIFECH_PERIODO - so roda depois da data de
      *          termino do periodo (CFP008S1.DAT); lista cada
      *          matricula ainda ativa do periodo (CFP002S1.DAT) e
      *          a move para concluida ou cancelada conforme a
      *          regra informada pelo operador em PERIFECH_REGRA:
      *            NOTA     - concluida se houver resultado
      *                       aprovado em CFP005S1.DAT, senao
      *                       cancelada
      *            CONCLUIR - concluida se houver resultado
      *                       aprovado em CFP005S1.DAT, senao
      *                       mantida ativa e listada como
      *                       excecao (RETURN-CODE 4)
      *            CANCELAR - todas canceladas
      *          ao final marca o periodo como fechado e grava o
      *          relatorio de encerramento (PERIFECH.LST) com
      *          contagens por curso agrupadas por campus
      *          ofertante; registra inicio/fim em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIFECH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PERIODO ASSIGN TO 'CFP008S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS PE-CD-PERIODO
                FILE STATUS IS WS-FILES-PERIODO.

                SELECT MATRICULA ASSIGN TO 'CFP002S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.

                SELECT CURSO ASSIGN TO 'CFP003S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT NOTA ASSIGN TO 'CFP005S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-NOTA
                FILE STATUS IS WS-FILES-NOTA.

                SELECT RELFECH ASSIGN TO 'PERIFECH.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELFECH.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODO.
          COPY CFPK0008.

       FD MATRICULA.
          COPY CFPK0002.

       FD CURSO.
          COPY CFPK0003.

       FD NOTA.
          COPY CFPK0005.

       FD RELFECH.
       01 RELFECH-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FILES-PERIODO               PIC 99    VALUE ZEROS.
       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-NOTA                  PIC 99    VALUE ZEROS.
       77 WS-FILES-RELFECH               PIC 99    VALUE ZEROS.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'TODOS'.
       77 WS-CD-PERIODO                  PIC X(06) VALUE SPACES.
       77 WS-REGRA                       PIC X(08) VALUE SPACES.
          88 REGRA-NOTA                  VALUE 'NOTA'.
          88 REGRA-CONCLUIR              VALUE 'CONCLUIR'.
          88 REGRA-CANCELAR              VALUE 'CANCELAR'.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-NOTA-ABERTA                 PIC X     VALUE 'N'.
          88 NOTA-ABERTA                 VALUE 'S' FALSE 'N'.
       77 WS-NOVA-SITUACAO               PIC X(01) VALUE SPACES.
       77 WS-DS-SITUACAO                 PIC X(09) VALUE SPACES.
       77 WS-MOTIVO                      PIC X(30) VALUE SPACES.
       77 WS-MSG-ERRO                    PIC X(60) VALUE SPACES.
       77 WS-CONT-LIDOS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ATIVAS                 PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CONCLUIDAS             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CANCELADAS             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MANTIDAS               PIC 9(07) VALUE ZEROS.

       01 WS-TAB-CURSO.
          03 WS-CURSO-ENT OCCURS 100 TIMES.
             05 TU-CAMPUS                PIC X(10).
             05 TU-CD-CURSO              PIC X(06).
             05 TU-NM-CURSO              PIC X(20).
             05 TU-CONCLUIDAS            PIC 9(05).
             05 TU-CANCELADAS            PIC 9(05).
       77 WS-QTD-CURSO                   PIC 9(03)  VALUE ZEROS.
       77 WS-IDX-CURSO                   PIC 9(03)  VALUE ZEROS.
       77 WS-CURSO-ACHADO                PIC X      VALUE 'N'.
          88 CURSO-ACHADO                VALUE 'S' FALSE 'N'.

       01 WS-TAB-CAMPUS.
          03 WS-CAMPUS-ENT OCCURS 20 TIMES.
             05 TC-CAMPUS                PIC X(10).
             05 TC-CONCLUIDAS            PIC 9(07).
             05 TC-CANCELADAS            PIC 9(07).
       77 WS-QTD-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-CAMPUS-ACHADO               PIC X      VALUE 'N'.
          88 CAMPUS-ACHADO               VALUE 'S' FALSE 'N'.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       01 WS-DATA-HOJE REDEFINES WS-DATA-SISTEMA
                                         PIC 9(08).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'PERIFECH'.
       77 WS-RUN-MODO                    PIC X(06) VALUE SPACES.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** encerramento do periodo letivo'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                SET EOF-OK TO FALSE
                PERFORM P1-LER-MATRICULA UNTIL EOF-OK
                PERFORM P4-FECHAR-PERIODO
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-CD-PERIODO FROM ENVIRONMENT 'PERIFECH_PERIODO'
            MOVE FUNCTION UPPER-CASE(WS-CD-PERIODO) TO WS-CD-PERIODO
            MOVE WS-CD-PERIODO TO WS-RUN-MODO
            ACCEPT WS-REGRA FROM ENVIRONMENT 'PERIFECH_REGRA'
            MOVE FUNCTION UPPER-CASE(WS-REGRA) TO WS-REGRA
            IF WS-CD-PERIODO = SPACES
                DISPLAY 'PERIFECH_PERIODO NAO INFORMADO.'
            ELSE
                IF NOT (REGRA-NOTA OR REGRA-CONCLUIR OR REGRA-CANCELAR)
                    DISPLAY 'PERIFECH_REGRA INVALIDA (' WS-REGRA
                            ') - INFORME NOTA, CONCLUIR OU CANCELAR.'
                ELSE
                    PERFORM P0B-ABRIR-PERIODO
                END-IF
            END-IF

            .
       P0B-ABRIR-PERIODO.
            OPEN I-O PERIODO
            IF NOT (WS-FILES-PERIODO = 00 OR WS-FILES-PERIODO = 05)
                DISPLAY 'ERRO AO ABRIR CALENDARIO CFP008S1.DAT - '
                        'FILE STATUS: ' WS-FILES-PERIODO
            ELSE
                MOVE WS-CD-PERIODO TO PE-CD-PERIODO
                READ PERIODO
                    KEY IS PE-CD-PERIODO
                    INVALID KEY
                        DISPLAY 'PERIODO ' WS-CD-PERIODO
                                ' NAO CADASTRADO.'
                        CLOSE PERIODO
                    NOT INVALID KEY
                        IF WS-DATA-HOJE NOT > PE-DT-FIM
                            DISPLAY 'PERIODO ' WS-CD-PERIODO
                                    ' TERMINA EM ' PE-DT-FIM
                                    ' - ENCERRAMENTO NAO PERMITIDO.'
                            CLOSE PERIODO
                        ELSE
                            IF PERIODO-FECHADO
                                DISPLAY 'AVISO: PERIODO ' WS-CD-PERIODO
                                        ' JA FECHADO EM '
                                        PE-DT-FECHAMENTO
                                        ' - REPROCESSANDO PENDENTES.'
                            END-IF
                            PERFORM P0C-ABRIR-ARQUIVOS
                        END-IF
                END-READ
            END-IF

            .
       P0C-ABRIR-ARQUIVOS.
            OPEN I-O MATRICULA
            IF NOT (WS-FILES-MATR = 00 OR WS-FILES-MATR = 05)
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE MATRICULAS - '
                        'FILE STATUS: ' WS-FILES-MATR
                CLOSE PERIODO
            ELSE
                OPEN INPUT CURSO
                IF NOT (WS-FILES-CURSO = 00 OR WS-FILES-CURSO = 05)
                    DISPLAY 'ERRO AO ABRIR CATALOGO DE CURSOS '
                            'CFP003S1.DAT - FILE STATUS: '
                            WS-FILES-CURSO
                    CLOSE PERIODO
                    CLOSE MATRICULA
                ELSE
                    OPEN OUTPUT RELFECH
                    IF NOT (WS-FILES-RELFECH = 00)
                        DISPLAY 'ERRO AO ABRIR PERIFECH.LST - '
                                'FILE STATUS: ' WS-FILES-RELFECH
                        CLOSE PERIODO
                        CLOSE MATRICULA
                        CLOSE CURSO
                    ELSE
                        PERFORM P0D-ABRIR-NOTA
                    END-IF
                END-IF
            END-IF

            .
       P0D-ABRIR-NOTA.
            OPEN INPUT NOTA
            IF WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05
                SET NOTA-ABERTA TO TRUE
                SET ABERTURA-OK TO TRUE
                PERFORM P6-CABECALHO
            ELSE
                IF REGRA-NOTA OR REGRA-CONCLUIR
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE NOTAS '
                            'CFP005S1.DAT - FILE STATUS: '
                            WS-FILES-NOTA
                    DISPLAY 'REGRA ' FUNCTION TRIM(WS-REGRA)
                            ' EXIGE O ARQUIVO DE NOTAS.'
                    CLOSE PERIODO
                    CLOSE MATRICULA
                    CLOSE CURSO
                    CLOSE RELFECH
                ELSE
                    SET ABERTURA-OK TO TRUE
                    PERFORM P6-CABECALHO
                END-IF
            END-IF

            .
       P1-LER-MATRICULA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    IF MT-CD-PERIODO = WS-CD-PERIODO
                       AND MATRICULA-ATIVA
                        ADD 1 TO WS-CONT-ATIVAS
                        PERFORM P2-APLICAR-REGRA
                    END-IF
            END-READ

            .
       P2-APLICAR-REGRA.
            EVALUATE TRUE
                WHEN REGRA-CONCLUIR
                    PERFORM P2C-VERIFICAR-CONCLUSAO
                WHEN REGRA-CANCELAR
                    MOVE 'X' TO WS-NOVA-SITUACAO
                    MOVE 'REGRA CANCELAR' TO WS-MOTIVO
                WHEN OTHER
                    PERFORM P2B-VERIFICAR-NOTA
            END-EVALUATE
            IF WS-NOVA-SITUACAO = 'A'
                ADD 1 TO WS-CONT-MANTIDAS
                MOVE '** ATIVA' TO WS-DS-SITUACAO
            ELSE
                PERFORM P2D-GRAVAR-SITUACAO
            END-IF
            MOVE SPACES TO RELFECH-LINHA
            STRING '   ' MT-ID-ALUNO
                   '  ' MT-CD-CURSO
                   ' ' MT-NM-CURSO
                   ' ' MT-DT-MATRICULA
                   '  ' WS-DS-SITUACAO
                   '  ' WS-MOTIVO
                   DELIMITED BY SIZE INTO RELFECH-LINHA
            END-STRING
            WRITE RELFECH-LINHA

            .
       P2D-GRAVAR-SITUACAO.
            MOVE WS-NOVA-SITUACAO TO MT-ST-MATRICULA
            MOVE WS-DATA-HOJE     TO MT-DT-SITUACAO
            REWRITE REG-MATRICULA
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-FILES-MATR = 00 OR WS-FILES-MATR = 02
                IF MATRICULA-CONCLUIDA
                    ADD 1 TO WS-CONT-CONCLUIDAS
                    MOVE 'CONCLUIDA' TO WS-DS-SITUACAO
                ELSE
                    ADD 1 TO WS-CONT-CANCELADAS
                    MOVE 'CANCELADA' TO WS-DS-SITUACAO
                END-IF
                PERFORM P3-ACUMULAR-CURSO
            ELSE
                ADD 1 TO WS-CONT-ERROS
                MOVE 'NAO GRAVADA' TO WS-DS-SITUACAO
                MOVE SPACES TO WS-MOTIVO
                STRING 'ERRO - FILE STATUS ' WS-FILES-MATR
                    DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
            END-IF

            .
       P2B-VERIFICAR-NOTA.
            MOVE MT-ID-ALUNO TO NT-ID-ALUNO
            MOVE MT-CD-CURSO TO NT-CD-CURSO
            READ NOTA
                KEY IS CH-NOTA
                INVALID KEY
                    MOVE 'X' TO WS-NOVA-SITUACAO
                    MOVE 'SEM NOTA LANCADA' TO WS-MOTIVO
                NOT INVALID KEY
                    IF NOTA-APROVADO
                        MOVE 'C' TO WS-NOVA-SITUACAO
                        MOVE 'RESULTADO APROVADO' TO WS-MOTIVO
                    ELSE
                        MOVE 'X' TO WS-NOVA-SITUACAO
                        MOVE 'RESULTADO REPROVADO' TO WS-MOTIVO
                    END-IF
            END-READ

            .
       P2C-VERIFICAR-CONCLUSAO.
            MOVE MT-ID-ALUNO TO NT-ID-ALUNO
            MOVE MT-CD-CURSO TO NT-CD-CURSO
            READ NOTA
                KEY IS CH-NOTA
                INVALID KEY
                    MOVE 'A' TO WS-NOVA-SITUACAO
                    MOVE 'SEM NOTA - NAO CONCLUIDA' TO WS-MOTIVO
                NOT INVALID KEY
                    IF NOTA-APROVADO
                        MOVE 'C' TO WS-NOVA-SITUACAO
                        MOVE 'RESULTADO APROVADO' TO WS-MOTIVO
                    ELSE
                        MOVE 'A' TO WS-NOVA-SITUACAO
                        MOVE 'REPROVADO - NAO CONCLUIDA' TO WS-MOTIVO
                    END-IF
            END-READ

            .
       P3-ACUMULAR-CURSO.
            SET CURSO-ACHADO TO FALSE
            PERFORM P3B-PROCURAR-CURSO
                VARYING WS-IDX-CURSO FROM 1 BY 1
                UNTIL WS-IDX-CURSO > WS-QTD-CURSO OR CURSO-ACHADO
            IF NOT CURSO-ACHADO
                IF WS-QTD-CURSO < 100
                    ADD 1 TO WS-QTD-CURSO
                    MOVE WS-QTD-CURSO TO WS-IDX-CURSO
                    PERFORM P3C-INCLUIR-CURSO
                    PERFORM P3D-SOMAR-CURSO
                ELSE
                    DISPLAY 'AVISO: LIMITE DE 100 CURSOS - CURSO '
                            MT-CD-CURSO ' FORA DO RESUMO.'
                END-IF
            ELSE
                PERFORM P3D-SOMAR-CURSO
            END-IF

            .
       P3B-PROCURAR-CURSO.
            IF TU-CD-CURSO(WS-IDX-CURSO) = MT-CD-CURSO
                SET CURSO-ACHADO TO TRUE
                SUBTRACT 1 FROM WS-IDX-CURSO
            END-IF

            .
       P3C-INCLUIR-CURSO.
            MOVE MT-CD-CURSO TO TU-CD-CURSO(WS-IDX-CURSO)
            MOVE ZEROS       TO TU-CONCLUIDAS(WS-IDX-CURSO)
            MOVE ZEROS       TO TU-CANCELADAS(WS-IDX-CURSO)
            MOVE MT-CD-CURSO TO CR-CD-CURSO
            READ CURSO
                KEY IS CR-CD-CURSO
                INVALID KEY
                    MOVE '*** FORA DO CATALOGO'
                        TO TU-NM-CURSO(WS-IDX-CURSO)
                    MOVE 'SEM CAMPUS' TO TU-CAMPUS(WS-IDX-CURSO)
                NOT INVALID KEY
                    MOVE CR-NM-CURSO TO TU-NM-CURSO(WS-IDX-CURSO)
                    MOVE CR-CAMPUS   TO TU-CAMPUS(WS-IDX-CURSO)
            END-READ

            .
       P3D-SOMAR-CURSO.
            IF MATRICULA-CONCLUIDA
                ADD 1 TO TU-CONCLUIDAS(WS-IDX-CURSO)
            ELSE
                ADD 1 TO TU-CANCELADAS(WS-IDX-CURSO)
            END-IF

            .
       P4-FECHAR-PERIODO.
            IF WS-CONT-ERROS = ZEROS
                MOVE 'F'          TO PE-ST-PERIODO
                MOVE WS-DATA-HOJE TO PE-DT-FECHAMENTO
                REWRITE REG-PERIODO
                    INVALID KEY
                        DISPLAY 'ERRO AO FECHAR PERIODO '
                                WS-CD-PERIODO ' - FILE STATUS: '
                                WS-FILES-PERIODO
                        ADD 1 TO WS-CONT-ERROS
                END-REWRITE
            ELSE
                DISPLAY 'PERIODO ' WS-CD-PERIODO ' MANTIDO ABERTO - '
                        'MATRICULAS NAO GRAVADAS: ' WS-CONT-ERROS
            END-IF

            .
       P8-RESUMO.
            MOVE ZEROS TO WS-QTD-CAMPUS
            PERFORM P8B-SOMAR-CAMPUS
                VARYING WS-IDX-CURSO FROM 1 BY 1
                UNTIL WS-IDX-CURSO > WS-QTD-CURSO
            MOVE SPACES TO RELFECH-LINHA
            WRITE RELFECH-LINHA
            MOVE 'RESUMO POR CAMPUS E CURSO' TO RELFECH-LINHA
            WRITE RELFECH-LINHA
            MOVE ALL '-' TO RELFECH-LINHA
            WRITE RELFECH-LINHA
            PERFORM P8D-LISTAR-CAMPUS
                VARYING WS-IDX-CAMPUS FROM 1 BY 1
                UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS

            .
       P8B-SOMAR-CAMPUS.
            SET CAMPUS-ACHADO TO FALSE
            PERFORM P8C-PROCURAR-CAMPUS
                VARYING WS-IDX-CAMPUS FROM 1 BY 1
                UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS OR CAMPUS-ACHADO
            IF NOT CAMPUS-ACHADO
                IF WS-QTD-CAMPUS < 20
                    ADD 1 TO WS-QTD-CAMPUS
                    MOVE WS-QTD-CAMPUS TO WS-IDX-CAMPUS
                    MOVE TU-CAMPUS(WS-IDX-CURSO)
                        TO TC-CAMPUS(WS-IDX-CAMPUS)
                    MOVE ZEROS TO TC-CONCLUIDAS(WS-IDX-CAMPUS)
                    MOVE ZEROS TO TC-CANCELADAS(WS-IDX-CAMPUS)
                ELSE
                    DISPLAY 'AVISO: LIMITE DE 20 CAMPI - CAMPUS '
                            TU-CAMPUS(WS-IDX-CURSO) ' FORA DO RESUMO.'
                    SET CAMPUS-ACHADO TO TRUE
                    MOVE ZEROS TO WS-IDX-CAMPUS
                END-IF
            END-IF
            IF WS-IDX-CAMPUS > ZERO
                ADD TU-CONCLUIDAS(WS-IDX-CURSO)
                    TO TC-CONCLUIDAS(WS-IDX-CAMPUS)
                ADD TU-CANCELADAS(WS-IDX-CURSO)
                    TO TC-CANCELADAS(WS-IDX-CAMPUS)
            END-IF

            .
       P8C-PROCURAR-CAMPUS.
            IF TC-CAMPUS(WS-IDX-CAMPUS) = TU-CAMPUS(WS-IDX-CURSO)
                SET CAMPUS-ACHADO TO TRUE
                SUBTRACT 1 FROM WS-IDX-CAMPUS
            END-IF

            .
       P8D-LISTAR-CAMPUS.
            MOVE SPACES TO RELFECH-LINHA
            STRING 'CAMPUS: ' TC-CAMPUS(WS-IDX-CAMPUS)
                   '  CONCLUIDAS: ' TC-CONCLUIDAS(WS-IDX-CAMPUS)
                   '  CANCELADAS: ' TC-CANCELADAS(WS-IDX-CAMPUS)
                   DELIMITED BY SIZE INTO RELFECH-LINHA
            END-STRING
            WRITE RELFECH-LINHA
            PERFORM P8E-LISTAR-CURSO
                VARYING WS-IDX-CURSO FROM 1 BY 1
                UNTIL WS-IDX-CURSO > WS-QTD-CURSO

            .
       P8E-LISTAR-CURSO.
            IF TU-CAMPUS(WS-IDX-CURSO) = TC-CAMPUS(WS-IDX-CAMPUS)
                MOVE SPACES TO RELFECH-LINHA
                STRING '   ' TU-CD-CURSO(WS-IDX-CURSO)
                       ' - ' TU-NM-CURSO(WS-IDX-CURSO)
                       '  CONCLUIDAS: ' TU-CONCLUIDAS(WS-IDX-CURSO)
                       '  CANCELADAS: ' TU-CANCELADAS(WS-IDX-CURSO)
                       DELIMITED BY SIZE INTO RELFECH-LINHA
                END-STRING
                WRITE RELFECH-LINHA
            END-IF

            .
       P6-CABECALHO.
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELFECH-LINHA
            STRING 'ENCERRAMENTO DO PERIODO LETIVO ' WS-CD-PERIODO
                   ' - ' PE-DS-PERIODO
                   ' - REGRA: ' WS-REGRA
                   ' - DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELFECH-LINHA
            END-STRING
            WRITE RELFECH-LINHA
            MOVE SPACES TO RELFECH-LINHA
            STRING 'INICIO: ' PE-DT-INICIO
                   '  PRAZO DE MATRICULA: ' PE-DT-LIMITE
                   '  TERMINO: ' PE-DT-FIM
                   DELIMITED BY SIZE INTO RELFECH-LINHA
            END-STRING
            WRITE RELFECH-LINHA
            MOVE ALL '-' TO RELFECH-LINHA
            WRITE RELFECH-LINHA
            MOVE SPACES TO RELFECH-LINHA
            STRING '   ID-ALUNO CURSO  NOME DO CURSO        MATRICULA '
                   'SITUACAO   MOTIVO'
                   DELIMITED BY SIZE INTO RELFECH-LINHA
            END-STRING
            WRITE RELFECH-LINHA

            .
       P7-RODAPE.
            PERFORM P8-RESUMO
            MOVE ALL '-' TO RELFECH-LINHA
            WRITE RELFECH-LINHA
            MOVE SPACES TO RELFECH-LINHA
            STRING 'MATRICULAS LIDAS: '      WS-CONT-LIDOS
                   '  ATIVAS NO PERIODO: '   WS-CONT-ATIVAS
                   '  CONCLUIDAS: '          WS-CONT-CONCLUIDAS
                   '  CANCELADAS: '          WS-CONT-CANCELADAS
                   '  MANTIDAS ATIVAS: '     WS-CONT-MANTIDAS
                   '  ERROS: '               WS-CONT-ERROS
                   DELIMITED BY SIZE INTO RELFECH-LINHA
            END-STRING
            WRITE RELFECH-LINHA
            IF WS-CONT-MANTIDAS > ZEROS
                MOVE SPACES TO RELFECH-LINHA
                STRING 'EXCECOES: ' WS-CONT-MANTIDAS
                       ' MATRICULA(S) SEM RESULTADO APROVADO MANTIDA(S)'
                       ' ATIVA(S) - LANCAR AS NOTAS E REEXECUTAR'
                       DELIMITED BY SIZE INTO RELFECH-LINHA
                END-STRING
                WRITE RELFECH-LINHA
            END-IF
            MOVE SPACES TO RELFECH-LINHA
            IF WS-CONT-ERROS = ZEROS
                STRING 'PERIODO ' WS-CD-PERIODO ' FECHADO EM '
                       WS-DATA-FORMATADA
                       DELIMITED BY SIZE INTO RELFECH-LINHA
                END-STRING
            ELSE
                STRING 'PERIODO ' WS-CD-PERIODO ' MANTIDO ABERTO - '
                       'REEXECUTE APOS CORRIGIR OS ERROS'
                       DELIMITED BY SIZE INTO RELFECH-LINHA
                END-STRING
            END-IF
            WRITE RELFECH-LINHA
            DISPLAY 'MATRICULAS LIDAS:   ' WS-CONT-LIDOS
            DISPLAY 'ATIVAS NO PERIODO:  ' WS-CONT-ATIVAS
            DISPLAY 'CONCLUIDAS:         ' WS-CONT-CONCLUIDAS
            DISPLAY 'CANCELADAS:         ' WS-CONT-CANCELADAS
            DISPLAY 'MANTIDAS ATIVAS:    ' WS-CONT-MANTIDAS
            DISPLAY 'ERROS:              ' WS-CONT-ERROS

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
                CLOSE PERIODO
                CLOSE MATRICULA
                CLOSE CURSO
                CLOSE RELFECH
                IF NOTA-ABERTA
                    CLOSE NOTA
                END-IF
                IF WS-CONT-ERROS = ZEROS
                   AND WS-CONT-MANTIDAS = ZEROS
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-LIDOS TO WS-RUN-LIDOS
                COMPUTE WS-RUN-GRAVADOS =
                    WS-CONT-CONCLUIDAS + WS-CONT-CANCELADAS
                MOVE RETURN-CODE   TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM PERIFECH.
