      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: faturamento mensal de mensalidades - para a
      *          competencia informada em MENSFATU_COMPETENCIA
      *          (AAAAMM, padrao o mes corrente) le o arquivo de
      *          alunos de cada campus da tabela CAMPUS.CFG e, para
      *          cada matricula ativa do aluno (CFP002S1.DAT), grava
      *          uma fatura (CFP009S1.DAT) com o valor da
      *          mensalidade do curso (CFP003S1.DAT) e vencimento no
      *          dia MENSFATU_VENCIMENTO (padrao 10) da competencia;
      *          aluno inativo (retirado, transferido ou fundido) e
      *          ignorado e contado a parte no resumo;
      *          fatura ja existente para a competencia nao e
      *          regravada, o que torna a reexecucao segura; curso
      *          sem mensalidade ou fora do catalogo sai no
      *          relatorio (MENSFATU.LST) para correcao em CURSMANT;
      *          registra inicio/fim em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSFATU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ALUNO ASSIGN USING WS-ARQUIVO-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

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

                SELECT FATURA ASSIGN TO 'CFP009S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-FATURA
                FILE STATUS IS WS-FILES-FATURA.

                SELECT RELFATU ASSIGN TO 'MENSFATU.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELFATU.

                SELECT ARQ-CONFIG ASSIGN TO 'CAMPUS.CFG'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

       FD ARQ-CONFIG.
       01 REG-CONFIG.
          03 CFG-CAMPUS                  PIC X(10).
          03 CFG-ARQUIVO                 PIC X(100).

       FD MATRICULA.
          COPY CFPK0002.

       FD CURSO.
          COPY CFPK0003.

       FD FATURA.
          COPY CFPK0009.

       FD RELFATU.
       01 RELFATU-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALUNO                    PIC X(45) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO                 PIC 9(07).
          03 WS-NM-ALUNO                 PIC X(20).
          03 WS-TL-ALUNO.
                   05 WS-PREFIXO         PIC 9(05).
                   05 WS-SUFIXO          PIC 9(04).
          03 WS-ST-ALUNO                 PIC X(01).
             88 WS-ALUNO-INATIVO         VALUE 'I'.
          03 WS-DT-INATIVACAO            PIC 9(08).

       COPY CFPS0001.

       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-FATURA                PIC 99    VALUE ZEROS.
       77 WS-FILES-RELFATU               PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE
          'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S1.DAT'.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'SEDE'.
       77 WS-FILES-CONFIG                PIC 99     VALUE ZEROS.
       77 WS-CONFIG-EOF                  PIC X      VALUE 'N'.
          88 CONFIG-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-MSG-ERRO                    PIC X(60) VALUE SPACES.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATR                    PIC X     VALUE 'N'.
          88 FIM-MATR                    VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-PARAMETRO-OK                PIC X     VALUE 'N'.
          88 PARAMETRO-OK                VALUE 'S' FALSE 'N'.
       77 WS-COMPETENCIA-PARM            PIC X(06) VALUE SPACES.
       77 WS-VENCIMENTO-PARM             PIC X(02) VALUE SPACES.
       01 WS-COMPETENCIA.
          03 WS-COMP-AAAA                PIC 9(04).
          03 WS-COMP-MM                  PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA
                                         PIC 9(06).
       01 WS-DT-VENCIMENTO.
          03 WS-VENC-AAAA                PIC 9(04).
          03 WS-VENC-MM                  PIC 9(02).
          03 WS-VENC-DD                  PIC 9(02).
       01 WS-DT-VENCIMENTO-NUM REDEFINES WS-DT-VENCIMENTO
                                         PIC 9(08).
       77 WS-DTV-DATA                    PIC X(08) VALUE SPACES.
       77 WS-DTV-OPCAO                   PIC X(01) VALUE SPACES.
       77 WS-DTV-RETORNO                 PIC X(01) VALUE SPACES.
       77 WS-DTV-MENSAGEM                PIC X(30) VALUE SPACES.

       01 WS-TAB-CAMPUS.
          03 WS-CAMPUS-ENT OCCURS 10 TIMES.
             05 TC-CAMPUS                PIC X(10).
             05 TC-ARQUIVO               PIC X(100).
             05 TC-FATURAS               PIC 9(07).
             05 TC-VALOR                 PIC 9(09)V9(02).
             05 TC-STATUS                PIC X(01).
       77 WS-QTD-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-CAMPUS                  PIC 9(02)  VALUE ZEROS.

       77 WS-CONT-ALUNOS                 PIC 9(07) VALUE ZEROS.
       77 WS-CONT-INATIVOS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ATIVAS                 PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ATIVAS-ARQ             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-FATURADAS              PIC 9(07) VALUE ZEROS.
       77 WS-CONT-JA-FATURADAS           PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-VALOR              PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CAMPUS-ERRO            PIC 9(02) VALUE ZEROS.
       77 WS-TOT-VALOR                   PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-EDITADO                  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-MOTIVO                      PIC X(30) VALUE SPACES.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       01 WS-DATA-HOJE REDEFINES WS-DATA-SISTEMA
                                         PIC 9(08).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'MENSFATU'.
       77 WS-RUN-MODO                    PIC X(06) VALUE SPACES.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** faturamento mensal de mensalidades'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P1-FATURAR-CAMPUS
                    VARYING WS-IDX-CAMPUS FROM 1 BY 1
                    UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS
                PERFORM P3-CONFERIR-MATRICULAS
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            PERFORM P0B-LER-PARAMETROS
            IF PARAMETRO-OK
                PERFORM P10-CARREGAR-CONFIG
                PERFORM P0C-ABRIR-ARQUIVOS
            END-IF

            .
       P0B-LER-PARAMETROS.
            SET PARAMETRO-OK TO FALSE
            ACCEPT WS-COMPETENCIA-PARM
                FROM ENVIRONMENT 'MENSFATU_COMPETENCIA'
            IF WS-COMPETENCIA-PARM = SPACES
                MOVE WS-DATA-AAAA TO WS-COMP-AAAA
                MOVE WS-DATA-MM   TO WS-COMP-MM
            ELSE
                MOVE WS-COMPETENCIA-PARM TO WS-COMPETENCIA
            END-IF
            ACCEPT WS-VENCIMENTO-PARM
                FROM ENVIRONMENT 'MENSFATU_VENCIMENTO'
            IF WS-VENCIMENTO-PARM = SPACES
                MOVE 10 TO WS-VENC-DD
            ELSE
                MOVE WS-VENCIMENTO-PARM TO WS-VENC-DD
            END-IF
            MOVE WS-COMP-AAAA TO WS-VENC-AAAA
            MOVE WS-COMP-MM   TO WS-VENC-MM
            MOVE WS-COMPETENCIA TO WS-RUN-MODO
            MOVE WS-DT-VENCIMENTO TO WS-DTV-DATA
            MOVE 'F' TO WS-DTV-OPCAO
            CALL 'DATAVLD' USING WS-DTV-DATA WS-DTV-OPCAO
                                 WS-DTV-RETORNO WS-DTV-MENSAGEM
            IF WS-DTV-RETORNO = '0'
                SET PARAMETRO-OK TO TRUE
            ELSE
                DISPLAY 'COMPETENCIA/VENCIMENTO INVALIDO ('
                        WS-COMPETENCIA '/' WS-VENC-DD ') - '
                        FUNCTION TRIM(WS-DTV-MENSAGEM)
            END-IF

            .
       P0C-ABRIR-ARQUIVOS.
            OPEN INPUT MATRICULA
            IF NOT (WS-FILES-MATR = 00 OR WS-FILES-MATR = 05)
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE MATRICULAS - '
                        'FILE STATUS: ' WS-FILES-MATR
            ELSE
                OPEN INPUT CURSO
                IF NOT (WS-FILES-CURSO = 00 OR WS-FILES-CURSO = 05)
                    DISPLAY 'ERRO AO ABRIR CATALOGO DE CURSOS '
                            'CFP003S1.DAT - FILE STATUS: '
                            WS-FILES-CURSO
                    CLOSE MATRICULA
                ELSE
                    OPEN I-O FATURA
                    IF WS-FILES-FATURA = 35
                        OPEN OUTPUT FATURA
                        CLOSE FATURA
                        OPEN I-O FATURA
                    END-IF
                    IF NOT (WS-FILES-FATURA = 00
                            OR WS-FILES-FATURA = 05)
                        DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATURAS '
                                'CFP009S1.DAT - FILE STATUS: '
                                WS-FILES-FATURA
                        CLOSE MATRICULA
                        CLOSE CURSO
                    ELSE
                        OPEN OUTPUT RELFATU
                        IF NOT (WS-FILES-RELFATU = 00)
                            DISPLAY 'ERRO AO ABRIR MENSFATU.LST - '
                                    'FILE STATUS: ' WS-FILES-RELFATU
                            CLOSE MATRICULA
                            CLOSE CURSO
                            CLOSE FATURA
                        ELSE
                            SET ABERTURA-OK TO TRUE
                            PERFORM P6-CABECALHO
                        END-IF
                    END-IF
                END-IF
            END-IF

            .
       P10-CARREGAR-CONFIG.
            MOVE ZEROS TO WS-QTD-CAMPUS
            OPEN INPUT ARQ-CONFIG
            IF NOT (WS-FILES-CONFIG = 00)
                DISPLAY 'CAMPUS.CFG INDISPONIVEL - USANDO ARQUIVO '
                        'PADRAO DO CAMPUS ' WS-CAMPUS
                MOVE 1 TO WS-QTD-CAMPUS
                MOVE WS-CAMPUS        TO TC-CAMPUS(1)
                MOVE WS-ARQUIVO-ALUNO TO TC-ARQUIVO(1)
                MOVE ZEROS            TO TC-FATURAS(1)
                MOVE ZEROS            TO TC-VALOR(1)
                MOVE SPACE            TO TC-STATUS(1)
            ELSE
                SET CONFIG-EOF TO FALSE
                PERFORM P10B-LER-CONFIG UNTIL CONFIG-EOF
                CLOSE ARQ-CONFIG
                IF WS-QTD-CAMPUS = ZEROS
                    DISPLAY 'CAMPUS.CFG SEM CAMPUS CONFIGURADO - '
                            'USANDO ARQUIVO PADRAO.'
                    MOVE 1 TO WS-QTD-CAMPUS
                    MOVE WS-CAMPUS        TO TC-CAMPUS(1)
                    MOVE WS-ARQUIVO-ALUNO TO TC-ARQUIVO(1)
                    MOVE ZEROS            TO TC-FATURAS(1)
                    MOVE ZEROS            TO TC-VALOR(1)
                    MOVE SPACE            TO TC-STATUS(1)
                END-IF
            END-IF

            .
       P10B-LER-CONFIG.
            READ ARQ-CONFIG
                AT END
                    SET CONFIG-EOF TO TRUE
                NOT AT END
                    IF WS-QTD-CAMPUS < 10
                        ADD 1 TO WS-QTD-CAMPUS
                        MOVE FUNCTION UPPER-CASE(CFG-CAMPUS)
                            TO TC-CAMPUS(WS-QTD-CAMPUS)
                        MOVE CFG-ARQUIVO
                            TO TC-ARQUIVO(WS-QTD-CAMPUS)
                        MOVE ZEROS
                            TO TC-FATURAS(WS-QTD-CAMPUS)
                        MOVE ZEROS
                            TO TC-VALOR(WS-QTD-CAMPUS)
                        MOVE SPACE
                            TO TC-STATUS(WS-QTD-CAMPUS)
                    ELSE
                        DISPLAY 'AVISO: LIMITE DE 10 CAMPUS - '
                                'ENTRADA IGNORADA: ' CFG-CAMPUS
                    END-IF
            END-READ
            IF NOT (WS-FILES-CONFIG = 00)
                SET CONFIG-EOF TO TRUE
            END-IF

            .
       P1-FATURAR-CAMPUS.
            MOVE TC-CAMPUS(WS-IDX-CAMPUS)  TO WS-CAMPUS
            MOVE TC-ARQUIVO(WS-IDX-CAMPUS) TO WS-ARQUIVO-ALUNO
            MOVE SPACES TO RELFATU-LINHA
            WRITE RELFATU-LINHA
            OPEN INPUT ALUNO
            IF NOT FILES-OK
                DISPLAY 'ERRO AO ABRIR ARQUIVO DO CAMPUS ' WS-CAMPUS
                        ' - FILE STATUS: ' WS-FILES
                MOVE 'E' TO TC-STATUS(WS-IDX-CAMPUS)
                ADD 1 TO WS-CONT-CAMPUS-ERRO
                MOVE SPACES TO RELFATU-LINHA
                STRING 'CAMPUS: ' WS-CAMPUS
                       ' - ARQUIVO DE ALUNOS INDISPONIVEL - FILE '
                       'STATUS: ' WS-FILES ' - NAO FATURADO'
                       DELIMITED BY SIZE INTO RELFATU-LINHA
                END-STRING
                WRITE RELFATU-LINHA
            ELSE
                MOVE SPACES TO RELFATU-LINHA
                STRING 'CAMPUS: ' WS-CAMPUS
                       DELIMITED BY SIZE INTO RELFATU-LINHA
                END-STRING
                WRITE RELFATU-LINHA
                SET EOF-OK TO FALSE
                PERFORM P1B-LER-ALUNO UNTIL EOF-OK
                CLOSE ALUNO
                MOVE 'L' TO TC-STATUS(WS-IDX-CAMPUS)
                MOVE TC-VALOR(WS-IDX-CAMPUS) TO WS-VL-EDITADO
                MOVE SPACES TO RELFATU-LINHA
                STRING '   FATURAS DO CAMPUS: '
                       TC-FATURAS(WS-IDX-CAMPUS)
                       '  VALOR: ' WS-VL-EDITADO
                       DELIMITED BY SIZE INTO RELFATU-LINHA
                END-STRING
                WRITE RELFATU-LINHA
            END-IF

            .
       P1B-LER-ALUNO.
            READ ALUNO NEXT RECORD INTO WS-ALUNO
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-ALUNOS
                    IF WS-ALUNO-INATIVO
                        ADD 1 TO WS-CONT-INATIVOS
                    ELSE
                        PERFORM P2-FATURAR-ALUNO
                    END-IF
            END-READ

            .
       P2-FATURAR-ALUNO.
            MOVE WS-ID-ALUNO TO MT-ID-ALUNO
            MOVE LOW-VALUES  TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P2B-LER-MATRICULA UNTIL FIM-MATR

            .
       P2B-LER-MATRICULA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-ID-ALUNO NOT = WS-ID-ALUNO
                        SET FIM-MATR TO TRUE
                    ELSE
                        IF MATRICULA-ATIVA
                            ADD 1 TO WS-CONT-ATIVAS
                            PERFORM P2C-GERAR-FATURA
                        END-IF
                    END-IF
            END-READ

            .
       P2C-GERAR-FATURA.
            MOVE MT-CD-CURSO TO CR-CD-CURSO
            READ CURSO
                KEY IS CR-CD-CURSO
                INVALID KEY
                    ADD 1 TO WS-CONT-SEM-VALOR
                    MOVE 'CURSO FORA DO CATALOGO' TO WS-MOTIVO
                    PERFORM P4-GRAVAR-PENDENTE
                NOT INVALID KEY
                    IF CR-VL-MENSALIDADE = ZERO
                        ADD 1 TO WS-CONT-SEM-VALOR
                        MOVE 'CURSO SEM MENSALIDADE' TO WS-MOTIVO
                        PERFORM P4-GRAVAR-PENDENTE
                    ELSE
                        PERFORM P2D-GRAVAR-FATURA
                    END-IF
            END-READ

            .
       P2D-GRAVAR-FATURA.
            MOVE MT-ID-ALUNO          TO FT-ID-ALUNO
            MOVE MT-CD-CURSO          TO FT-CD-CURSO
            MOVE WS-COMPETENCIA-NUM   TO FT-COMPETENCIA
            MOVE WS-CAMPUS            TO FT-CAMPUS
            MOVE WS-DATA-HOJE         TO FT-DT-EMISSAO
            MOVE WS-DT-VENCIMENTO-NUM TO FT-DT-VENCIMENTO
            MOVE CR-VL-MENSALIDADE    TO FT-VL-FATURA
            MOVE ZEROS                TO FT-VL-PAGO
            MOVE ZEROS                TO FT-DT-PAGAMENTO
            MOVE 'A'                  TO FT-ST-FATURA
            WRITE REG-FATURA
                INVALID KEY
                    CONTINUE
            END-WRITE
            EVALUATE TRUE
                WHEN WS-FILES-FATURA = 00
                    ADD 1 TO WS-CONT-FATURADAS
                    ADD 1 TO TC-FATURAS(WS-IDX-CAMPUS)
                    ADD FT-VL-FATURA TO TC-VALOR(WS-IDX-CAMPUS)
                    ADD FT-VL-FATURA TO WS-TOT-VALOR
                    MOVE FT-VL-FATURA TO WS-VL-EDITADO
                    MOVE SPACES TO RELFATU-LINHA
                    STRING '   ' FT-ID-ALUNO
                           ' ' WS-NM-ALUNO
                           ' ' FT-CD-CURSO
                           ' ' CR-NM-CURSO
                           ' VENC ' FT-DT-VENCIMENTO
                           ' ' WS-VL-EDITADO
                           DELIMITED BY SIZE INTO RELFATU-LINHA
                    END-STRING
                    WRITE RELFATU-LINHA
                WHEN WS-FILES-FATURA = 22
                    ADD 1 TO WS-CONT-JA-FATURADAS
                WHEN OTHER
                    ADD 1 TO WS-CONT-ERROS
                    MOVE SPACES TO WS-MOTIVO
                    STRING 'ERRO NA GRAVACAO - STATUS '
                           WS-FILES-FATURA
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                    PERFORM P4-GRAVAR-PENDENTE
            END-EVALUATE

            .
       P3-CONFERIR-MATRICULAS.
            MOVE LOW-VALUES TO CH-MATRICULA
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P3B-CONTAR-ATIVA UNTIL FIM-MATR

            .
       P3B-CONTAR-ATIVA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MATRICULA-ATIVA
                        ADD 1 TO WS-CONT-ATIVAS-ARQ
                    END-IF
            END-READ

            .
       P4-GRAVAR-PENDENTE.
            MOVE SPACES TO RELFATU-LINHA
            STRING '   ' MT-ID-ALUNO
                   ' ' WS-NM-ALUNO
                   ' ' MT-CD-CURSO
                   ' NAO FATURADA - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO RELFATU-LINHA
            END-STRING
            WRITE RELFATU-LINHA

            .
       P6-CABECALHO.
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELFATU-LINHA
            STRING 'FATURAMENTO MENSAL - COMPETENCIA: ' WS-COMP-MM '/'
                   WS-COMP-AAAA
                   ' - VENCIMENTO: ' WS-VENC-DD '/' WS-VENC-MM '/'
                   WS-VENC-AAAA
                   ' - DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELFATU-LINHA
            END-STRING
            WRITE RELFATU-LINHA
            MOVE ALL '-' TO RELFATU-LINHA
            WRITE RELFATU-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELFATU-LINHA
            WRITE RELFATU-LINHA
            MOVE WS-TOT-VALOR TO WS-VL-EDITADO
            MOVE SPACES TO RELFATU-LINHA
            STRING 'ALUNOS LIDOS: '          WS-CONT-ALUNOS
                   '  INATIVOS IGNORADOS: '  WS-CONT-INATIVOS
                   '  MATRICULAS ATIVAS: '   WS-CONT-ATIVAS
                   '  FATURADAS: '           WS-CONT-FATURADAS
                   '  VALOR FATURADO: '      WS-VL-EDITADO
                   DELIMITED BY SIZE INTO RELFATU-LINHA
            END-STRING
            WRITE RELFATU-LINHA
            MOVE SPACES TO RELFATU-LINHA
            STRING 'JA FATURADAS NA COMPETENCIA: ' WS-CONT-JA-FATURADAS
                   '  SEM MENSALIDADE: '     WS-CONT-SEM-VALOR
                   '  ERROS: '               WS-CONT-ERROS
                   '  CAMPI NAO LIDOS: '     WS-CONT-CAMPUS-ERRO
                   DELIMITED BY SIZE INTO RELFATU-LINHA
            END-STRING
            WRITE RELFATU-LINHA
            MOVE SPACES TO RELFATU-LINHA
            STRING 'MATRICULAS ATIVAS NO ARQUIVO: ' WS-CONT-ATIVAS-ARQ
                   '  LOCALIZADAS NOS CAMPI: ' WS-CONT-ATIVAS
                   DELIMITED BY SIZE INTO RELFATU-LINHA
            END-STRING
            WRITE RELFATU-LINHA
            DISPLAY 'ALUNOS LIDOS:       ' WS-CONT-ALUNOS
            DISPLAY 'INATIVOS IGNORADOS: ' WS-CONT-INATIVOS
            DISPLAY 'MATRICULAS ATIVAS:  ' WS-CONT-ATIVAS
            DISPLAY 'FATURADAS:          ' WS-CONT-FATURADAS
            DISPLAY 'JA FATURADAS:       ' WS-CONT-JA-FATURADAS
            DISPLAY 'SEM MENSALIDADE:    ' WS-CONT-SEM-VALOR
            DISPLAY 'ERROS:              ' WS-CONT-ERROS

            .
       P20-GRAVAR-RUNCTL.
            CALL 'RUNCTLOG' USING WS-RUN-PROGRAMA WS-RUN-MODO
                                  WS-RUN-CAMPUS WS-RUN-EVENTO
                                  WS-RUN-LIDOS WS-RUN-GRAVADOS
                                  WS-RUN-RETORNO

            .
       P0-FIM.
            IF ABERTURA-OK
                PERFORM P7-RODAPE
                CLOSE MATRICULA
                CLOSE CURSO
                CLOSE FATURA
                CLOSE RELFATU
                IF WS-CONT-SEM-VALOR = ZEROS
                   AND WS-CONT-ERROS = ZEROS
                   AND WS-CONT-CAMPUS-ERRO = ZEROS
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-ATIVAS    TO WS-RUN-LIDOS
                MOVE WS-CONT-FATURADAS TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE       TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM MENSFATU.
