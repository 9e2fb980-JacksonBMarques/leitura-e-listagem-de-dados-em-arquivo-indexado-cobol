      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: historico escolar em lote - para cada aluno do
      *          campus (CFP001S1.DAT), ou so para o aluno informado
      *          em HISTALUN_ID, lista todas as matriculas
      *          (CFP002S1.DAT) com periodo letivo, situacao, data
      *          da matricula e da situacao, nota final,
      *          frequencia e resultado
      *          lancados em CFP005S1.DAT, fechando com a media
      *          geral das notas lancadas; sem CFP005S1.DAT
      *          (nenhuma nota lancada ainda) emite os historicos
      *          com nota, frequencia e media em branco e termina
      *          com RETURN-CODE 4; grava HISTORICO.LST e
      *          registra inicio/fim em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTALUN.

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

                SELECT NOTA ASSIGN TO 'CFP005S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-NOTA
                FILE STATUS IS WS-FILES-NOTA.

                SELECT RELHIST ASSIGN TO 'HISTORICO.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELHIST.


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

       FD NOTA.
          COPY CFPK0005.

       FD RELHIST.
       01 RELHIST-LINHA                  PIC X(132).

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
       77 WS-FILES-NOTA                  PIC 99    VALUE ZEROS.
       77 WS-FILES-RELHIST               PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE
          'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S1.DAT'.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'SEDE'.
       77 WS-CAMPUS-PARM                 PIC X(10)  VALUE SPACES.
       77 WS-ARQUIVO-PARM                PIC X(100) VALUE SPACES.
       77 WS-FILES-CONFIG                PIC 99     VALUE ZEROS.
       77 WS-CONFIG-EOF                  PIC X      VALUE 'N'.
          88 CONFIG-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-CAMPUS-OK                   PIC X      VALUE 'N'.
          88 CAMPUS-OK                   VALUE 'S' FALSE 'N'.
       77 WS-MSG-ERRO                    PIC X(60) VALUE SPACES.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-NOTA-ABERTA                 PIC X     VALUE 'N'.
          88 NOTA-ABERTA                 VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATR                    PIC X     VALUE 'N'.
          88 FIM-MATR                    VALUE 'S' FALSE 'N'.
       77 WS-ID-PARM                     PIC X(07) VALUE SPACES.
       77 WS-ID-BUSCA                    PIC 9(07) VALUE ZEROS.
       77 WS-ALUNO-UNICO                 PIC X     VALUE 'N'.
          88 ALUNO-UNICO                 VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-NAO-ACHADO            PIC X     VALUE 'N'.
          88 ALUNO-NAO-ACHADO            VALUE 'S' FALSE 'N'.
       77 WS-SIT-MATR                    PIC X(25) VALUE SPACES.
       77 WS-SIT-ALUNO                   PIC X(25) VALUE SPACES.
       77 WS-RESULTADO                   PIC X(10) VALUE SPACES.
       77 WS-NOTA-EDITADA                PIC X(05) VALUE SPACES.
       77 WS-FREQ-EDITADA                PIC X(07) VALUE SPACES.
       77 WS-NOTA-MASCARA                PIC Z9,99.
       77 WS-FREQ-MASCARA                PIC ZZ9,99.
       77 WS-SOMA-NOTAS                  PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QTD-NOTAS                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MATR-ALUNO              PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-GERAL                 PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-CONT-LIDOS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ALUNOS                 PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MATR                   PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-NOTA               PIC 9(07) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'HISTALUN'.
       77 WS-RUN-MODO                    PIC X(06) VALUE SPACES.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** historico escolar de alunos'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                IF ALUNO-UNICO
                    PERFORM P1B-LER-ALUNO-UNICO
                ELSE
                    SET EOF-OK TO FALSE
                    PERFORM P1-LER-ALUNO UNTIL EOF-OK
                END-IF
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            PERFORM P10-RESOLVER-ARQUIVO
            IF NOT CAMPUS-OK
                DISPLAY 'CONFIGURACAO DE CAMPUS INVALIDA.'
                PERFORM P0-FIM
            END-IF
            ACCEPT WS-ID-PARM FROM ENVIRONMENT 'HISTALUN_ID'
            IF WS-ID-PARM NOT = SPACES
                IF WS-ID-PARM NOT NUMERIC
                    DISPLAY 'HISTALUN_ID DEVE SER NUMERICO DE 7 '
                            'DIGITOS.'
                    PERFORM P0-FIM
                END-IF
                MOVE WS-ID-PARM TO WS-ID-BUSCA
                SET ALUNO-UNICO TO TRUE
                MOVE 'ALUNO' TO WS-RUN-MODO
            END-IF
            OPEN INPUT ALUNO
            IF NOT FILES-OK
                PERFORM P5-ERRO-ARQUIVO
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE ALUNOS'
                DISPLAY 'FILE STATUS: ' WS-FILES ' - ' WS-MSG-ERRO
            ELSE
                OPEN INPUT MATRICULA
                IF NOT (WS-FILES-MATR = 00 OR WS-FILES-MATR = 05)
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE MATRICULAS - '
                            'FILE STATUS: ' WS-FILES-MATR
                    CLOSE ALUNO
                ELSE
                    OPEN INPUT NOTA
                    EVALUATE TRUE
                        WHEN WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05
                            SET NOTA-ABERTA TO TRUE
                        WHEN WS-FILES-NOTA = 35
                            DISPLAY 'AVISO: ARQUIVO DE NOTAS '
                                    'CFP005S1.DAT INEXISTENTE - '
                                    'HISTORICOS SEM NOTAS.'
                        WHEN OTHER
                            DISPLAY 'ERRO AO ABRIR ARQUIVO DE NOTAS '
                                    'CFP005S1.DAT - FILE STATUS: '
                                    WS-FILES-NOTA
                    END-EVALUATE
                    IF NOT (NOTA-ABERTA OR WS-FILES-NOTA = 35)
                        CLOSE ALUNO
                        CLOSE MATRICULA
                    ELSE
                        OPEN OUTPUT RELHIST
                        IF NOT (WS-FILES-RELHIST = 00)
                            DISPLAY 'ERRO AO ABRIR HISTORICO.LST - '
                                    'FILE STATUS: ' WS-FILES-RELHIST
                            CLOSE ALUNO
                            CLOSE MATRICULA
                            IF NOTA-ABERTA
                                CLOSE NOTA
                            END-IF
                        ELSE
                            SET ABERTURA-OK TO TRUE
                            PERFORM P6-CABECALHO
                        END-IF
                    END-IF
                END-IF
            END-IF

            .
       P1-LER-ALUNO.
            READ ALUNO NEXT RECORD INTO WS-ALUNO
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P2-EMITIR-HISTORICO
            END-READ

            .
       P1B-LER-ALUNO-UNICO.
            MOVE WS-ID-BUSCA TO ID-ALUNO
            READ ALUNO INTO WS-ALUNO
                KEY IS ID-ALUNO
                INVALID KEY
                    SET ALUNO-NAO-ACHADO TO TRUE
                    MOVE SPACES TO RELHIST-LINHA
                    STRING 'ALUNO ' WS-ID-BUSCA
                           ' NAO CADASTRADO NO CAMPUS '
                           FUNCTION TRIM(WS-CAMPUS)
                           DELIMITED BY SIZE INTO RELHIST-LINHA
                    END-STRING
                    WRITE RELHIST-LINHA
                    DISPLAY FUNCTION TRIM(RELHIST-LINHA)
                NOT INVALID KEY
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P2-EMITIR-HISTORICO
            END-READ

            .
       P2-EMITIR-HISTORICO.
            ADD 1 TO WS-CONT-ALUNOS
            MOVE ZEROS TO WS-SOMA-NOTAS
            MOVE ZEROS TO WS-QTD-NOTAS
            MOVE ZEROS TO WS-QTD-MATR-ALUNO
            IF WS-ALUNO-INATIVO
                MOVE SPACES TO WS-SIT-ALUNO
                STRING 'INATIVO DESDE ' WS-DT-INATIVACAO
                    DELIMITED BY SIZE INTO WS-SIT-ALUNO
                END-STRING
            ELSE
                MOVE 'ATIVO' TO WS-SIT-ALUNO
            END-IF
            MOVE SPACES TO RELHIST-LINHA
            STRING 'ALUNO: ' WS-ID-ALUNO
                   ' - ' WS-NM-ALUNO
                   ' TEL: ' WS-PREFIXO '-' WS-SUFIXO
                   ' SITUACAO: ' FUNCTION TRIM(WS-SIT-ALUNO)
                   DELIMITED BY SIZE INTO RELHIST-LINHA
            END-STRING
            WRITE RELHIST-LINHA
            MOVE SPACES TO RELHIST-LINHA
            STRING '   CURSO  NOME DO CURSO        PERIODO MATRICULA '
                   'SITUACAO                   NOTA  FREQ %   '
                   'RESULTADO'
                   DELIMITED BY SIZE INTO RELHIST-LINHA
            END-STRING
            WRITE RELHIST-LINHA
            MOVE WS-ID-ALUNO TO MT-ID-ALUNO
            MOVE LOW-VALUES  TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P3-LER-MATRICULA UNTIL FIM-MATR
            PERFORM P4-GRAVAR-MEDIA

            .
       P3-LER-MATRICULA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-ID-ALUNO NOT = WS-ID-ALUNO
                        SET FIM-MATR TO TRUE
                    ELSE
                        ADD 1 TO WS-CONT-MATR
                        ADD 1 TO WS-QTD-MATR-ALUNO
                        PERFORM P3B-GRAVAR-MATRICULA
                    END-IF
            END-READ

            .
       P3B-GRAVAR-MATRICULA.
            PERFORM P3C-DESCREVER-SITUACAO
            IF NOTA-ABERTA
                PERFORM P3D-BUSCAR-NOTA
            ELSE
                MOVE SPACES TO WS-NOTA-EDITADA
                MOVE SPACES TO WS-FREQ-EDITADA
                MOVE SPACES TO WS-RESULTADO
            END-IF
            MOVE SPACES TO RELHIST-LINHA
            STRING '   ' MT-CD-CURSO
                   ' ' MT-NM-CURSO
                   ' ' MT-CD-PERIODO
                   '  ' MT-DT-MATRICULA
                   '  ' WS-SIT-MATR
                   '  ' WS-NOTA-EDITADA
                   ' ' WS-FREQ-EDITADA
                   '  ' WS-RESULTADO
                   DELIMITED BY SIZE INTO RELHIST-LINHA
            END-STRING
            WRITE RELHIST-LINHA

            .
       P3D-BUSCAR-NOTA.
            MOVE MT-ID-ALUNO TO NT-ID-ALUNO
            MOVE MT-CD-CURSO TO NT-CD-CURSO
            READ NOTA
                KEY IS CH-NOTA
                INVALID KEY
                    ADD 1 TO WS-CONT-SEM-NOTA
                    MOVE '  -  '        TO WS-NOTA-EDITADA
                    MOVE '   -   '      TO WS-FREQ-EDITADA
                    MOVE 'SEM NOTA'     TO WS-RESULTADO
                NOT INVALID KEY
                    MOVE NT-NOTA-FINAL   TO WS-NOTA-MASCARA
                    MOVE WS-NOTA-MASCARA TO WS-NOTA-EDITADA
                    MOVE NT-FREQUENCIA   TO WS-FREQ-MASCARA
                    MOVE WS-FREQ-MASCARA TO WS-FREQ-EDITADA
                    IF NOTA-APROVADO
                        MOVE 'APROVADO'  TO WS-RESULTADO
                    ELSE
                        MOVE 'REPROVADO' TO WS-RESULTADO
                    END-IF
                    ADD NT-NOTA-FINAL TO WS-SOMA-NOTAS
                    ADD 1 TO WS-QTD-NOTAS
            END-READ

            .
       P3C-DESCREVER-SITUACAO.
            EVALUATE TRUE
                WHEN MATRICULA-CONCLUIDA
                    MOVE SPACES TO WS-SIT-MATR
                    STRING 'CONCLUIDA EM ' MT-DT-SITUACAO
                        DELIMITED BY SIZE INTO WS-SIT-MATR
                    END-STRING
                WHEN MATRICULA-CANCELADA
                    MOVE SPACES TO WS-SIT-MATR
                    STRING 'CANCELADA EM ' MT-DT-SITUACAO
                        DELIMITED BY SIZE INTO WS-SIT-MATR
                    END-STRING
                WHEN OTHER
                    MOVE 'ATIVA' TO WS-SIT-MATR
            END-EVALUATE

            .
       P4-GRAVAR-MEDIA.
            MOVE SPACES TO RELHIST-LINHA
            EVALUATE TRUE
                WHEN WS-QTD-MATR-ALUNO = ZERO
                    MOVE '   NENHUMA MATRICULA REGISTRADA'
                        TO RELHIST-LINHA
                WHEN NOT NOTA-ABERTA
                    STRING '   CURSOS: ' WS-QTD-MATR-ALUNO
                           '  MEDIA GERAL:'
                           DELIMITED BY SIZE INTO RELHIST-LINHA
                    END-STRING
                WHEN WS-QTD-NOTAS = ZERO
                    STRING '   CURSOS: ' WS-QTD-MATR-ALUNO
                           '  MEDIA GERAL: SEM NOTAS LANCADAS'
                           DELIMITED BY SIZE INTO RELHIST-LINHA
                    END-STRING
                WHEN OTHER
                    COMPUTE WS-MEDIA-GERAL ROUNDED =
                            WS-SOMA-NOTAS / WS-QTD-NOTAS
                    END-COMPUTE
                    MOVE WS-MEDIA-GERAL TO WS-NOTA-MASCARA
                    STRING '   CURSOS: ' WS-QTD-MATR-ALUNO
                           '  COM NOTA: ' WS-QTD-NOTAS
                           '  MEDIA GERAL: ' WS-NOTA-MASCARA
                           DELIMITED BY SIZE INTO RELHIST-LINHA
                    END-STRING
            END-EVALUATE
            WRITE RELHIST-LINHA
            MOVE ALL '-' TO RELHIST-LINHA
            WRITE RELHIST-LINHA

            .
       P10-RESOLVER-ARQUIVO.
            ACCEPT WS-CAMPUS-PARM FROM ENVIRONMENT 'ALUNO_CAMPUS'
            MOVE FUNCTION UPPER-CASE(WS-CAMPUS-PARM)
                TO WS-CAMPUS-PARM
            ACCEPT WS-ARQUIVO-PARM FROM ENVIRONMENT 'ALUNO_ARQUIVO'
            EVALUATE TRUE
                WHEN WS-CAMPUS-PARM = 'TODOS'
                    DISPLAY 'PROGRAMA NAO OPERA EM MODO CONSOLIDADO'
                            ' - INFORME UM UNICO CAMPUS.'
                    SET CAMPUS-OK TO FALSE
                WHEN WS-ARQUIVO-PARM NOT = SPACES
                    MOVE WS-ARQUIVO-PARM TO WS-ARQUIVO-ALUNO
                    IF WS-CAMPUS-PARM NOT = SPACES
                        MOVE WS-CAMPUS-PARM TO WS-CAMPUS
                    END-IF
                    SET CAMPUS-OK TO TRUE
                WHEN WS-CAMPUS-PARM NOT = SPACES
                    MOVE WS-CAMPUS-PARM TO WS-CAMPUS
                    PERFORM P10B-PROCURAR-CAMPUS
                WHEN OTHER
                    SET CAMPUS-OK TO TRUE
            END-EVALUATE
            IF CAMPUS-OK
                DISPLAY 'CAMPUS: ' WS-CAMPUS ' - ARQUIVO: '
                        FUNCTION TRIM(WS-ARQUIVO-ALUNO)
            END-IF

            .
       P10B-PROCURAR-CAMPUS.
            SET CAMPUS-OK TO FALSE
            OPEN INPUT ARQ-CONFIG
            IF NOT (WS-FILES-CONFIG = 00)
                DISPLAY 'ERRO AO ABRIR CAMPUS.CFG - FILE STATUS: '
                        WS-FILES-CONFIG
            ELSE
                SET CONFIG-EOF TO FALSE
                PERFORM P10C-LER-CONFIG
                    UNTIL CONFIG-EOF OR CAMPUS-OK
                CLOSE ARQ-CONFIG
                IF NOT CAMPUS-OK
                    DISPLAY 'CAMPUS ' WS-CAMPUS
                            ' NAO CONFIGURADO EM CAMPUS.CFG.'
                END-IF
            END-IF

            .
       P10C-LER-CONFIG.
            READ ARQ-CONFIG
                AT END
                    SET CONFIG-EOF TO TRUE
                NOT AT END
                    IF FUNCTION UPPER-CASE(CFG-CAMPUS) = WS-CAMPUS
                        MOVE CFG-ARQUIVO TO WS-ARQUIVO-ALUNO
                        SET CAMPUS-OK TO TRUE
                    END-IF
            END-READ
            IF NOT (WS-FILES-CONFIG = 00)
                SET CONFIG-EOF TO TRUE
            END-IF

            .
       P5-ERRO-ARQUIVO.
            EVALUATE TRUE
                WHEN FS-ARQUIVO-INEXISTENTE
                    MOVE 'ARQUIVO DE ALUNOS NAO ENCONTRADO'
                        TO WS-MSG-ERRO
                WHEN FS-MODO-ABERTURA-INVALIDO
                    MOVE 'MODO DE ABERTURA INVALIDO PARA O ARQUIVO'
                        TO WS-MSG-ERRO
                WHEN FS-ARQUIVO-BLOQUEADO
                    MOVE 'ARQUIVO DE ALUNOS BLOQUEADO POR OUTRO JOB'
                        TO WS-MSG-ERRO
                WHEN FS-ATRIBUTOS-CONFLITANTES
                    MOVE 'ATRIBUTOS DO ARQUIVO NAO CONFEREM C/ PROGRAMA'
                        TO WS-MSG-ERRO
                WHEN FS-ARQUIVO-JA-ABERTO
                    MOVE 'ARQUIVO DE ALUNOS JA ESTA ABERTO'
                        TO WS-MSG-ERRO
                WHEN FS-ERRO-SISTEMA-ARQUIVOS
                    MOVE 'ERRO DE SISTEMA DE ARQUIVOS'
                        TO WS-MSG-ERRO
                WHEN OTHER
                    MOVE 'ERRO NAO MAPEADO NO ARQUIVO DE ALUNOS'
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P6-CABECALHO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELHIST-LINHA
            STRING 'HISTORICO ESCOLAR - CAMPUS: '
                   FUNCTION TRIM(WS-CAMPUS)
                   ' - DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELHIST-LINHA
            END-STRING
            WRITE RELHIST-LINHA
            MOVE ALL '-' TO RELHIST-LINHA
            WRITE RELHIST-LINHA

            .
       P7-RODAPE.
            MOVE SPACES TO RELHIST-LINHA
            STRING 'ALUNOS EMITIDOS: '       WS-CONT-ALUNOS
                   '  MATRICULAS: '          WS-CONT-MATR
                   '  SEM NOTA LANCADA: '    WS-CONT-SEM-NOTA
                   DELIMITED BY SIZE INTO RELHIST-LINHA
            END-STRING
            WRITE RELHIST-LINHA
            IF NOT NOTA-ABERTA
                MOVE SPACES TO RELHIST-LINHA
                STRING 'ARQUIVO DE NOTAS CFP005S1.DAT INEXISTENTE - '
                       'NOTA, FREQUENCIA E MEDIA EM BRANCO'
                       DELIMITED BY SIZE INTO RELHIST-LINHA
                END-STRING
                WRITE RELHIST-LINHA
            END-IF
            DISPLAY 'ALUNOS EMITIDOS: '   WS-CONT-ALUNOS
            DISPLAY 'MATRICULAS: '        WS-CONT-MATR
            DISPLAY 'SEM NOTA LANCADA: '  WS-CONT-SEM-NOTA

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
                CLOSE ALUNO
                CLOSE MATRICULA
                IF NOTA-ABERTA
                    CLOSE NOTA
                END-IF
                CLOSE RELHIST
                IF ALUNO-NAO-ACHADO OR NOT NOTA-ABERTA
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-LIDOS   TO WS-RUN-LIDOS
                MOVE WS-CONT-ALUNOS  TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE     TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM HISTALUN.
