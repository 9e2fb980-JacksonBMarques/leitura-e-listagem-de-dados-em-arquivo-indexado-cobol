      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: lista de presenca das turmas - para cada campus da
      *          tabela CAMPUS.CFG percorre o catalogo de cursos
      *          (CFP003S1.DAT) e, para cada curso aberto ofertado
      *          no campus (CR-CAMPUS), le so as matriculas do curso
      *          pela chave alternativa MT-CD-CURSO de CFP002S1.DAT
      *          e lista os alunos com matricula ativa, com nome e
      *          telefone do arquivo de alunos do campus
      *          (CFP001S1.DAT), as vagas ocupadas contra CR-VG-CURSO
      *          e uma coluna de assinatura em branco para uso como
      *          folha de presenca no primeiro dia do periodo; cada
      *          turma comeca com cabecalho proprio, repetido na
      *          quebra de pagina; cursos de campus ausente da
      *          CAMPUS.CFG saem ao final sem nome e telefone;
      *          ALUNO_CAMPUS limita a um campus (TODOS ou branco =
      *          todos) e TURMALST_CURSO a um unico curso (listado
      *          mesmo encerrado); grava TURMA.LST e registra
      *          inicio/fim em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMALST.

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

                SELECT RELTURMA ASSIGN TO 'TURMA.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELTURMA.

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

       FD RELTURMA.
       01 RELTURMA-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CFPS0001.

       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-RELTURMA              PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE
          'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S1.DAT'.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'SEDE'.
       77 WS-CAMPUS-PARM                 PIC X(10)  VALUE SPACES.
       77 WS-CURSO-PARM                  PIC X(06)  VALUE SPACES.
       77 WS-FILES-CONFIG                PIC 99     VALUE ZEROS.
       77 WS-CONFIG-EOF                  PIC X      VALUE 'N'.
          88 CONFIG-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-CURSO                   PIC X     VALUE 'N'.
          88 FIM-CURSO                   VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATR                    PIC X     VALUE 'N'.
          88 FIM-MATR                    VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ABERTO                PIC X     VALUE 'N'.
          88 ALUNO-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-PASSO-OUTROS                PIC X     VALUE 'N'.
          88 PASSO-OUTROS                VALUE 'S' FALSE 'N'.
       77 WS-CURSO-SELECIONADO           PIC X     VALUE 'N'.
          88 CURSO-SELECIONADO           VALUE 'S' FALSE 'N'.
       77 WS-CAMPUS-CONHECIDO            PIC X     VALUE 'N'.
          88 CAMPUS-CONHECIDO            VALUE 'S' FALSE 'N'.

       01 WS-TAB-CAMPUS.
          03 WS-CAMPUS-ENT OCCURS 10 TIMES.
             05 TC-CAMPUS                PIC X(10).
             05 TC-ARQUIVO               PIC X(100).
       77 WS-QTD-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-BUSCA                   PIC 9(02)  VALUE ZEROS.

       77 WS-CD-CURSO                    PIC X(06)  VALUE SPACES.
       77 WS-NM-CURSO                    PIC X(20)  VALUE SPACES.
       77 WS-CAMPUS-CURSO                PIC X(10)  VALUE SPACES.
       77 WS-VG-CURSO                    PIC 9(04)  VALUE ZEROS.
       77 WS-VAGAS-OCUPADAS              PIC 9(04)  VALUE ZEROS.
       77 WS-VAGAS-LIVRES                PIC 9(04)  VALUE ZEROS.
       77 WS-NR-ALUNO                    PIC 9(04)  VALUE ZEROS.
       77 WS-NM-PRESENTE                 PIC X(20)  VALUE SPACES.
       77 WS-TL-PRESENTE                 PIC X(10)  VALUE SPACES.
       77 WS-OBS-PRESENTE                PIC X(14)  VALUE SPACES.
       77 WS-DS-VAGAS                    PIC X(60)  VALUE SPACES.

       77 WS-PAGINA-RELATORIO            PIC 9(03)  VALUE ZEROS.
       77 WS-LINHA-RELATORIO             PIC 9(03)  VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA           PIC 9(03)  VALUE 50.
       77 WS-DS-CONTINUACAO              PIC X(14)  VALUE SPACES.

       77 WS-CONT-CURSOS-LIDOS           PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-TURMAS                 PIC 9(05)  VALUE ZEROS.
       77 WS-CONT-ALUNOS                 PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-NAO-CADASTRADOS        PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-ACIMA-LIMITE           PIC 9(05)  VALUE ZEROS.
       77 WS-CONT-CAMPUS-ERRO            PIC 9(02)  VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'TURMALST'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'TURMA'.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** lista de presenca das turmas'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P1-RELATAR-CAMPUS
                    VARYING WS-IDX-CAMPUS FROM 1 BY 1
                    UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS + 1
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            ACCEPT WS-CAMPUS-PARM FROM ENVIRONMENT 'ALUNO_CAMPUS'
            MOVE FUNCTION UPPER-CASE(WS-CAMPUS-PARM) TO WS-CAMPUS-PARM
            IF WS-CAMPUS-PARM = 'TODOS'
                MOVE SPACES TO WS-CAMPUS-PARM
            END-IF
            IF WS-CAMPUS-PARM NOT = SPACES
                MOVE WS-CAMPUS-PARM TO WS-RUN-CAMPUS
            END-IF
            ACCEPT WS-CURSO-PARM FROM ENVIRONMENT 'TURMALST_CURSO'
            MOVE FUNCTION UPPER-CASE(WS-CURSO-PARM) TO WS-CURSO-PARM
            PERFORM P10-CARREGAR-CONFIG
            OPEN INPUT CURSO
            IF NOT (WS-FILES-CURSO = 00 OR WS-FILES-CURSO = 05)
                DISPLAY 'ERRO AO ABRIR CATALOGO DE CURSOS '
                        'CFP003S1.DAT - FILE STATUS: ' WS-FILES-CURSO
            ELSE
                OPEN INPUT MATRICULA
                IF NOT (WS-FILES-MATR = 00 OR WS-FILES-MATR = 05)
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE MATRICULAS '
                            'CFP002S1.DAT - FILE STATUS: '
                            WS-FILES-MATR
                    CLOSE CURSO
                ELSE
                    OPEN OUTPUT RELTURMA
                    IF NOT (WS-FILES-RELTURMA = 00)
                        DISPLAY 'ERRO AO ABRIR TURMA.LST - '
                                'FILE STATUS: ' WS-FILES-RELTURMA
                        CLOSE CURSO
                        CLOSE MATRICULA
                    ELSE
                        SET ABERTURA-OK TO TRUE
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
                    ELSE
                        DISPLAY 'AVISO: LIMITE DE 10 CAMPUS - '
                                'ENTRADA IGNORADA: ' CFG-CAMPUS
                    END-IF
            END-READ
            IF NOT (WS-FILES-CONFIG = 00)
                SET CONFIG-EOF TO TRUE
            END-IF

            .
       P1-RELATAR-CAMPUS.
            SET ALUNO-ABERTO TO FALSE
            IF WS-IDX-CAMPUS > WS-QTD-CAMPUS
                SET PASSO-OUTROS TO TRUE
                MOVE SPACES TO WS-CAMPUS
            ELSE
                SET PASSO-OUTROS TO FALSE
                MOVE TC-CAMPUS(WS-IDX-CAMPUS)  TO WS-CAMPUS
                MOVE TC-ARQUIVO(WS-IDX-CAMPUS) TO WS-ARQUIVO-ALUNO
            END-IF
            IF PASSO-OUTROS
               OR WS-CAMPUS-PARM = SPACES
               OR WS-CAMPUS-PARM = WS-CAMPUS
                IF NOT PASSO-OUTROS
                    OPEN INPUT ALUNO
                    IF FILES-OK
                        SET ALUNO-ABERTO TO TRUE
                    ELSE
                        ADD 1 TO WS-CONT-CAMPUS-ERRO
                        DISPLAY 'CAMPUS ' WS-CAMPUS ' - ARQUIVO DE '
                                'ALUNOS INDISPONIVEL - FILE STATUS: '
                                WS-FILES
                    END-IF
                END-IF
                MOVE LOW-VALUES TO CR-CD-CURSO
                IF WS-CURSO-PARM NOT = SPACES
                    MOVE WS-CURSO-PARM TO CR-CD-CURSO
                END-IF
                SET FIM-CURSO TO FALSE
                START CURSO KEY IS NOT LESS THAN CR-CD-CURSO
                    INVALID KEY
                        SET FIM-CURSO TO TRUE
                END-START
                PERFORM P1B-LER-CURSO UNTIL FIM-CURSO
                IF ALUNO-ABERTO
                    CLOSE ALUNO
                END-IF
            END-IF

            .
       P1B-LER-CURSO.
            READ CURSO NEXT RECORD
                AT END
                    SET FIM-CURSO TO TRUE
                NOT AT END
                    IF WS-CURSO-PARM NOT = SPACES
                       AND CR-CD-CURSO NOT = WS-CURSO-PARM
                        SET FIM-CURSO TO TRUE
                    ELSE
                        IF PASSO-OUTROS
                            ADD 1 TO WS-CONT-CURSOS-LIDOS
                        END-IF
                        PERFORM P1C-SELECIONAR-CURSO
                        IF CURSO-SELECIONADO
                            PERFORM P2-LISTAR-TURMA
                        END-IF
                    END-IF
            END-READ

            .
       P1C-SELECIONAR-CURSO.
            SET CURSO-SELECIONADO TO FALSE
            IF CURSO-ABERTO OR WS-CURSO-PARM NOT = SPACES
                IF PASSO-OUTROS
                    PERFORM P1D-PROCURAR-CAMPUS
                    IF NOT CAMPUS-CONHECIDO
                       AND (WS-CAMPUS-PARM = SPACES
                        OR WS-CAMPUS-PARM =
                           FUNCTION UPPER-CASE(CR-CAMPUS))
                        SET CURSO-SELECIONADO TO TRUE
                    END-IF
                ELSE
                    IF FUNCTION UPPER-CASE(CR-CAMPUS) = WS-CAMPUS
                        SET CURSO-SELECIONADO TO TRUE
                    END-IF
                END-IF
            END-IF

            .
       P1D-PROCURAR-CAMPUS.
            SET CAMPUS-CONHECIDO TO FALSE
            PERFORM P1E-COMPARAR-CAMPUS
                VARYING WS-IDX-BUSCA FROM 1 BY 1
                UNTIL WS-IDX-BUSCA > WS-QTD-CAMPUS OR CAMPUS-CONHECIDO

            .
       P1E-COMPARAR-CAMPUS.
            IF TC-CAMPUS(WS-IDX-BUSCA) = FUNCTION UPPER-CASE(CR-CAMPUS)
                SET CAMPUS-CONHECIDO TO TRUE
            END-IF

            .
       P2-LISTAR-TURMA.
            ADD 1 TO WS-CONT-TURMAS
            MOVE CR-CD-CURSO TO WS-CD-CURSO
            MOVE CR-NM-CURSO TO WS-NM-CURSO
            MOVE CR-CAMPUS   TO WS-CAMPUS-CURSO
            MOVE CR-VG-CURSO TO WS-VG-CURSO
            PERFORM P2B-CONTAR-OCUPADAS
            MOVE SPACES TO WS-DS-VAGAS
            EVALUATE TRUE
                WHEN WS-VG-CURSO = ZEROS
                    STRING 'VAGAS: SEM LIMITE  OCUPADAS: '
                           WS-VAGAS-OCUPADAS
                           DELIMITED BY SIZE INTO WS-DS-VAGAS
                    END-STRING
                WHEN WS-VAGAS-OCUPADAS > WS-VG-CURSO
                    ADD 1 TO WS-CONT-ACIMA-LIMITE
                    STRING 'VAGAS: ' WS-VG-CURSO
                           '  OCUPADAS: ' WS-VAGAS-OCUPADAS
                           '  ACIMA DO LIMITE'
                           DELIMITED BY SIZE INTO WS-DS-VAGAS
                    END-STRING
                WHEN OTHER
                    SUBTRACT WS-VAGAS-OCUPADAS FROM WS-VG-CURSO
                        GIVING WS-VAGAS-LIVRES
                    STRING 'VAGAS: ' WS-VG-CURSO
                           '  OCUPADAS: ' WS-VAGAS-OCUPADAS
                           '  LIVRES: ' WS-VAGAS-LIVRES
                           DELIMITED BY SIZE INTO WS-DS-VAGAS
                    END-STRING
            END-EVALUATE
            MOVE SPACES TO WS-DS-CONTINUACAO
            PERFORM P6-CABECALHO-TURMA
            MOVE ZEROS TO WS-NR-ALUNO
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS EQUAL TO MT-CD-CURSO
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P2C-LER-MATRICULA UNTIL FIM-MATR
            MOVE SPACES TO RELTURMA-LINHA
            WRITE RELTURMA-LINHA
            MOVE SPACES TO RELTURMA-LINHA
            STRING '  ALUNOS NA LISTA: ' WS-NR-ALUNO
                   '   PROFESSOR: ______________________________'
                   '   DATA: ____/____/________'
                   DELIMITED BY SIZE INTO RELTURMA-LINHA
            END-STRING
            WRITE RELTURMA-LINHA

            .
       P2B-CONTAR-OCUPADAS.
            MOVE ZEROS TO WS-VAGAS-OCUPADAS
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS EQUAL TO MT-CD-CURSO
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P2B2-LER-OCUPADA UNTIL FIM-MATR

            .
       P2B2-LER-OCUPADA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-MATR TO TRUE
                    ELSE
                        IF MATRICULA-ATIVA
                            ADD 1 TO WS-VAGAS-OCUPADAS
                        END-IF
                    END-IF
            END-READ

            .
       P2C-LER-MATRICULA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-MATR TO TRUE
                    ELSE
                        IF MATRICULA-ATIVA
                            PERFORM P2D-LINHA-ALUNO
                        END-IF
                    END-IF
            END-READ

            .
       P2D-LINHA-ALUNO.
            ADD 1 TO WS-NR-ALUNO
            ADD 1 TO WS-CONT-ALUNOS
            PERFORM P2E-BUSCAR-ALUNO
            IF WS-LINHA-RELATORIO >= WS-LINHAS-POR-PAGINA
                MOVE '(CONTINUACAO)' TO WS-DS-CONTINUACAO
                PERFORM P6-CABECALHO-TURMA
            END-IF
            MOVE SPACES TO RELTURMA-LINHA
            WRITE RELTURMA-LINHA
            MOVE SPACES TO RELTURMA-LINHA
            STRING '  ' WS-NR-ALUNO
                   '  ' MT-ID-ALUNO
                   '  ' WS-NM-PRESENTE
                   '  ' WS-TL-PRESENTE
                   '  ' WS-OBS-PRESENTE
                   '  ________________________________________'
                   DELIMITED BY SIZE INTO RELTURMA-LINHA
            END-STRING
            WRITE RELTURMA-LINHA
            ADD 2 TO WS-LINHA-RELATORIO

            .
       P2E-BUSCAR-ALUNO.
            MOVE SPACES TO WS-NM-PRESENTE
            MOVE SPACES TO WS-TL-PRESENTE
            MOVE SPACES TO WS-OBS-PRESENTE
            IF ALUNO-ABERTO
                MOVE MT-ID-ALUNO TO ID-ALUNO
                READ ALUNO
                    KEY IS ID-ALUNO
                    INVALID KEY
                        MOVE '*** NAO CADASTRADO' TO WS-NM-PRESENTE
                        ADD 1 TO WS-CONT-NAO-CADASTRADOS
                    NOT INVALID KEY
                        MOVE NM-ALUNO TO WS-NM-PRESENTE
                        STRING PREFIXO '-' SUFIXO
                            DELIMITED BY SIZE INTO WS-TL-PRESENTE
                        END-STRING
                        IF ALUNO-INATIVO
                            MOVE 'ALUNO INATIVO' TO WS-OBS-PRESENTE
                        END-IF
                END-READ
            ELSE
                IF PASSO-OUTROS
                    MOVE 'CAMPUS SEM CFG' TO WS-OBS-PRESENTE
                ELSE
                    MOVE 'SEM ARQ. ALUNO' TO WS-OBS-PRESENTE
                END-IF
            END-IF

            .
       P6-CABECALHO-TURMA.
            ADD 1 TO WS-PAGINA-RELATORIO
            MOVE ZEROS TO WS-LINHA-RELATORIO
            MOVE SPACES TO RELTURMA-LINHA
            STRING 'LISTA DE PRESENCA - CAMPUS: ' WS-CAMPUS-CURSO
                   ' - DATA: ' WS-DATA-FORMATADA
                   ' - PAGINA: ' WS-PAGINA-RELATORIO
                   ' ' WS-DS-CONTINUACAO
                   DELIMITED BY SIZE INTO RELTURMA-LINHA
            END-STRING
            WRITE RELTURMA-LINHA
            MOVE SPACES TO RELTURMA-LINHA
            STRING 'CURSO: ' WS-CD-CURSO ' - ' WS-NM-CURSO
                   '   ' WS-DS-VAGAS
                   DELIMITED BY SIZE INTO RELTURMA-LINHA
            END-STRING
            WRITE RELTURMA-LINHA
            MOVE ALL '-' TO RELTURMA-LINHA
            WRITE RELTURMA-LINHA
            MOVE SPACES TO RELTURMA-LINHA
            STRING '   NR.  ID-ALUNO  NOME DO ALUNO         TELEFONE'
                   '    OBSERVACAO      ASSINATURA'
                   DELIMITED BY SIZE INTO RELTURMA-LINHA
            END-STRING
            WRITE RELTURMA-LINHA

            .
       P7-RODAPE.
            MOVE ALL '=' TO RELTURMA-LINHA
            WRITE RELTURMA-LINHA
            MOVE SPACES TO RELTURMA-LINHA
            STRING 'CURSOS LIDOS: '        WS-CONT-CURSOS-LIDOS
                   '  TURMAS LISTADAS: '   WS-CONT-TURMAS
                   '  ALUNOS LISTADOS: '   WS-CONT-ALUNOS
                   '  NAO CADASTRADOS: '   WS-CONT-NAO-CADASTRADOS
                   '  ACIMA DO LIMITE: '   WS-CONT-ACIMA-LIMITE
                   '  CAMPI SEM ARQUIVO: ' WS-CONT-CAMPUS-ERRO
                   DELIMITED BY SIZE INTO RELTURMA-LINHA
            END-STRING
            WRITE RELTURMA-LINHA
            DISPLAY 'TURMAS LISTADAS: ' WS-CONT-TURMAS
            DISPLAY 'ALUNOS LISTADOS: ' WS-CONT-ALUNOS
            IF WS-CONT-TURMAS = ZEROS
                DISPLAY 'NENHUMA TURMA SELECIONADA.'
            END-IF

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
                CLOSE CURSO
                CLOSE MATRICULA
                CLOSE RELTURMA
                IF WS-CONT-CAMPUS-ERRO = ZEROS
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-CURSOS-LIDOS TO WS-RUN-LIDOS
                MOVE WS-CONT-ALUNOS       TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE          TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
                MOVE WS-RUN-RETORNO TO RETURN-CODE
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM TURMALST.
