      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: auditoria de integridade referencial entre campi -
      *          indexa em arquivo de trabalho (INTEGAUD.IDX) os IDs
      *          de todos os arquivos de alunos da tabela CAMPUS.CFG
      *          e os IDs excluidos/expurgados registrados no jornal
      *          (CFP001J1.DAT, acao 'E'), e confere contra eles o
      *          arquivo de matriculas (CFP002S1.DAT), o catalogo de
      *          cursos (CFP003S1.DAT) e o arquivo de contatos
      *          (CFP004S1.DAT); as ocorrencias sao acumuladas em
      *          arquivo de trabalho (INTEGAUD.TRB) por regra e
      *          impressas agrupadas no relatorio de excecoes
      *          (INTEGAUD.LST) com contagem por regra:
      *          1 - matricula cujo ID nao existe em nenhum campus
      *          2 - matricula ativa de aluno inativo ou expurgado
      *          3 - curso da matricula ausente do catalogo
      *          4 - MT-NM-CURSO diferente de CR-NM-CURSO
      *          5 - curso com matriculas ativas acima de CR-VG-CURSO
      *          6 - contato sem aluno em nenhum campus
      *          termina com RETURN-CODE 0 sem ocorrencias, 4 com
      *          ocorrencias e 8 quando algum arquivo nao pode ser
      *          lido (auditoria parcial), gravado tambem em
      *          RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUD.

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

                SELECT CONTATO ASSIGN TO 'CFP004S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CT-ID-ALUNO
                FILE STATUS IS WS-FILES-CONT.

                SELECT JORNAL ASSIGN TO 'CFP001J1.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-JORNAL.

                SELECT TRB-INDICE ASSIGN TO 'INTEGAUD.IDX'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS IX-ID-ALUNO
                FILE STATUS IS WS-FILES-TRB1.

                SELECT TRB-EXCECAO ASSIGN TO 'INTEGAUD.TRB'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS TX-CHAVE
                FILE STATUS IS WS-FILES-TRB2.

                SELECT RELAUDI ASSIGN TO 'INTEGAUD.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELAUDI.

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

       FD CONTATO.
          COPY CFPK0004.

       FD JORNAL.
          COPY CFPJ0001.

       FD TRB-INDICE.
       01 REG-INDICE.
          03 IX-ID-ALUNO                 PIC 9(07).
          03 IX-SITUACAO                 PIC X(01).
             88 IX-ATIVO                 VALUE 'A'.
             88 IX-INATIVO               VALUE 'I'.
             88 IX-EXPURGADO             VALUE 'P'.
          03 IX-CAMPUS                   PIC X(10).
          03 IX-DATA                     PIC 9(08).

       FD TRB-EXCECAO.
       01 REG-EXCECAO.
          03 TX-CHAVE.
             05 TX-REGRA                 PIC 9(01).
             05 TX-SEQUENCIA             PIC 9(07).
          03 TX-LINHA                    PIC X(120).

       FD RELAUDI.
       01 RELAUDI-LINHA                  PIC X(120).

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
       77 WS-FILES-CONT                  PIC 99    VALUE ZEROS.
       77 WS-FILES-JORNAL                PIC 99    VALUE ZEROS.
       77 WS-FILES-TRB1                  PIC 99    VALUE ZEROS.
       77 WS-FILES-TRB2                  PIC 99    VALUE ZEROS.
       77 WS-FILES-RELAUDI               PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE
          'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S1.DAT'.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'SEDE'.
       77 WS-FILES-CONFIG                PIC 99     VALUE ZEROS.
       77 WS-CONFIG-EOF                  PIC X      VALUE 'N'.
          88 CONFIG-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRB                     PIC X     VALUE 'N'.
          88 EOF-TRB                     VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-AUDITORIA-PARCIAL           PIC X     VALUE 'N'.
          88 AUDITORIA-PARCIAL           VALUE 'S' FALSE 'N'.
       77 WS-CURSO-DISPONIVEL            PIC X     VALUE 'N'.
          88 CURSO-DISPONIVEL            VALUE 'S' FALSE 'N'.
       77 WS-ID-INDEXADO                 PIC X     VALUE 'N'.
          88 ID-INDEXADO                 VALUE 'S' FALSE 'N'.
       77 WS-CURSO-CATALOGO              PIC X     VALUE 'N'.
          88 CURSO-CATALOGO              VALUE 'S' FALSE 'N'.
       77 WS-CURSO-ACHADO                PIC X     VALUE 'N'.
          88 CURSO-ACHADO                VALUE 'S' FALSE 'N'.

       01 WS-TAB-CAMPUS.
          03 WS-CAMPUS-ENT OCCURS 10 TIMES.
             05 TC-CAMPUS                PIC X(10).
             05 TC-ARQUIVO               PIC X(100).
             05 TC-ALUNOS                PIC 9(07).
             05 TC-STATUS                PIC X(01).
       77 WS-QTD-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-CAMPUS                  PIC 9(02)  VALUE ZEROS.

       01 WS-TAB-CURSO.
          03 WS-CURSO-ENT OCCURS 200 TIMES.
             05 TU-CD-CURSO              PIC X(06).
             05 TU-ATIVAS                PIC 9(07).
       77 WS-QTD-CURSO                   PIC 9(03)  VALUE ZEROS.
       77 WS-IDX-CURSO                   PIC 9(03)  VALUE ZEROS.
       77 WS-CD-CURSO                    PIC X(06)  VALUE SPACES.

       01 WS-TAB-DESCRICAO.
          03 FILLER                      PIC X(50) VALUE
             'MATRICULAS DE ID INEXISTENTE EM TODOS OS CAMPI'.
          03 FILLER                      PIC X(50) VALUE
             'MATRICULAS ATIVAS DE ALUNO INATIVO OU EXPURGADO'.
          03 FILLER                      PIC X(50) VALUE
             'MATRICULAS DE CURSO AUSENTE DO CATALOGO'.
          03 FILLER                      PIC X(50) VALUE
             'MATRICULAS COM NOME DE CURSO DIFERENTE DO CATALOGO'.
          03 FILLER                      PIC X(50) VALUE
             'CURSOS COM MATRICULAS ATIVAS ACIMA DAS VAGAS'.
          03 FILLER                      PIC X(50) VALUE
             'CONTATOS SEM ALUNO EM NENHUM CAMPUS'.
       01 FILLER REDEFINES WS-TAB-DESCRICAO.
          03 TR-DESCRICAO OCCURS 6 TIMES PIC X(50).
       01 WS-TAB-REGRA.
          03 TR-QTD OCCURS 6 TIMES      PIC 9(07).
       77 WS-IDX-REGRA                   PIC 9(01)  VALUE ZEROS.
       77 WS-REGRA                       PIC 9(01)  VALUE ZEROS.
       77 WS-SEQUENCIA                   PIC 9(07)  VALUE ZEROS.
       77 WS-LINHA-EXCECAO               PIC X(120) VALUE SPACES.
       77 WS-QTD-IMPRESSAS               PIC 9(07)  VALUE ZEROS.

       77 WS-DS-SITUACAO                 PIC X(09)  VALUE SPACES.
       77 WS-DS-ALUNO                    PIC X(40)  VALUE SPACES.
       77 WS-DATA-EDIT                   PIC X(10)  VALUE SPACES.
       77 WS-EXCESSO                     PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-IDS                    PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-EXPURGADOS             PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-MATRICULAS             PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-CURSOS                 PIC 9(07)  VALUE ZEROS.
       77 WS-CONT-CONTATOS               PIC 9(07)  VALUE ZEROS.
       77 WS-TOT-OCORRENCIAS             PIC 9(07)  VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       01 WS-DATA-AUX.
          03 WS-AUX-AAAA                 PIC 9(004).
          03 WS-AUX-MM                   PIC 9(002).
          03 WS-AUX-DD                   PIC 9(002).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'INTEGAUD'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'AUDIT'.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** auditoria de integridade referencial'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P1-INDEXAR-CAMPUS
                    VARYING WS-IDX-CAMPUS FROM 1 BY 1
                    UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS
                PERFORM P2-INDEXAR-EXPURGOS
                PERFORM P3-AUDITAR-MATRICULAS
                PERFORM P4-AUDITAR-VAGAS
                PERFORM P5-AUDITAR-CONTATOS
                PERFORM P7-IMPRIMIR-RELATORIO
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            INITIALIZE WS-TAB-REGRA
            PERFORM P10-CARREGAR-CONFIG
            OPEN OUTPUT RELAUDI
            IF NOT (WS-FILES-RELAUDI = 00)
                DISPLAY 'ERRO AO ABRIR INTEGAUD.LST - FILE STATUS: '
                        WS-FILES-RELAUDI
            ELSE
                PERFORM P0B-CRIAR-TRABALHO
                IF NOT (WS-FILES-TRB1 = 00 AND WS-FILES-TRB2 = 00)
                    DISPLAY 'ERRO AO CRIAR ARQUIVOS DE TRABALHO - '
                            'FILE STATUS: ' WS-FILES-TRB1 '/'
                            WS-FILES-TRB2
                    CLOSE RELAUDI
                ELSE
                    SET ABERTURA-OK TO TRUE
                    PERFORM P6-CABECALHO
                END-IF
            END-IF

            .
       P0B-CRIAR-TRABALHO.
            OPEN OUTPUT TRB-INDICE
            IF WS-FILES-TRB1 = 00
                CLOSE TRB-INDICE
                OPEN I-O TRB-INDICE
            END-IF
            OPEN OUTPUT TRB-EXCECAO
            IF WS-FILES-TRB2 = 00
                CLOSE TRB-EXCECAO
                OPEN I-O TRB-EXCECAO
            END-IF

            .
       P1-INDEXAR-CAMPUS.
            MOVE TC-CAMPUS(WS-IDX-CAMPUS)  TO WS-CAMPUS
            MOVE TC-ARQUIVO(WS-IDX-CAMPUS) TO WS-ARQUIVO-ALUNO
            OPEN INPUT ALUNO
            IF NOT FILES-OK
                DISPLAY 'ERRO AO ABRIR ARQUIVO DO CAMPUS ' WS-CAMPUS
                        ' - FILE STATUS: ' WS-FILES
                MOVE 'E' TO TC-STATUS(WS-IDX-CAMPUS)
                SET AUDITORIA-PARCIAL TO TRUE
            ELSE
                SET EOF-OK TO FALSE
                PERFORM P1B-LER-ALUNO UNTIL EOF-OK
                CLOSE ALUNO
                MOVE 'L' TO TC-STATUS(WS-IDX-CAMPUS)
            END-IF

            .
       P1B-LER-ALUNO.
            READ ALUNO NEXT RECORD INTO WS-ALUNO
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO TC-ALUNOS(WS-IDX-CAMPUS)
                    PERFORM P1C-INDEXAR-ID
            END-READ

            .
       P1C-INDEXAR-ID.
            MOVE WS-ID-ALUNO TO IX-ID-ALUNO
            READ TRB-INDICE
                KEY IS IX-ID-ALUNO
                INVALID KEY
                    ADD 1 TO WS-CONT-IDS
                    MOVE WS-ID-ALUNO TO IX-ID-ALUNO
                    MOVE WS-CAMPUS   TO IX-CAMPUS
                    MOVE WS-DT-INATIVACAO TO IX-DATA
                    IF WS-ALUNO-INATIVO
                        MOVE 'I' TO IX-SITUACAO
                    ELSE
                        MOVE 'A' TO IX-SITUACAO
                    END-IF
                    WRITE REG-INDICE
                        INVALID KEY
                            SET AUDITORIA-PARCIAL TO TRUE
                    END-WRITE
                NOT INVALID KEY
                    IF IX-INATIVO AND NOT WS-ALUNO-INATIVO
                        MOVE 'A'       TO IX-SITUACAO
                        MOVE WS-CAMPUS TO IX-CAMPUS
                        MOVE ZEROS     TO IX-DATA
                        REWRITE REG-INDICE
                            INVALID KEY
                                SET AUDITORIA-PARCIAL TO TRUE
                        END-REWRITE
                    END-IF
            END-READ

            .
       P2-INDEXAR-EXPURGOS.
            OPEN INPUT JORNAL
            IF NOT (WS-FILES-JORNAL = 00)
                DISPLAY 'JORNAL CFP001J1.DAT INDISPONIVEL - ALUNOS '
                        'EXPURGADOS NAO IDENTIFICADOS - FILE STATUS: '
                        WS-FILES-JORNAL
            ELSE
                SET EOF-OK TO FALSE
                PERFORM P2B-LER-JORNAL UNTIL EOF-OK
                CLOSE JORNAL
            END-IF

            .
       P2B-LER-JORNAL.
            READ JORNAL
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    IF JR-ACAO-EXCLUSAO
                        PERFORM P2C-INDEXAR-EXPURGO
                    END-IF
            END-READ

            .
       P2C-INDEXAR-EXPURGO.
            MOVE JR-ID-ALUNO TO IX-ID-ALUNO
            READ TRB-INDICE
                KEY IS IX-ID-ALUNO
                INVALID KEY
                    ADD 1 TO WS-CONT-EXPURGADOS
                    MOVE JR-ID-ALUNO TO IX-ID-ALUNO
                    MOVE 'P'         TO IX-SITUACAO
                    MOVE SPACES      TO IX-CAMPUS
                    MOVE JR-DATA     TO IX-DATA
                    WRITE REG-INDICE
                        INVALID KEY
                            SET AUDITORIA-PARCIAL TO TRUE
                    END-WRITE
                NOT INVALID KEY
                    IF IX-EXPURGADO
                        MOVE JR-DATA TO IX-DATA
                        REWRITE REG-INDICE
                            INVALID KEY
                                SET AUDITORIA-PARCIAL TO TRUE
                        END-REWRITE
                    END-IF
            END-READ

            .
       P3-AUDITAR-MATRICULAS.
            OPEN INPUT CURSO
            IF WS-FILES-CURSO = 00 OR WS-FILES-CURSO = 05
                SET CURSO-DISPONIVEL TO TRUE
            ELSE
                DISPLAY 'CATALOGO CFP003S1.DAT INDISPONIVEL - REGRAS '
                        '3, 4 E 5 NAO AUDITADAS - FILE STATUS: '
                        WS-FILES-CURSO
                SET AUDITORIA-PARCIAL TO TRUE
            END-IF
            OPEN INPUT MATRICULA
            EVALUATE TRUE
                WHEN WS-FILES-MATR = 00 OR WS-FILES-MATR = 05
                    SET EOF-OK TO FALSE
                    PERFORM P3B-LER-MATRICULA UNTIL EOF-OK
                    CLOSE MATRICULA
                WHEN WS-FILES-MATR = 35
                    DISPLAY 'ARQUIVO DE MATRICULAS INEXISTENTE - '
                            'NENHUMA MATRICULA A AUDITAR.'
                WHEN OTHER
                    DISPLAY 'ARQUIVO DE MATRICULAS INDISPONIVEL - '
                            'FILE STATUS: ' WS-FILES-MATR
                    SET AUDITORIA-PARCIAL TO TRUE
            END-EVALUATE

            .
       P3B-LER-MATRICULA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-MATRICULAS
                    EVALUATE TRUE
                        WHEN MATRICULA-CONCLUIDA
                            MOVE 'CONCLUIDA' TO WS-DS-SITUACAO
                        WHEN MATRICULA-CANCELADA
                            MOVE 'CANCELADA' TO WS-DS-SITUACAO
                        WHEN OTHER
                            MOVE 'ATIVA    ' TO WS-DS-SITUACAO
                    END-EVALUATE
                    PERFORM P3C-CONFERIR-ALUNO
                    IF CURSO-DISPONIVEL
                        PERFORM P3E-CONFERIR-CURSO
                    END-IF
            END-READ

            .
       P3C-CONFERIR-ALUNO.
            MOVE MT-ID-ALUNO TO IX-ID-ALUNO
            READ TRB-INDICE
                KEY IS IX-ID-ALUNO
                INVALID KEY
                    SET ID-INDEXADO TO FALSE
                NOT INVALID KEY
                    SET ID-INDEXADO TO TRUE
            END-READ
            IF NOT ID-INDEXADO OR IX-EXPURGADO
                IF ID-INDEXADO
                    PERFORM P3D-EDITAR-DATA
                    MOVE SPACES TO WS-DS-ALUNO
                    STRING 'EXPURGADO EM ' WS-DATA-EDIT
                           DELIMITED BY SIZE INTO WS-DS-ALUNO
                    END-STRING
                ELSE
                    MOVE 'ID DESCONHECIDO - SEM REGISTRO NO JORNAL'
                        TO WS-DS-ALUNO
                END-IF
                MOVE 1 TO WS-REGRA
                MOVE SPACES TO WS-LINHA-EXCECAO
                STRING '  ID ' MT-ID-ALUNO ' CURSO ' MT-CD-CURSO
                       ' ' WS-DS-SITUACAO ' - ' WS-DS-ALUNO
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                END-STRING
                PERFORM P8-GRAVAR-EXCECAO
            END-IF
            IF MATRICULA-ATIVA
               AND ID-INDEXADO AND NOT IX-ATIVO
                MOVE SPACES TO WS-DS-ALUNO
                PERFORM P3D-EDITAR-DATA
                IF IX-EXPURGADO
                    STRING 'ALUNO EXPURGADO EM ' WS-DATA-EDIT
                           DELIMITED BY SIZE INTO WS-DS-ALUNO
                    END-STRING
                ELSE
                    STRING 'ALUNO INATIVO EM ' WS-DATA-EDIT
                           ' (' IX-CAMPUS ')'
                           DELIMITED BY SIZE INTO WS-DS-ALUNO
                    END-STRING
                END-IF
                MOVE 2 TO WS-REGRA
                MOVE SPACES TO WS-LINHA-EXCECAO
                STRING '  ID ' MT-ID-ALUNO ' CURSO ' MT-CD-CURSO
                       ' MATRICULA ' MT-DT-MATRICULA
                       ' - ' WS-DS-ALUNO
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                END-STRING
                PERFORM P8-GRAVAR-EXCECAO
            END-IF

            .
       P3D-EDITAR-DATA.
            MOVE IX-DATA TO WS-DATA-AUX
            MOVE SPACES TO WS-DATA-EDIT
            STRING WS-AUX-DD '/' WS-AUX-MM '/' WS-AUX-AAAA
                DELIMITED BY SIZE INTO WS-DATA-EDIT
            END-STRING

            .
       P3E-CONFERIR-CURSO.
            MOVE MT-CD-CURSO TO CR-CD-CURSO
            READ CURSO
                KEY IS CR-CD-CURSO
                INVALID KEY
                    SET CURSO-CATALOGO TO FALSE
                NOT INVALID KEY
                    SET CURSO-CATALOGO TO TRUE
            END-READ
            IF NOT CURSO-CATALOGO
                MOVE 3 TO WS-REGRA
                MOVE SPACES TO WS-LINHA-EXCECAO
                STRING '  ID ' MT-ID-ALUNO ' CURSO ' MT-CD-CURSO
                       ' ' MT-NM-CURSO ' ' WS-DS-SITUACAO
                       ' - CURSO NAO CADASTRADO NO CATALOGO'
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                END-STRING
                PERFORM P8-GRAVAR-EXCECAO
            ELSE
                IF MT-NM-CURSO NOT = CR-NM-CURSO
                    MOVE 4 TO WS-REGRA
                    MOVE SPACES TO WS-LINHA-EXCECAO
                    STRING '  ID ' MT-ID-ALUNO ' CURSO ' MT-CD-CURSO
                           ' MATRICULA: ' MT-NM-CURSO
                           ' CATALOGO: ' CR-NM-CURSO
                           DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                    END-STRING
                    PERFORM P8-GRAVAR-EXCECAO
                END-IF
                IF MATRICULA-ATIVA
                    PERFORM P3F-SOMAR-ATIVA
                END-IF
            END-IF

            .
       P3F-SOMAR-ATIVA.
            MOVE MT-CD-CURSO TO WS-CD-CURSO
            SET CURSO-ACHADO TO FALSE
            PERFORM P3G-PROCURAR-CURSO
                VARYING WS-IDX-CURSO FROM 1 BY 1
                UNTIL WS-IDX-CURSO > WS-QTD-CURSO OR CURSO-ACHADO
            IF NOT CURSO-ACHADO
                IF WS-QTD-CURSO < 200
                    ADD 1 TO WS-QTD-CURSO
                    MOVE WS-QTD-CURSO TO WS-IDX-CURSO
                    MOVE MT-CD-CURSO TO TU-CD-CURSO(WS-IDX-CURSO)
                    MOVE 1           TO TU-ATIVAS(WS-IDX-CURSO)
                ELSE
                    DISPLAY 'AVISO: LIMITE DE 200 CURSOS - CURSO '
                            MT-CD-CURSO ' FORA DA REGRA 5.'
                    SET AUDITORIA-PARCIAL TO TRUE
                END-IF
            ELSE
                ADD 1 TO TU-ATIVAS(WS-IDX-CURSO)
            END-IF

            .
       P3G-PROCURAR-CURSO.
            IF TU-CD-CURSO(WS-IDX-CURSO) = WS-CD-CURSO
                SET CURSO-ACHADO TO TRUE
                SUBTRACT 1 FROM WS-IDX-CURSO
            END-IF

            .
       P4-AUDITAR-VAGAS.
            IF CURSO-DISPONIVEL
                MOVE LOW-VALUES TO CR-CD-CURSO
                SET EOF-OK TO FALSE
                START CURSO KEY IS NOT LESS THAN CR-CD-CURSO
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START
                PERFORM P4B-LER-CURSO UNTIL EOF-OK
                CLOSE CURSO
            END-IF

            .
       P4B-LER-CURSO.
            READ CURSO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-CURSOS
                    SET CURSO-ACHADO TO FALSE
                    MOVE CR-CD-CURSO TO WS-CD-CURSO
                    PERFORM P3G-PROCURAR-CURSO
                        VARYING WS-IDX-CURSO FROM 1 BY 1
                        UNTIL WS-IDX-CURSO > WS-QTD-CURSO
                           OR CURSO-ACHADO
                    IF CURSO-ACHADO
                        IF TU-ATIVAS(WS-IDX-CURSO) > CR-VG-CURSO
                            PERFORM P4C-GRAVAR-EXCESSO
                        END-IF
                    END-IF
            END-READ

            .
       P4C-GRAVAR-EXCESSO.
            COMPUTE WS-EXCESSO = TU-ATIVAS(WS-IDX-CURSO) - CR-VG-CURSO
            MOVE 5 TO WS-REGRA
            MOVE SPACES TO WS-LINHA-EXCECAO
            STRING '  CURSO ' CR-CD-CURSO ' ' CR-NM-CURSO
                   ' CAMPUS ' CR-CAMPUS
                   ' ATIVAS ' TU-ATIVAS(WS-IDX-CURSO)
                   ' VAGAS ' CR-VG-CURSO
                   ' EXCESSO ' WS-EXCESSO
                   DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
            END-STRING
            PERFORM P8-GRAVAR-EXCECAO

            .
       P5-AUDITAR-CONTATOS.
            OPEN INPUT CONTATO
            EVALUATE TRUE
                WHEN WS-FILES-CONT = 00 OR WS-FILES-CONT = 05
                    SET EOF-OK TO FALSE
                    PERFORM P5B-LER-CONTATO UNTIL EOF-OK
                    CLOSE CONTATO
                WHEN WS-FILES-CONT = 35
                    DISPLAY 'ARQUIVO DE CONTATOS INEXISTENTE - '
                            'NENHUM CONTATO A AUDITAR.'
                WHEN OTHER
                    DISPLAY 'ARQUIVO DE CONTATOS INDISPONIVEL - '
                            'FILE STATUS: ' WS-FILES-CONT
                    SET AUDITORIA-PARCIAL TO TRUE
            END-EVALUATE

            .
       P5B-LER-CONTATO.
            READ CONTATO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-CONTATOS
                    MOVE CT-ID-ALUNO TO IX-ID-ALUNO
                    READ TRB-INDICE
                        KEY IS IX-ID-ALUNO
                        INVALID KEY
                            SET ID-INDEXADO TO FALSE
                        NOT INVALID KEY
                            SET ID-INDEXADO TO TRUE
                    END-READ
                    IF NOT ID-INDEXADO OR IX-EXPURGADO
                        PERFORM P5C-GRAVAR-CONTATO
                    END-IF
            END-READ

            .
       P5C-GRAVAR-CONTATO.
            MOVE SPACES TO WS-DS-ALUNO
            IF ID-INDEXADO
                PERFORM P3D-EDITAR-DATA
                STRING 'ALUNO EXPURGADO EM ' WS-DATA-EDIT
                       DELIMITED BY SIZE INTO WS-DS-ALUNO
                END-STRING
            ELSE
                MOVE 'ID DESCONHECIDO - SEM REGISTRO NO JORNAL'
                    TO WS-DS-ALUNO
            END-IF
            MOVE 6 TO WS-REGRA
            MOVE SPACES TO WS-LINHA-EXCECAO
            STRING '  ID ' CT-ID-ALUNO ' ' CT-CIDADE
                   ' ' CT-EMAIL ' - ' WS-DS-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
            END-STRING
            PERFORM P8-GRAVAR-EXCECAO

            .
       P6-CABECALHO.
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELAUDI-LINHA
            STRING 'AUDITORIA DE INTEGRIDADE REFERENCIAL - DATA: '
                   WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELAUDI-LINHA
            END-STRING
            WRITE RELAUDI-LINHA
            MOVE ALL '-' TO RELAUDI-LINHA
            WRITE RELAUDI-LINHA

            .
       P7-IMPRIMIR-RELATORIO.
            MOVE 'CAMPI AUDITADOS' TO RELAUDI-LINHA
            WRITE RELAUDI-LINHA
            PERFORM P7B-LINHA-CAMPUS
                VARYING WS-IDX-CAMPUS FROM 1 BY 1
                UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS
            MOVE SPACES TO RELAUDI-LINHA
            STRING 'IDS INDEXADOS: ' WS-CONT-IDS
                   '  EXPURGADOS (JORNAL): ' WS-CONT-EXPURGADOS
                   '  MATRICULAS: ' WS-CONT-MATRICULAS
                   '  CURSOS: ' WS-CONT-CURSOS
                   '  CONTATOS: ' WS-CONT-CONTATOS
                   DELIMITED BY SIZE INTO RELAUDI-LINHA
            END-STRING
            WRITE RELAUDI-LINHA
            MOVE ALL '-' TO RELAUDI-LINHA
            WRITE RELAUDI-LINHA
            PERFORM P7C-SECAO-REGRA
                VARYING WS-IDX-REGRA FROM 1 BY 1
                UNTIL WS-IDX-REGRA > 6
            MOVE 'RESUMO POR REGRA' TO RELAUDI-LINHA
            WRITE RELAUDI-LINHA
            PERFORM P7E-RESUMO-REGRA
                VARYING WS-IDX-REGRA FROM 1 BY 1
                UNTIL WS-IDX-REGRA > 6
            MOVE SPACES TO RELAUDI-LINHA
            STRING 'TOTAL DE OCORRENCIAS: ' WS-TOT-OCORRENCIAS
                   DELIMITED BY SIZE INTO RELAUDI-LINHA
            END-STRING
            WRITE RELAUDI-LINHA
            DISPLAY FUNCTION TRIM(RELAUDI-LINHA)
            IF AUDITORIA-PARCIAL
                MOVE SPACES TO RELAUDI-LINHA
                STRING 'ATENCAO: AUDITORIA PARCIAL - ARQUIVO(S) NAO '
                       'LIDO(S), VER MENSAGENS DA EXECUCAO'
                       DELIMITED BY SIZE INTO RELAUDI-LINHA
                END-STRING
                WRITE RELAUDI-LINHA
                DISPLAY FUNCTION TRIM(RELAUDI-LINHA)
            END-IF

            .
       P7B-LINHA-CAMPUS.
            MOVE SPACES TO RELAUDI-LINHA
            IF TC-STATUS(WS-IDX-CAMPUS) = 'E'
                STRING '  CAMPUS ' TC-CAMPUS(WS-IDX-CAMPUS)
                       ': ERRO AO ABRIR ARQUIVO'
                       DELIMITED BY SIZE INTO RELAUDI-LINHA
                END-STRING
            ELSE
                STRING '  CAMPUS ' TC-CAMPUS(WS-IDX-CAMPUS)
                       ': ALUNOS=' TC-ALUNOS(WS-IDX-CAMPUS)
                       DELIMITED BY SIZE INTO RELAUDI-LINHA
                END-STRING
            END-IF
            WRITE RELAUDI-LINHA

            .
       P7C-SECAO-REGRA.
            MOVE SPACES TO RELAUDI-LINHA
            STRING 'REGRA ' WS-IDX-REGRA ' - '
                   TR-DESCRICAO(WS-IDX-REGRA)
                   DELIMITED BY SIZE INTO RELAUDI-LINHA
            END-STRING
            WRITE RELAUDI-LINHA
            MOVE ZEROS TO WS-QTD-IMPRESSAS
            MOVE WS-IDX-REGRA TO TX-REGRA
            MOVE ZEROS        TO TX-SEQUENCIA
            SET EOF-TRB TO FALSE
            START TRB-EXCECAO KEY IS NOT LESS THAN TX-CHAVE
                INVALID KEY
                    SET EOF-TRB TO TRUE
            END-START
            PERFORM P7D-LER-EXCECAO UNTIL EOF-TRB
            IF WS-QTD-IMPRESSAS = ZEROS
                MOVE '  NENHUMA OCORRENCIA' TO RELAUDI-LINHA
                WRITE RELAUDI-LINHA
            END-IF
            MOVE SPACES TO RELAUDI-LINHA
            WRITE RELAUDI-LINHA

            .
       P7D-LER-EXCECAO.
            READ TRB-EXCECAO NEXT RECORD
                AT END
                    SET EOF-TRB TO TRUE
                NOT AT END
                    IF TX-REGRA NOT = WS-IDX-REGRA
                        SET EOF-TRB TO TRUE
                    ELSE
                        ADD 1 TO WS-QTD-IMPRESSAS
                        MOVE TX-LINHA TO RELAUDI-LINHA
                        WRITE RELAUDI-LINHA
                    END-IF
            END-READ

            .
       P7E-RESUMO-REGRA.
            MOVE SPACES TO RELAUDI-LINHA
            STRING '  REGRA ' WS-IDX-REGRA ' - '
                   TR-DESCRICAO(WS-IDX-REGRA)
                   ': ' TR-QTD(WS-IDX-REGRA)
                   DELIMITED BY SIZE INTO RELAUDI-LINHA
            END-STRING
            WRITE RELAUDI-LINHA
            DISPLAY FUNCTION TRIM(RELAUDI-LINHA)

            .
       P8-GRAVAR-EXCECAO.
            ADD 1 TO WS-SEQUENCIA
            ADD 1 TO TR-QTD(WS-REGRA)
            ADD 1 TO WS-TOT-OCORRENCIAS
            MOVE WS-REGRA         TO TX-REGRA
            MOVE WS-SEQUENCIA     TO TX-SEQUENCIA
            MOVE WS-LINHA-EXCECAO TO TX-LINHA
            WRITE REG-EXCECAO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR INTEGAUD.TRB - FILE '
                            'STATUS: ' WS-FILES-TRB2
                    SET AUDITORIA-PARCIAL TO TRUE
            END-WRITE

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
                MOVE ZEROS            TO TC-ALUNOS(1)
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
                    MOVE ZEROS            TO TC-ALUNOS(1)
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
                            TO TC-ALUNOS(WS-QTD-CAMPUS)
                        MOVE SPACE
                            TO TC-STATUS(WS-QTD-CAMPUS)
                    ELSE
                        DISPLAY 'AVISO: LIMITE DE 10 CAMPUS - '
                                'ENTRADA IGNORADA: ' CFG-CAMPUS
                        SET AUDITORIA-PARCIAL TO TRUE
                    END-IF
            END-READ
            IF NOT (WS-FILES-CONFIG = 00)
                SET CONFIG-EOF TO TRUE
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
                CLOSE TRB-INDICE
                CLOSE TRB-EXCECAO
                CLOSE RELAUDI
                EVALUATE TRUE
                    WHEN AUDITORIA-PARCIAL
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-TOT-OCORRENCIAS > ZEROS
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE
                MOVE 'F' TO WS-RUN-EVENTO
                COMPUTE WS-RUN-LIDOS = WS-CONT-MATRICULAS
                                     + WS-CONT-CONTATOS
                MOVE WS-TOT-OCORRENCIAS TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE        TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM INTEGAUD.
