      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: transferencia de aluno entre campi - recebe o ID do
      *          aluno (ALUNTRAN_ID), o campus de origem
      *          (ALUNTRAN_ORIGEM) e o campus de destino
      *          (ALUNTRAN_DESTINO), resolvidos em CAMPUS.CFG;
      *          recadastra o aluno no arquivo do campus de destino
      *          com o mesmo ID ou, se o ID ja estiver em uso la, com
      *          um novo ID livre no destino e nos arquivos comuns;
      *          com novo ID as matriculas (CFP002S1.DAT) e suas
      *          notas (CFP005S1.DAT) e o contato (CFP004S1.DAT) sao
      *          reapontados para o novo ID; as entradas aguardando
      *          na lista de espera (CFP006S1.DAT) e as faturas em
      *          aberto (CFP009S1.DAT) passam para o campus/ID de
      *          destino; o registro de origem e inativado e o
      *          apontamento para o campus/ID novo fica em
      *          CFP010S1.DAT; os dois lados sao gravados no jornal
      *          (CFP001J1.DAT) com a acao 'T'; grava a trava de uso
      *          (CFPTRAVA.DAT) nos dois campi durante a operacao e
      *          emite o comprovante de transferencia (ALUNTRAN.LST)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNTRAN.

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

                SELECT ALUNO-DEST ASSIGN USING WS-ARQUIVO-DESTINO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS AD-ID-ALUNO
                ALTERNATE RECORD KEY IS AD-NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES-DEST.

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

                SELECT CONTATO ASSIGN TO 'CFP004S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CT-ID-ALUNO
                FILE STATUS IS WS-FILES-CONT.

                SELECT ESPERA ASSIGN TO 'CFP006S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-ESPERA
                FILE STATUS IS WS-FILES-ESPERA.

                SELECT FATURA ASSIGN TO 'CFP009S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-FATURA
                FILE STATUS IS WS-FILES-FATURA.

                SELECT TRANSF ASSIGN TO 'CFP010S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-TRANSFERENCIA
                FILE STATUS IS WS-FILES-TRANSF.

                SELECT JORNAL ASSIGN TO 'CFP001J1.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-JORNAL.

                SELECT JORNAL-CONTATO ASSIGN TO 'CFP004J1.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-JCON.

                SELECT RELTRAN ASSIGN TO 'ALUNTRAN.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELTRAN.

                SELECT ARQ-CONFIG ASSIGN TO 'CAMPUS.CFG'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

       FD ALUNO-DEST.
       01 REG-ALUNO-DEST.
          03 AD-ID-ALUNO                 PIC 9(07).
          03 AD-NM-ALUNO                 PIC X(20).
          03 AD-TL-ALUNO                 PIC 9(09).
          03 AD-ST-ALUNO                 PIC X(01).
          03 AD-DT-INATIVACAO            PIC 9(08).

       FD ARQ-CONFIG.
       01 REG-CONFIG.
          03 CFG-CAMPUS                  PIC X(10).
          03 CFG-ARQUIVO                 PIC X(100).

       FD MATRICULA.
          COPY CFPK0002.

       FD NOTA.
          COPY CFPK0005.

       FD CONTATO.
          COPY CFPK0004.

       FD ESPERA.
          COPY CFPK0006.

       FD FATURA.
          COPY CFPK0009.

       FD TRANSF.
          COPY CFPK0010.

       FD JORNAL.
          COPY CFPJ0001.

       FD JORNAL-CONTATO.
          COPY CFPJ0004.

       FD RELTRAN.
       01 RELTRAN-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALUNO                    PIC X(45) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO                 PIC 9(07).
          03 WS-NM-ALUNO                 PIC X(20).
          03 WS-TL-ALUNO.
                   05 WS-PREFIXO         PIC 9(05).
                   05 WS-SUFIXO          PIC 9(04).
          03 WS-ST-ALUNO                 PIC X(01).
          03 WS-DT-INATIVACAO            PIC 9(08).

       COPY CFPS0001.

       77 WS-FILES-DEST                  PIC 99    VALUE ZEROS.
       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
       77 WS-FILES-NOTA                  PIC 99    VALUE ZEROS.
       77 WS-FILES-CONT                  PIC 99    VALUE ZEROS.
       77 WS-FILES-ESPERA                PIC 99    VALUE ZEROS.
       77 WS-FILES-FATURA                PIC 99    VALUE ZEROS.
       77 WS-FILES-TRANSF                PIC 99    VALUE ZEROS.
       77 WS-FILES-JORNAL                PIC 99    VALUE ZEROS.
       77 WS-FILES-JCON                  PIC 99    VALUE ZEROS.
       77 WS-FILES-RELTRAN               PIC 99    VALUE ZEROS.
       77 WS-FILES-CONFIG                PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE SPACES.
       77 WS-ARQUIVO-DESTINO             PIC X(100) VALUE SPACES.
       77 WS-CAMPUS                      PIC X(10)  VALUE SPACES.
       77 WS-CAMPUS-DESTINO              PIC X(10)  VALUE SPACES.
       77 WS-CFG-CAMPUS                  PIC X(10)  VALUE SPACES.
       77 WS-ID-PARM                     PIC X(07)  VALUE SPACES.
       77 WS-ID-ORIGEM                   PIC 9(07)  VALUE ZEROS.
       77 WS-ID-DESTINO                  PIC 9(07)  VALUE ZEROS.
       77 WS-MAIOR-ID                    PIC 9(07)  VALUE ZEROS.
       77 WS-MSG-ERRO                    PIC X(60)  VALUE SPACES.
       77 WS-MOTIVO                      PIC X(60)  VALUE SPACES.

       77 WS-CONFIG-EOF                  PIC X      VALUE 'N'.
          88 CONFIG-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-PARAMETRO-OK                PIC X      VALUE 'N'.
          88 PARAMETRO-OK                VALUE 'S' FALSE 'N'.
       77 WS-ORIGEM-ACHADA               PIC X      VALUE 'N'.
          88 ORIGEM-ACHADA               VALUE 'S' FALSE 'N'.
       77 WS-DESTINO-ACHADO              PIC X      VALUE 'N'.
          88 DESTINO-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X      VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-TRANSF-OK                   PIC X      VALUE 'N'.
          88 TRANSF-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ID-LIVRE                    PIC X      VALUE 'N'.
          88 ID-LIVRE                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-DEST                    PIC X      VALUE 'N'.
          88 FIM-DEST                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATR                    PIC X      VALUE 'N'.
          88 FIM-MATR                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-ESPERA                  PIC X      VALUE 'N'.
          88 FIM-ESPERA                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-FATURA                  PIC X      VALUE 'N'.
          88 FIM-FATURA                  VALUE 'S' FALSE 'N'.
       77 WS-NOTA-DISPONIVEL             PIC X      VALUE 'N'.
          88 NOTA-DISPONIVEL             VALUE 'S' FALSE 'N'.
       77 WS-CONT-DISPONIVEL             PIC X      VALUE 'N'.
          88 CONT-DISPONIVEL             VALUE 'S' FALSE 'N'.
       77 WS-ESPERA-DISPONIVEL           PIC X      VALUE 'N'.
          88 ESPERA-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-FATURA-DISPONIVEL           PIC X      VALUE 'N'.
          88 FATURA-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-JCON-ATIVO                  PIC X      VALUE 'N'.
          88 JCON-ATIVO                  VALUE 'S' FALSE 'N'.

       77 WS-TRV-FUNCAO                  PIC X(01) VALUE SPACES.
       77 WS-TRV-CAMPUS                  PIC X(10) VALUE SPACES.
       77 WS-TRV-PROGRAMA                PIC X(08) VALUE 'ALUNTRAN'.
       77 WS-TRV-OPERADOR                PIC X(08) VALUE 'ALUNTRAN'.
       77 WS-TRV-RETORNO                 PIC X(01) VALUE SPACES.
       77 WS-TRV-DETALHE                 PIC X(60) VALUE SPACES.
       77 WS-TRV-FORCA-PARM              PIC X(05) VALUE SPACES.
       77 WS-TRAVA-OBTIDA                PIC X     VALUE 'N'.
          88 TRAVA-OBTIDA                VALUE 'S' FALSE 'N'.
       77 WS-TRAVA-ORIGEM                PIC X     VALUE 'N'.
          88 TRAVA-ORIGEM                VALUE 'S' FALSE 'N'.
       77 WS-TRAVA-DESTINO               PIC X     VALUE 'N'.
          88 TRAVA-DESTINO               VALUE 'S' FALSE 'N'.

       01 WS-TAB-MATR.
          03 WS-MATR-ENT OCCURS 100 TIMES.
             05 TB-MATRICULA             PIC X(56).
       77 WS-QTD-MATR                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MATR                    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FATURA.
          03 WS-FATURA-ENT OCCURS 100 TIMES.
             05 TB-FATURA                PIC X(72).
       77 WS-QTD-FATURA                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FATURA                  PIC 9(03) VALUE ZEROS.
       77 WS-NOTA-ANT                    PIC X(31) VALUE SPACES.
       77 WS-IMAGEM-ANTES                PIC X(45) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS               PIC X(45) VALUE SPACES.
       77 WS-JR-ID                       PIC 9(07) VALUE ZEROS.
       77 WS-CT-IMAGEM-ANTES             PIC X(125) VALUE SPACES.
       77 WS-DS-SITUACAO                 PIC X(09) VALUE SPACES.

       77 WS-CONT-MATRICULAS             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-MOVIDAS                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-NOTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ESPERA                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-FATURAS                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-AVISOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(05) VALUE ZEROS.

       01 WS-DATA-SISTEMA                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CAB.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-HORA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'ALUNTRAN'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'TRANSF'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** transferencia de aluno entre campi'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P3-EXECUTAR-TRANSFERENCIA
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            PERFORM P0B-LER-PARAMETROS
            IF PARAMETRO-OK
                PERFORM P10-RESOLVER-CAMPI
                IF ORIGEM-ACHADA AND DESTINO-ACHADO
                    PERFORM P11-GRAVAR-TRAVAS
                    IF TRAVA-ORIGEM AND TRAVA-DESTINO
                        PERFORM P0C-ABRIR-ARQUIVOS
                    END-IF
                END-IF
            END-IF

            .
       P0B-LER-PARAMETROS.
            SET PARAMETRO-OK TO FALSE
            ACCEPT WS-ID-PARM FROM ENVIRONMENT 'ALUNTRAN_ID'
            ACCEPT WS-CAMPUS FROM ENVIRONMENT 'ALUNTRAN_ORIGEM'
            ACCEPT WS-CAMPUS-DESTINO
                FROM ENVIRONMENT 'ALUNTRAN_DESTINO'
            MOVE FUNCTION UPPER-CASE(WS-CAMPUS) TO WS-CAMPUS
            MOVE FUNCTION UPPER-CASE(WS-CAMPUS-DESTINO)
                TO WS-CAMPUS-DESTINO
            EVALUATE TRUE
                WHEN WS-ID-PARM NOT NUMERIC
                    DISPLAY 'ALUNTRAN_ID DEVE SER NUMERICO DE 7 '
                            'DIGITOS.'
                WHEN WS-CAMPUS = SPACES
                  OR WS-CAMPUS-DESTINO = SPACES
                    DISPLAY 'INFORME ALUNTRAN_ORIGEM E '
                            'ALUNTRAN_DESTINO.'
                WHEN WS-CAMPUS = WS-CAMPUS-DESTINO
                    DISPLAY 'CAMPUS DE ORIGEM E DE DESTINO NAO PODEM '
                            'SER IGUAIS.'
                WHEN OTHER
                    MOVE WS-ID-PARM TO WS-ID-ORIGEM
                    SET PARAMETRO-OK TO TRUE
                    DISPLAY 'ALUNO ' WS-ID-ORIGEM ' - DE ' WS-CAMPUS
                            ' PARA ' WS-CAMPUS-DESTINO
            END-EVALUATE

            .
       P0C-ABRIR-ARQUIVOS.
            OPEN I-O ALUNO
            IF NOT FILES-OK
                PERFORM P5-ERRO-ARQUIVO
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE ALUNOS DO CAMPUS '
                        WS-CAMPUS ' - FILE STATUS: ' WS-FILES ' - '
                        WS-MSG-ERRO
            ELSE
                OPEN I-O ALUNO-DEST
                IF NOT (WS-FILES-DEST = 00)
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE ALUNOS DO CAMPUS '
                            WS-CAMPUS-DESTINO ' - FILE STATUS: '
                            WS-FILES-DEST
                    CLOSE ALUNO
                ELSE
                    PERFORM P0D-ABRIR-MATRICULA
                    IF NOT (WS-FILES-MATR = 00 OR WS-FILES-MATR = 05)
                        DISPLAY 'ERRO AO ABRIR MATRICULAS - FILE '
                                'STATUS: ' WS-FILES-MATR
                        CLOSE ALUNO
                        CLOSE ALUNO-DEST
                    ELSE
                        PERFORM P0E-ABRIR-JORNAL
                        IF NOT (WS-FILES-JORNAL = 00
                                OR WS-FILES-JORNAL = 05)
                            CLOSE ALUNO
                            CLOSE ALUNO-DEST
                            CLOSE MATRICULA
                        ELSE
                            PERFORM P0F-ABRIR-TRANSF
                            IF NOT (WS-FILES-TRANSF = 00
                                    OR WS-FILES-TRANSF = 05)
                                DISPLAY 'ERRO AO ABRIR CFP010S1.DAT - '
                                        'FILE STATUS: ' WS-FILES-TRANSF
                                CLOSE ALUNO
                                CLOSE ALUNO-DEST
                                CLOSE MATRICULA
                                CLOSE JORNAL
                            ELSE
                                OPEN OUTPUT RELTRAN
                                IF NOT (WS-FILES-RELTRAN = 00)
                                    DISPLAY 'ERRO AO ABRIR ALUNTRAN.LST'
                                            ' - FILE STATUS: '
                                            WS-FILES-RELTRAN
                                    CLOSE ALUNO
                                    CLOSE ALUNO-DEST
                                    CLOSE MATRICULA
                                    CLOSE JORNAL
                                    CLOSE TRANSF
                                ELSE
                                    SET ABERTURA-OK TO TRUE
                                    PERFORM P0G-ABRIR-COMPLEMENTOS
                                    PERFORM P6-CABECALHO
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF

            .
       P0D-ABRIR-MATRICULA.
            OPEN I-O MATRICULA
            IF WS-FILES-MATR = 35
                OPEN OUTPUT MATRICULA
                CLOSE MATRICULA
                OPEN I-O MATRICULA
            END-IF

            .
       P0E-ABRIR-JORNAL.
            OPEN EXTEND JORNAL
            IF NOT (WS-FILES-JORNAL = 00 OR WS-FILES-JORNAL = 05)
                OPEN OUTPUT JORNAL
            END-IF
            IF NOT (WS-FILES-JORNAL = 00 OR WS-FILES-JORNAL = 05)
                DISPLAY 'ERRO AO ABRIR JORNAL CFP001J1.DAT - FILE '
                        'STATUS: ' WS-FILES-JORNAL
                DISPLAY 'TRANSFERENCIA BLOQUEADA SEM JORNAL DE '
                        'AUDITORIA.'
            END-IF

            .
       P0F-ABRIR-TRANSF.
            OPEN I-O TRANSF
            IF WS-FILES-TRANSF = 35
                OPEN OUTPUT TRANSF
                CLOSE TRANSF
                OPEN I-O TRANSF
            END-IF

            .
       P0G-ABRIR-COMPLEMENTOS.
            OPEN I-O NOTA
            EVALUATE TRUE
                WHEN WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05
                    SET NOTA-DISPONIVEL TO TRUE
                WHEN WS-FILES-NOTA = 35
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-CONT-AVISOS
                    DISPLAY 'AVISO: ARQUIVO DE NOTAS CFP005S1.DAT '
                            'INDISPONIVEL - FILE STATUS: '
                            WS-FILES-NOTA
            END-EVALUATE
            OPEN I-O CONTATO
            EVALUATE TRUE
                WHEN WS-FILES-CONT = 00 OR WS-FILES-CONT = 05
                    SET CONT-DISPONIVEL TO TRUE
                WHEN WS-FILES-CONT = 35
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-CONT-AVISOS
                    DISPLAY 'AVISO: ARQUIVO DE CONTATOS CFP004S1.DAT '
                            'INDISPONIVEL - FILE STATUS: '
                            WS-FILES-CONT
            END-EVALUATE
            OPEN I-O ESPERA
            EVALUATE TRUE
                WHEN WS-FILES-ESPERA = 00 OR WS-FILES-ESPERA = 05
                    SET ESPERA-DISPONIVEL TO TRUE
                WHEN WS-FILES-ESPERA = 35
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-CONT-AVISOS
                    DISPLAY 'AVISO: LISTA DE ESPERA CFP006S1.DAT '
                            'INDISPONIVEL - FILE STATUS: '
                            WS-FILES-ESPERA
            END-EVALUATE
            OPEN I-O FATURA
            EVALUATE TRUE
                WHEN WS-FILES-FATURA = 00 OR WS-FILES-FATURA = 05
                    SET FATURA-DISPONIVEL TO TRUE
                WHEN WS-FILES-FATURA = 35
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-CONT-AVISOS
                    DISPLAY 'AVISO: ARQUIVO DE FATURAS CFP009S1.DAT '
                            'INDISPONIVEL - FILE STATUS: '
                            WS-FILES-FATURA
            END-EVALUATE

            .
       P3-EXECUTAR-TRANSFERENCIA.
            SET TRANSF-OK TO FALSE
            PERFORM P3B-VALIDAR-ORIGEM
            IF TRANSF-OK
                PERFORM P3C-DEFINIR-ID-DESTINO
            END-IF
            IF TRANSF-OK
                PERFORM P3E-GRAVAR-DESTINO
            END-IF
            IF TRANSF-OK
                IF WS-ID-DESTINO NOT = WS-ID-ORIGEM
                    PERFORM P4-MOVER-MATRICULAS
                    PERFORM P4F-MOVER-CONTATO
                END-IF
                PERFORM P4J-LISTAR-MATRICULAS
                PERFORM P4K-REAPONTAR-ESPERA
                PERFORM P4N-REAPONTAR-FATURAS
                PERFORM P3G-INATIVAR-ORIGEM
                PERFORM P3H-GRAVAR-APONTADOR
            END-IF

            .
       P3B-VALIDAR-ORIGEM.
            MOVE WS-ID-ORIGEM TO ID-ALUNO
            READ ALUNO
                KEY IS ID-ALUNO
                INVALID KEY
                    MOVE 'ALUNO NAO ENCONTRADO NO CAMPUS DE ORIGEM'
                        TO WS-MOTIVO
                NOT INVALID KEY
                    IF ALUNO-INATIVO
                        MOVE 'ALUNO INATIVO NO CAMPUS DE ORIGEM'
                            TO WS-MOTIVO
                    ELSE
                        MOVE REG-ALUNO TO WS-ALUNO
                        SET TRANSF-OK TO TRUE
                    END-IF
            END-READ
            IF NOT TRANSF-OK
                DISPLAY 'TRANSFERENCIA NAO REALIZADA - '
                        FUNCTION TRIM(WS-MOTIVO)
            END-IF

            .
       P3C-DEFINIR-ID-DESTINO.
            MOVE WS-ID-ORIGEM TO AD-ID-ALUNO
            READ ALUNO-DEST
                KEY IS AD-ID-ALUNO
                INVALID KEY
                    MOVE WS-ID-ORIGEM TO WS-ID-DESTINO
                NOT INVALID KEY
                    PERFORM P3D-GERAR-NOVO-ID
            END-READ

            .
       P3D-GERAR-NOVO-ID.
            MOVE ZEROS TO WS-MAIOR-ID
            MOVE ZEROS TO AD-ID-ALUNO
            SET FIM-DEST TO FALSE
            START ALUNO-DEST KEY IS NOT LESS THAN AD-ID-ALUNO
                INVALID KEY
                    SET FIM-DEST TO TRUE
            END-START
            PERFORM P3D2-LER-DESTINO UNTIL FIM-DEST
            COMPUTE WS-ID-DESTINO = WS-MAIOR-ID + 1
            SET ID-LIVRE TO FALSE
            PERFORM P3D3-VERIFICAR-ID
                UNTIL ID-LIVRE OR NOT TRANSF-OK
            IF ID-LIVRE
                DISPLAY 'ID ' WS-ID-ORIGEM ' JA EM USO NO CAMPUS '
                        WS-CAMPUS-DESTINO ' - NOVO ID: '
                        WS-ID-DESTINO
            END-IF

            .
       P3D2-LER-DESTINO.
            READ ALUNO-DEST NEXT RECORD
                AT END
                    SET FIM-DEST TO TRUE
                NOT AT END
                    MOVE AD-ID-ALUNO TO WS-MAIOR-ID
            END-READ

            .
       P3D3-VERIFICAR-ID.
            IF WS-ID-DESTINO = 9999999
                SET TRANSF-OK TO FALSE
                MOVE 'FAIXA DE IDS ESGOTADA NO CAMPUS DE DESTINO'
                    TO WS-MOTIVO
                DISPLAY 'TRANSFERENCIA NAO REALIZADA - '
                        FUNCTION TRIM(WS-MOTIVO)
            ELSE
                SET ID-LIVRE TO TRUE
                MOVE WS-ID-DESTINO TO MT-ID-ALUNO
                MOVE LOW-VALUES    TO MT-CD-CURSO
                START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ MATRICULA NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF MT-ID-ALUNO = WS-ID-DESTINO
                                    SET ID-LIVRE TO FALSE
                                END-IF
                        END-READ
                END-START
                IF ID-LIVRE AND CONT-DISPONIVEL
                    MOVE WS-ID-DESTINO TO CT-ID-ALUNO
                    READ CONTATO
                        KEY IS CT-ID-ALUNO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET ID-LIVRE TO FALSE
                    END-READ
                END-IF
                IF NOT ID-LIVRE
                    ADD 1 TO WS-ID-DESTINO
                END-IF
            END-IF

            .
       P3E-GRAVAR-DESTINO.
            MOVE WS-ALUNO      TO REG-ALUNO-DEST
            MOVE WS-ID-DESTINO TO AD-ID-ALUNO
            MOVE 'A'           TO AD-ST-ALUNO
            MOVE ZEROS         TO AD-DT-INATIVACAO
            WRITE REG-ALUNO-DEST
                INVALID KEY
                    SET TRANSF-OK TO FALSE
                    MOVE SPACES TO WS-MOTIVO
                    STRING 'ERRO AO GRAVAR NO CAMPUS DE DESTINO - '
                           'FILE STATUS ' WS-FILES-DEST
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                    DISPLAY 'TRANSFERENCIA NAO REALIZADA - '
                            FUNCTION TRIM(WS-MOTIVO)
                NOT INVALID KEY
                    MOVE SPACES         TO WS-IMAGEM-ANTES
                    MOVE REG-ALUNO-DEST TO WS-IMAGEM-DEPOIS
                    MOVE WS-ID-DESTINO  TO WS-JR-ID
                    PERFORM P8-GRAVAR-JORNAL
            END-WRITE

            .
       P3G-INATIVAR-ORIGEM.
            MOVE WS-ID-ORIGEM TO ID-ALUNO
            READ ALUNO
                KEY IS ID-ALUNO
                INVALID KEY
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ID ' WS-ID-ORIGEM ' NAO ENCONTRADO NA '
                            'INATIVACAO DA ORIGEM.'
                NOT INVALID KEY
                    MOVE REG-ALUNO TO WS-IMAGEM-ANTES
                    MOVE 'I'             TO ST-ALUNO
                    MOVE WS-DATA-SISTEMA TO DT-INATIVACAO
                    REWRITE REG-ALUNO
                        INVALID KEY
                            ADD 1 TO WS-CONT-ERROS
                            DISPLAY 'ERRO AO INATIVAR ID '
                                    WS-ID-ORIGEM ' NA ORIGEM - FILE '
                                    'STATUS: ' WS-FILES
                        NOT INVALID KEY
                            MOVE REG-ALUNO    TO WS-IMAGEM-DEPOIS
                            MOVE WS-ID-ORIGEM TO WS-JR-ID
                            PERFORM P8-GRAVAR-JORNAL
                    END-REWRITE
            END-READ

            .
       P3H-GRAVAR-APONTADOR.
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-CAMPUS          TO TA-CAMPUS-ORIGEM
            MOVE WS-ID-ORIGEM       TO TA-ID-ORIGEM
            MOVE WS-CAMPUS-DESTINO  TO TA-CAMPUS-DESTINO
            MOVE WS-ID-DESTINO      TO TA-ID-DESTINO
            MOVE WS-DATA-SISTEMA    TO TA-DT-TRANSFERENCIA
            MOVE WS-HORA-SISTEMA    TO TA-HR-TRANSFERENCIA
            MOVE WS-CONT-MATRICULAS TO TA-QT-MATRICULAS
            MOVE WS-TRV-OPERADOR    TO TA-OPERADOR
            WRITE REG-TRANSFERENCIA
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-FILES-TRANSF = 22
                REWRITE REG-TRANSFERENCIA
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            IF NOT (WS-FILES-TRANSF = 00)
                ADD 1 TO WS-CONT-ERROS
                DISPLAY 'ERRO AO GRAVAR APONTAMENTO DE TRANSFERENCIA '
                        '- FILE STATUS: ' WS-FILES-TRANSF
            END-IF

            .
       P4-MOVER-MATRICULAS.
            MOVE ZEROS TO WS-QTD-MATR
            MOVE WS-ID-ORIGEM TO MT-ID-ALUNO
            MOVE LOW-VALUES   TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P4B-LER-MATR UNTIL FIM-MATR
            PERFORM P4C-MOVER-MATRICULA
                VARYING WS-IDX-MATR FROM 1 BY 1
                UNTIL WS-IDX-MATR > WS-QTD-MATR

            .
       P4B-LER-MATR.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-ID-ALUNO NOT = WS-ID-ORIGEM
                        SET FIM-MATR TO TRUE
                    ELSE
                        IF WS-QTD-MATR < 100
                            ADD 1 TO WS-QTD-MATR
                            MOVE REG-MATRICULA
                                TO TB-MATRICULA(WS-QTD-MATR)
                        ELSE
                            ADD 1 TO WS-CONT-ERROS
                            MOVE SPACES TO RELTRAN-LINHA
                            STRING '  CURSO ' MT-CD-CURSO
                                   ' - LIMITE DE 100 MATRICULAS - '
                                   'PERMANECE NO ID ' WS-ID-ORIGEM
                                   DELIMITED BY SIZE INTO RELTRAN-LINHA
                            END-STRING
                            WRITE RELTRAN-LINHA
                        END-IF
                    END-IF
            END-READ

            .
       P4C-MOVER-MATRICULA.
            MOVE TB-MATRICULA(WS-IDX-MATR) TO REG-MATRICULA
            MOVE WS-ID-DESTINO TO MT-ID-ALUNO
            WRITE REG-MATRICULA
                INVALID KEY
                    ADD 1 TO WS-CONT-ERROS
                    MOVE SPACES TO RELTRAN-LINHA
                    STRING '  CURSO ' MT-CD-CURSO
                           ' - ERRO AO REAPONTAR MATRICULA - FILE '
                           'STATUS ' WS-FILES-MATR
                           ' - PERMANECE NO ID ' WS-ID-ORIGEM
                           DELIMITED BY SIZE INTO RELTRAN-LINHA
                    END-STRING
                    PERFORM P9-IMPRIMIR-LINHA
                NOT INVALID KEY
                    ADD 1 TO WS-CONT-MOVIDAS
                    PERFORM P4D-EXCLUIR-ORIGEM
                    PERFORM P4E-MOVER-NOTA
            END-WRITE

            .
       P4D-EXCLUIR-ORIGEM.
            MOVE TB-MATRICULA(WS-IDX-MATR) TO REG-MATRICULA
            DELETE MATRICULA
                INVALID KEY
                    ADD 1 TO WS-CONT-ERROS
                    DISPLAY 'ERRO AO EXCLUIR MATRICULA ORIGINAL '
                            MT-ID-ALUNO '/' MT-CD-CURSO
                            ' - FILE STATUS: ' WS-FILES-MATR
            END-DELETE

            .
       P4E-MOVER-NOTA.
            IF NOTA-DISPONIVEL
                MOVE WS-ID-ORIGEM TO NT-ID-ALUNO
                MOVE MT-CD-CURSO  TO NT-CD-CURSO
                READ NOTA
                    KEY IS CH-NOTA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-NOTA TO WS-NOTA-ANT
                        MOVE WS-ID-DESTINO TO NT-ID-ALUNO
                        WRITE REG-NOTA
                            INVALID KEY
                                ADD 1 TO WS-CONT-ERROS
                                DISPLAY 'ERRO AO REAPONTAR NOTA DO '
                                        'CURSO ' NT-CD-CURSO
                                        ' - FILE STATUS: '
                                        WS-FILES-NOTA
                            NOT INVALID KEY
                                ADD 1 TO WS-CONT-NOTAS
                                MOVE WS-NOTA-ANT TO REG-NOTA
                                DELETE NOTA
                                    INVALID KEY
                                        ADD 1 TO WS-CONT-ERROS
                                END-DELETE
                        END-WRITE
                END-READ
            END-IF

            .
       P4F-MOVER-CONTATO.
            IF CONT-DISPONIVEL
                MOVE WS-ID-ORIGEM TO CT-ID-ALUNO
                READ CONTATO
                    KEY IS CT-ID-ALUNO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REG-CONTATO TO WS-CT-IMAGEM-ANTES
                        PERFORM P4G-REGRAVAR-CONTATO
                END-READ
            END-IF

            .
       P4G-REGRAVAR-CONTATO.
            PERFORM P4H-ABRIR-JORNAL-CONTATO
            IF NOT JCON-ATIVO
                ADD 1 TO WS-CONT-ERROS
                MOVE SPACES TO RELTRAN-LINHA
                STRING '  CONTATO NAO REAPONTADO SEM JORNAL DE '
                       'CONTATOS - PERMANECE NO ID ' WS-ID-ORIGEM
                       DELIMITED BY SIZE INTO RELTRAN-LINHA
                END-STRING
                WRITE RELTRAN-LINHA
            ELSE
                MOVE WS-CT-IMAGEM-ANTES TO REG-CONTATO
                MOVE WS-ID-DESTINO      TO CT-ID-ALUNO
                WRITE REG-CONTATO
                    INVALID KEY
                        ADD 1 TO WS-CONT-ERROS
                        DISPLAY 'ERRO AO REGRAVAR CONTATO NO ID '
                                WS-ID-DESTINO ' - FILE STATUS: '
                                WS-FILES-CONT
                    NOT INVALID KEY
                        MOVE WS-CT-IMAGEM-ANTES TO REG-CONTATO
                        DELETE CONTATO
                            INVALID KEY
                                ADD 1 TO WS-CONT-ERROS
                        END-DELETE
                        PERFORM P8B-JORNAL-CONTATO
                        MOVE SPACES TO RELTRAN-LINHA
                        STRING '  CONTATO REAPONTADO DO ID '
                               WS-ID-ORIGEM ' PARA O ID '
                               WS-ID-DESTINO
                               DELIMITED BY SIZE INTO RELTRAN-LINHA
                        END-STRING
                        PERFORM P9-IMPRIMIR-LINHA
                END-WRITE
                CLOSE JORNAL-CONTATO
            END-IF

            .
       P4H-ABRIR-JORNAL-CONTATO.
            SET JCON-ATIVO TO FALSE
            OPEN EXTEND JORNAL-CONTATO
            IF NOT (WS-FILES-JCON = 00 OR WS-FILES-JCON = 05)
                OPEN OUTPUT JORNAL-CONTATO
            END-IF
            IF WS-FILES-JCON = 00 OR WS-FILES-JCON = 05
                SET JCON-ATIVO TO TRUE
            ELSE
                DISPLAY 'ERRO AO ABRIR JORNAL DE CONTATOS '
                        'CFP004J1.DAT - FILE STATUS: ' WS-FILES-JCON
            END-IF

            .
       P4J-LISTAR-MATRICULAS.
            MOVE SPACES TO RELTRAN-LINHA
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            STRING 'MATRICULAS NO ID ' WS-ID-DESTINO ':'
                   DELIMITED BY SIZE INTO RELTRAN-LINHA
            END-STRING
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            STRING '  CURSO  NOME DO CURSO        SITUACAO  PERIODO '
                   'MATRICULA'
                   DELIMITED BY SIZE INTO RELTRAN-LINHA
            END-STRING
            WRITE RELTRAN-LINHA
            MOVE WS-ID-DESTINO TO MT-ID-ALUNO
            MOVE LOW-VALUES    TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS NOT LESS THAN CH-MATRICULA
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
            PERFORM P4J2-LER-MATRICULA UNTIL FIM-MATR
            IF WS-CONT-MATRICULAS = ZEROS
                MOVE '  NENHUMA MATRICULA' TO RELTRAN-LINHA
                WRITE RELTRAN-LINHA
            END-IF

            .
       P4J2-LER-MATRICULA.
            READ MATRICULA NEXT RECORD
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-ID-ALUNO NOT = WS-ID-DESTINO
                        SET FIM-MATR TO TRUE
                    ELSE
                        ADD 1 TO WS-CONT-MATRICULAS
                        EVALUATE TRUE
                            WHEN MATRICULA-ATIVA
                                MOVE 'ATIVA    ' TO WS-DS-SITUACAO
                            WHEN MATRICULA-CONCLUIDA
                                MOVE 'CONCLUIDA' TO WS-DS-SITUACAO
                            WHEN OTHER
                                MOVE 'CANCELADA' TO WS-DS-SITUACAO
                        END-EVALUATE
                        MOVE SPACES TO RELTRAN-LINHA
                        STRING '  ' MT-CD-CURSO
                               ' ' MT-NM-CURSO
                               ' ' WS-DS-SITUACAO
                               ' ' MT-CD-PERIODO
                               '  ' MT-DT-MATRICULA
                               DELIMITED BY SIZE INTO RELTRAN-LINHA
                        END-STRING
                        WRITE RELTRAN-LINHA
                    END-IF
            END-READ

            .
       P4K-REAPONTAR-ESPERA.
            IF ESPERA-DISPONIVEL
                MOVE LOW-VALUES TO CH-ESPERA
                SET FIM-ESPERA TO FALSE
                START ESPERA KEY IS NOT LESS THAN CH-ESPERA
                    INVALID KEY
                        SET FIM-ESPERA TO TRUE
                END-START
                PERFORM P4L-LER-ESPERA UNTIL FIM-ESPERA
            END-IF

            .
       P4L-LER-ESPERA.
            READ ESPERA NEXT RECORD
                AT END
                    SET FIM-ESPERA TO TRUE
                NOT AT END
                    IF ES-ID-ALUNO = WS-ID-ORIGEM
                       AND ES-CAMPUS = WS-CAMPUS
                       AND ESPERA-AGUARDANDO
                        MOVE WS-ID-DESTINO     TO ES-ID-ALUNO
                        MOVE WS-CAMPUS-DESTINO TO ES-CAMPUS
                        REWRITE REG-ESPERA
                            INVALID KEY
                                ADD 1 TO WS-CONT-ERROS
                            NOT INVALID KEY
                                ADD 1 TO WS-CONT-ESPERA
                        END-REWRITE
                    END-IF
            END-READ

            .
       P4N-REAPONTAR-FATURAS.
            IF FATURA-DISPONIVEL
                MOVE ZEROS TO WS-QTD-FATURA
                MOVE WS-ID-ORIGEM TO FT-ID-ALUNO
                MOVE LOW-VALUES   TO FT-CD-CURSO
                MOVE ZEROS        TO FT-COMPETENCIA
                SET FIM-FATURA TO FALSE
                START FATURA KEY IS NOT LESS THAN CH-FATURA
                    INVALID KEY
                        SET FIM-FATURA TO TRUE
                END-START
                PERFORM P4P-LER-FATURA UNTIL FIM-FATURA
                PERFORM P4Q-MOVER-FATURA
                    VARYING WS-IDX-FATURA FROM 1 BY 1
                    UNTIL WS-IDX-FATURA > WS-QTD-FATURA
            END-IF

            .
       P4P-LER-FATURA.
            READ FATURA NEXT RECORD
                AT END
                    SET FIM-FATURA TO TRUE
                NOT AT END
                    IF FT-ID-ALUNO NOT = WS-ID-ORIGEM
                        SET FIM-FATURA TO TRUE
                    ELSE
                        IF FATURA-ABERTA AND FT-CAMPUS = WS-CAMPUS
                            IF WS-QTD-FATURA < 100
                                ADD 1 TO WS-QTD-FATURA
                                MOVE REG-FATURA
                                    TO TB-FATURA(WS-QTD-FATURA)
                            ELSE
                                ADD 1 TO WS-CONT-ERROS
                            END-IF
                        END-IF
                    END-IF
            END-READ

            .
       P4Q-MOVER-FATURA.
            MOVE TB-FATURA(WS-IDX-FATURA) TO REG-FATURA
            MOVE WS-CAMPUS-DESTINO TO FT-CAMPUS
            IF WS-ID-DESTINO = WS-ID-ORIGEM
                REWRITE REG-FATURA
                    INVALID KEY
                        ADD 1 TO WS-CONT-ERROS
                    NOT INVALID KEY
                        ADD 1 TO WS-CONT-FATURAS
                END-REWRITE
            ELSE
                MOVE WS-ID-DESTINO TO FT-ID-ALUNO
                WRITE REG-FATURA
                    INVALID KEY
                        ADD 1 TO WS-CONT-ERROS
                    NOT INVALID KEY
                        ADD 1 TO WS-CONT-FATURAS
                        MOVE TB-FATURA(WS-IDX-FATURA) TO REG-FATURA
                        DELETE FATURA
                            INVALID KEY
                                ADD 1 TO WS-CONT-ERROS
                        END-DELETE
                END-WRITE
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
                WHEN FS-ERRO-SISTEMA-ARQUIVOS
                    MOVE 'ERRO DE SISTEMA DE ARQUIVOS'
                        TO WS-MSG-ERRO
                WHEN OTHER
                    MOVE 'ERRO NAO MAPEADO NO ARQUIVO DE ALUNOS'
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P6-CABECALHO.
            MOVE WS-DATA-SISTEMA TO WS-DATA-CAB
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELTRAN-LINHA
            STRING 'COMPROVANTE DE TRANSFERENCIA ENTRE CAMPI - DATA: '
                   WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELTRAN-LINHA
            END-STRING
            WRITE RELTRAN-LINHA
            MOVE ALL '-' TO RELTRAN-LINHA
            WRITE RELTRAN-LINHA

            .
       P7-RODAPE.
            MOVE SPACES TO RELTRAN-LINHA
            WRITE RELTRAN-LINHA
            MOVE ALL '-' TO RELTRAN-LINHA
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            STRING 'ALUNO..........: ' WS-ID-ORIGEM ' ' WS-NM-ALUNO
                   '  TELEFONE: ' WS-PREFIXO '-' WS-SUFIXO
                   DELIMITED BY SIZE INTO RELTRAN-LINHA
            END-STRING
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            STRING 'ORIGEM.........: CAMPUS ' WS-CAMPUS
                   ' ID ' WS-ID-ORIGEM
                   DELIMITED BY SIZE INTO RELTRAN-LINHA
            END-STRING
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            IF TRANSF-OK
                STRING 'DESTINO........: CAMPUS ' WS-CAMPUS-DESTINO
                       ' ID ' WS-ID-DESTINO
                       DELIMITED BY SIZE INTO RELTRAN-LINHA
                END-STRING
            ELSE
                STRING 'DESTINO........: CAMPUS ' WS-CAMPUS-DESTINO
                       DELIMITED BY SIZE INTO RELTRAN-LINHA
                END-STRING
            END-IF
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            STRING 'MATRICULAS: '          WS-CONT-MATRICULAS
                   '  REAPONTADAS: '       WS-CONT-MOVIDAS
                   '  NOTAS: '             WS-CONT-NOTAS
                   '  LISTA DE ESPERA: '   WS-CONT-ESPERA
                   '  FATURAS EM ABERTO: ' WS-CONT-FATURAS
                   DELIMITED BY SIZE INTO RELTRAN-LINHA
            END-STRING
            WRITE RELTRAN-LINHA
            MOVE SPACES TO RELTRAN-LINHA
            EVALUATE TRUE
                WHEN NOT TRANSF-OK
                    STRING 'SITUACAO.......: NAO REALIZADA - '
                           WS-MOTIVO
                           DELIMITED BY SIZE INTO RELTRAN-LINHA
                    END-STRING
                WHEN WS-CONT-ERROS > ZEROS
                    STRING 'SITUACAO.......: REALIZADA COM '
                           WS-CONT-ERROS ' OCORRENCIA(S) - CONFERIR'
                           DELIMITED BY SIZE INTO RELTRAN-LINHA
                    END-STRING
                WHEN OTHER
                    MOVE 'SITUACAO.......: REALIZADA' TO RELTRAN-LINHA
            END-EVALUATE
            WRITE RELTRAN-LINHA
            DISPLAY FUNCTION TRIM(RELTRAN-LINHA)
            IF TRANSF-OK
                MOVE SPACES TO RELTRAN-LINHA
                WRITE RELTRAN-LINHA
                WRITE RELTRAN-LINHA
                MOVE SPACES TO RELTRAN-LINHA
                STRING '______________________________     '
                       '______________________________'
                       DELIMITED BY SIZE INTO RELTRAN-LINHA
                END-STRING
                WRITE RELTRAN-LINHA
                MOVE SPACES TO RELTRAN-LINHA
                STRING 'SECRETARIA - ' WS-CAMPUS
                       '            SECRETARIA - ' WS-CAMPUS-DESTINO
                       DELIMITED BY SIZE INTO RELTRAN-LINHA
                END-STRING
                WRITE RELTRAN-LINHA
            END-IF

            .
       P8-GRAVAR-JORNAL.
            MOVE SPACES TO REG-JORNAL
            ACCEPT JR-DATA FROM DATE YYYYMMDD
            ACCEPT JR-HORA FROM TIME
            MOVE 'T'              TO JR-ACAO
            MOVE WS-JR-ID         TO JR-ID-ALUNO
            MOVE WS-IMAGEM-ANTES  TO JR-IMAGEM-ANTES
            MOVE WS-IMAGEM-DEPOIS TO JR-IMAGEM-DEPOIS
            MOVE WS-TRV-OPERADOR  TO JR-OPERADOR
            WRITE REG-JORNAL
            IF NOT (WS-FILES-JORNAL = 00)
                ADD 1 TO WS-CONT-ERROS
                DISPLAY 'ERRO AO GRAVAR JORNAL - FILE STATUS: '
                        WS-FILES-JORNAL
            END-IF

            .
       P8B-JORNAL-CONTATO.
            MOVE SPACES TO REG-JORNAL-CONTATO
            ACCEPT JC-DATA FROM DATE YYYYMMDD
            ACCEPT JC-HORA FROM TIME
            MOVE 'T'                TO JC-ACAO
            MOVE WS-ID-DESTINO      TO JC-ID-ALUNO
            MOVE WS-CT-IMAGEM-ANTES TO JC-IMAGEM-ANTES
            MOVE WS-CT-IMAGEM-ANTES TO JC-IMAGEM-DEPOIS
            MOVE WS-ID-DESTINO      TO JC-IMAGEM-DEPOIS(1:7)
            MOVE WS-TRV-OPERADOR    TO JC-OPERADOR
            WRITE REG-JORNAL-CONTATO
            IF NOT (WS-FILES-JCON = 00)
                DISPLAY 'ERRO AO GRAVAR JORNAL DE CONTATOS - FILE '
                        'STATUS: ' WS-FILES-JCON
            END-IF

            .
       P9-IMPRIMIR-LINHA.
            WRITE RELTRAN-LINHA

            .
       P10-RESOLVER-CAMPI.
            SET ORIGEM-ACHADA TO FALSE
            SET DESTINO-ACHADO TO FALSE
            OPEN INPUT ARQ-CONFIG
            IF NOT (WS-FILES-CONFIG = 00)
                DISPLAY 'ERRO AO ABRIR CAMPUS.CFG - FILE STATUS: '
                        WS-FILES-CONFIG
                DISPLAY 'TRANSFERENCIA EXIGE OS DOIS CAMPI '
                        'CONFIGURADOS EM CAMPUS.CFG.'
            ELSE
                SET CONFIG-EOF TO FALSE
                PERFORM P10B-LER-CONFIG
                    UNTIL CONFIG-EOF
                       OR (ORIGEM-ACHADA AND DESTINO-ACHADO)
                CLOSE ARQ-CONFIG
                IF NOT ORIGEM-ACHADA
                    DISPLAY 'CAMPUS ' WS-CAMPUS
                            ' NAO CONFIGURADO EM CAMPUS.CFG.'
                END-IF
                IF NOT DESTINO-ACHADO
                    DISPLAY 'CAMPUS ' WS-CAMPUS-DESTINO
                            ' NAO CONFIGURADO EM CAMPUS.CFG.'
                END-IF
            END-IF

            .
       P10B-LER-CONFIG.
            READ ARQ-CONFIG
                AT END
                    SET CONFIG-EOF TO TRUE
                NOT AT END
                    MOVE FUNCTION UPPER-CASE(CFG-CAMPUS)
                        TO WS-CFG-CAMPUS
                    IF WS-CFG-CAMPUS = WS-CAMPUS
                        MOVE CFG-ARQUIVO TO WS-ARQUIVO-ALUNO
                        SET ORIGEM-ACHADA TO TRUE
                    END-IF
                    IF WS-CFG-CAMPUS = WS-CAMPUS-DESTINO
                        MOVE CFG-ARQUIVO TO WS-ARQUIVO-DESTINO
                        SET DESTINO-ACHADO TO TRUE
                    END-IF
            END-READ

            .
       P11-GRAVAR-TRAVAS.
            MOVE WS-CAMPUS TO WS-TRV-CAMPUS
            PERFORM P11B-GRAVAR-TRAVA
            IF TRAVA-OBTIDA
                SET TRAVA-ORIGEM TO TRUE
                MOVE WS-CAMPUS-DESTINO TO WS-TRV-CAMPUS
                PERFORM P11B-GRAVAR-TRAVA
                IF TRAVA-OBTIDA
                    SET TRAVA-DESTINO TO TRUE
                END-IF
            END-IF
            IF NOT (TRAVA-ORIGEM AND TRAVA-DESTINO)
                DISPLAY 'TRANSFERENCIA BLOQUEADA - SESSAO DE '
                        'MANUTENCAO ABERTA NO CAMPUS '
                        WS-TRV-CAMPUS '.'
            END-IF

            .
       P11B-GRAVAR-TRAVA.
            MOVE 'S' TO WS-TRV-FUNCAO
            CALL 'ALUNLOCK' USING WS-TRV-FUNCAO WS-TRV-CAMPUS
                                  WS-TRV-PROGRAMA WS-TRV-OPERADOR
                                  WS-TRV-RETORNO WS-TRV-DETALHE
            IF WS-TRV-RETORNO = '1'
                DISPLAY 'CAMPUS ' WS-TRV-CAMPUS ' '
                        FUNCTION TRIM(WS-TRV-DETALHE)
                ACCEPT WS-TRV-FORCA-PARM
                    FROM ENVIRONMENT 'ALUNO_TRAVA_FORCA'
                IF FUNCTION UPPER-CASE(WS-TRV-FORCA-PARM(1:1)) = 'S'
                    DISPLAY 'AVISO: TRAVA REMOVIDA SOB SUPERVISAO '
                            '(ALUNO_TRAVA_FORCA=S).'
                    MOVE 'C' TO WS-TRV-FUNCAO
                    CALL 'ALUNLOCK' USING WS-TRV-FUNCAO WS-TRV-CAMPUS
                                          WS-TRV-PROGRAMA
                                          WS-TRV-OPERADOR
                                          WS-TRV-RETORNO
                                          WS-TRV-DETALHE
                    MOVE 'S' TO WS-TRV-FUNCAO
                    CALL 'ALUNLOCK' USING WS-TRV-FUNCAO WS-TRV-CAMPUS
                                          WS-TRV-PROGRAMA
                                          WS-TRV-OPERADOR
                                          WS-TRV-RETORNO
                                          WS-TRV-DETALHE
                END-IF
            END-IF
            IF WS-TRV-RETORNO = '1'
                SET TRAVA-OBTIDA TO FALSE
            ELSE
                SET TRAVA-OBTIDA TO TRUE
                IF WS-TRV-RETORNO = '9'
                    DISPLAY 'AVISO: TRAVA DE CAMPUS INDISPONIVEL - '
                            FUNCTION TRIM(WS-TRV-DETALHE)
                END-IF
            END-IF

            .
       P11C-REMOVER-TRAVA.
            MOVE 'C' TO WS-TRV-FUNCAO
            CALL 'ALUNLOCK' USING WS-TRV-FUNCAO WS-TRV-CAMPUS
                                  WS-TRV-PROGRAMA WS-TRV-OPERADOR
                                  WS-TRV-RETORNO WS-TRV-DETALHE
            IF WS-TRV-RETORNO = '9'
                DISPLAY 'AVISO: ERRO AO REMOVER TRAVA DE CAMPUS '
                        WS-TRV-CAMPUS ' - '
                        FUNCTION TRIM(WS-TRV-DETALHE)
            END-IF

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
                CLOSE ALUNO-DEST
                CLOSE MATRICULA
                CLOSE JORNAL
                CLOSE TRANSF
                CLOSE RELTRAN
                IF NOTA-DISPONIVEL
                    CLOSE NOTA
                END-IF
                IF CONT-DISPONIVEL
                    CLOSE CONTATO
                END-IF
                IF ESPERA-DISPONIVEL
                    CLOSE ESPERA
                END-IF
                IF FATURA-DISPONIVEL
                    CLOSE FATURA
                END-IF
                EVALUATE TRUE
                    WHEN NOT TRANSF-OK
                        MOVE 8 TO RETURN-CODE
                    WHEN WS-CONT-ERROS > ZEROS
                      OR WS-CONT-AVISOS > ZEROS
                        MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                        MOVE 0 TO RETURN-CODE
                END-EVALUATE
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE 1               TO WS-RUN-LIDOS
                MOVE WS-CONT-MOVIDAS TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE     TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            IF TRAVA-DESTINO
                MOVE WS-CAMPUS-DESTINO TO WS-TRV-CAMPUS
                PERFORM P11C-REMOVER-TRAVA
            END-IF
            IF TRAVA-ORIGEM
                MOVE WS-CAMPUS TO WS-TRV-CAMPUS
                PERFORM P11C-REMOVER-TRAVA
            END-IF
            STOP RUN.
       END PROGRAM ALUNTRAN.
