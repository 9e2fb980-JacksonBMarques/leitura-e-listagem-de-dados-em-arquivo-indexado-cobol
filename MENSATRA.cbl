      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: relatorio de inadimplencia (aging) de mensalidades -
      *          para cada campus da tabela CAMPUS.CFG lista as
      *          faturas em aberto e vencidas do campus
      *          (CFP009S1.DAT) com o saldo devedor, os dias de
      *          atraso e a faixa de atraso (1-30, 31-60, 61-90 e
      *          mais de 90 dias), o nome e telefone do aluno no
      *          arquivo do campus e o endereco, cidade e e-mail do
      *          arquivo de contatos (CFP004S1.DAT) para a cobranca;
      *          totaliza por faixa em cada campus e no geral
      *          (MENSATRA.LST); faturas de campus ausente da
      *          CAMPUS.CFG saem numa secao final sem nome,
      *          telefone e contato e sao contadas no rodape; registra
      *          inicio/fim em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSATRA.

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

                SELECT CONTATO ASSIGN TO 'CFP004S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CT-ID-ALUNO
                FILE STATUS IS WS-FILES-CONT.

                SELECT FATURA ASSIGN TO 'CFP009S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-FATURA
                FILE STATUS IS WS-FILES-FATURA.

                SELECT RELATRA ASSIGN TO 'MENSATRA.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELATRA.

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

       FD CONTATO.
          COPY CFPK0004.

       FD FATURA.
          COPY CFPK0009.

       FD RELATRA.
       01 RELATRA-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CFPS0001.

       77 WS-FILES-CONT                  PIC 99    VALUE ZEROS.
       77 WS-FILES-FATURA                PIC 99    VALUE ZEROS.
       77 WS-FILES-RELATRA               PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE
          'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S1.DAT'.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'SEDE'.
       77 WS-FILES-CONFIG                PIC 99     VALUE ZEROS.
       77 WS-CONFIG-EOF                  PIC X      VALUE 'N'.
          88 CONFIG-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-FATURA                  PIC X     VALUE 'N'.
          88 FIM-FATURA                  VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ABERTO                PIC X     VALUE 'N'.
          88 ALUNO-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-OK                  PIC X     VALUE 'N'.
          88 CONTATO-DISPONIVEL          VALUE 'S' FALSE 'N'.
       77 WS-PASSO-OUTROS                PIC X     VALUE 'N'.
          88 PASSO-OUTROS                VALUE 'S' FALSE 'N'.
       77 WS-CAMPUS-CONHECIDO            PIC X     VALUE 'N'.
          88 CAMPUS-CONHECIDO            VALUE 'S' FALSE 'N'.
       77 WS-FATURA-SELECIONADA          PIC X     VALUE 'N'.
          88 FATURA-SELECIONADA          VALUE 'S' FALSE 'N'.

       01 WS-TAB-CAMPUS.
          03 WS-CAMPUS-ENT OCCURS 10 TIMES.
             05 TC-CAMPUS                PIC X(10).
             05 TC-ARQUIVO               PIC X(100).
       77 WS-QTD-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-CAMPUS                  PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-BUSCA                   PIC 9(02)  VALUE ZEROS.

       01 WS-TAB-FAIXA.
          03 WS-FAIXA-ENT OCCURS 4 TIMES.
             05 TF-QTD-CAMPUS            PIC 9(07).
             05 TF-VL-CAMPUS             PIC 9(09)V9(02).
             05 TF-QTD-GERAL             PIC 9(07).
             05 TF-VL-GERAL              PIC 9(09)V9(02).
       01 WS-TAB-DESCRICAO.
          03 FILLER                      PIC X(12) VALUE '01 A 30 DIAS'.
          03 FILLER                      PIC X(12) VALUE '31 A 60 DIAS'.
          03 FILLER                      PIC X(12) VALUE '61 A 90 DIAS'.
          03 FILLER                      PIC X(12) VALUE '+ DE 90 DIAS'.
       01 FILLER REDEFINES WS-TAB-DESCRICAO.
          03 TF-DESCRICAO OCCURS 4 TIMES PIC X(12).
       77 WS-IDX-FAIXA                   PIC 9(01)  VALUE ZEROS.

       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                 PIC 9(05) VALUE ZEROS.
       77 WS-VL-SALDO                    PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-EDITADO                  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOT-EDITADO                 PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-NM-DEVEDOR                  PIC X(20) VALUE SPACES.
       77 WS-TL-DEVEDOR                  PIC X(10) VALUE SPACES.

       77 WS-CONT-LIDAS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-VENCIDAS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-CONTATO            PIC 9(07) VALUE ZEROS.
       77 WS-CONT-CAMPUS-ERRO            PIC 9(02) VALUE ZEROS.
       77 WS-CONT-SEM-CAMPUS             PIC 9(07) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'MENSATRA'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'AGING'.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** relatorio de inadimplencia de mensalidades'
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
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            INITIALIZE WS-TAB-FAIXA
            PERFORM P10-CARREGAR-CONFIG
            OPEN INPUT FATURA
            IF NOT (WS-FILES-FATURA = 00 OR WS-FILES-FATURA = 05)
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATURAS '
                        'CFP009S1.DAT - FILE STATUS: ' WS-FILES-FATURA
            ELSE
                OPEN OUTPUT RELATRA
                IF NOT (WS-FILES-RELATRA = 00)
                    DISPLAY 'ERRO AO ABRIR MENSATRA.LST - '
                            'FILE STATUS: ' WS-FILES-RELATRA
                    CLOSE FATURA
                ELSE
                    SET ABERTURA-OK TO TRUE
                    OPEN INPUT CONTATO
                    IF WS-FILES-CONT = 00 OR WS-FILES-CONT = 05
                        SET CONTATO-DISPONIVEL TO TRUE
                    ELSE
                        DISPLAY 'AVISO: ARQUIVO DE CONTATOS '
                                'CFP004S1.DAT INDISPONIVEL - FILE '
                                'STATUS: ' WS-FILES-CONT
                    END-IF
                    PERFORM P6-CABECALHO
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
                MOVE 'OUTROS' TO WS-CAMPUS
            ELSE
                SET PASSO-OUTROS TO FALSE
                MOVE TC-CAMPUS(WS-IDX-CAMPUS)  TO WS-CAMPUS
                MOVE TC-ARQUIVO(WS-IDX-CAMPUS) TO WS-ARQUIVO-ALUNO
            END-IF
            PERFORM P1C-ZERAR-FAIXA
                VARYING WS-IDX-FAIXA FROM 1 BY 1
                UNTIL WS-IDX-FAIXA > 4
            MOVE SPACES TO RELATRA-LINHA
            WRITE RELATRA-LINHA
            IF PASSO-OUTROS
                MOVE SPACES TO RELATRA-LINHA
                STRING 'CAMPUS AUSENTE DA CAMPUS.CFG - FATURAS '
                       'LISTADAS SEM NOME, TELEFONE E CONTATO '
                       '(CAMPUS DA FATURA NA COLUNA DO NOME)'
                       DELIMITED BY SIZE INTO RELATRA-LINHA
                END-STRING
            ELSE
                OPEN INPUT ALUNO
                PERFORM P1D-CABECALHO-CAMPUS
            END-IF
            WRITE RELATRA-LINHA
            MOVE SPACES TO RELATRA-LINHA
            STRING '  ID-ALUNO NOME DO ALUNO       TELEFONE   '
                   'CURSO  COMPET VENCTO          SALDO  DIAS '
                   'FAIXA        ENDERECO / CIDADE / E-MAIL'
                   DELIMITED BY SIZE INTO RELATRA-LINHA
            END-STRING
            WRITE RELATRA-LINHA
            MOVE LOW-VALUES TO CH-FATURA
            SET FIM-FATURA TO FALSE
            START FATURA KEY IS NOT LESS THAN CH-FATURA
                INVALID KEY
                    SET FIM-FATURA TO TRUE
            END-START
            PERFORM P1B-LER-FATURA UNTIL FIM-FATURA
            IF ALUNO-ABERTO
                CLOSE ALUNO
            END-IF
            PERFORM P8-TOTAL-CAMPUS

            .
       P1D-CABECALHO-CAMPUS.
            IF FILES-OK
                SET ALUNO-ABERTO TO TRUE
                MOVE SPACES TO RELATRA-LINHA
                STRING 'CAMPUS: ' WS-CAMPUS
                       DELIMITED BY SIZE INTO RELATRA-LINHA
                END-STRING
            ELSE
                ADD 1 TO WS-CONT-CAMPUS-ERRO
                MOVE SPACES TO RELATRA-LINHA
                STRING 'CAMPUS: ' WS-CAMPUS
                       ' - ARQUIVO DE ALUNOS INDISPONIVEL - FILE '
                       'STATUS: ' WS-FILES ' - SEM NOME E TELEFONE'
                       DELIMITED BY SIZE INTO RELATRA-LINHA
                END-STRING
            END-IF

            .
       P1B-LER-FATURA.
            READ FATURA NEXT RECORD
                AT END
                    SET FIM-FATURA TO TRUE
                NOT AT END
                    IF WS-IDX-CAMPUS = 1
                        ADD 1 TO WS-CONT-LIDAS
                    END-IF
                    SET FATURA-SELECIONADA TO FALSE
                    IF FATURA-ABERTA
                       AND FT-DT-VENCIMENTO < WS-DATA-HOJE
                        IF PASSO-OUTROS
                            PERFORM P1E-PROCURAR-CAMPUS
                            IF NOT CAMPUS-CONHECIDO
                                SET FATURA-SELECIONADA TO TRUE
                                ADD 1 TO WS-CONT-SEM-CAMPUS
                            END-IF
                        ELSE
                            IF FT-CAMPUS = WS-CAMPUS
                                SET FATURA-SELECIONADA TO TRUE
                            END-IF
                        END-IF
                    END-IF
                    IF FATURA-SELECIONADA
                        PERFORM P2-LISTAR-FATURA
                    END-IF
            END-READ

            .
       P1E-PROCURAR-CAMPUS.
            SET CAMPUS-CONHECIDO TO FALSE
            PERFORM P1F-COMPARAR-CAMPUS
                VARYING WS-IDX-BUSCA FROM 1 BY 1
                UNTIL WS-IDX-BUSCA > WS-QTD-CAMPUS OR CAMPUS-CONHECIDO

            .
       P1F-COMPARAR-CAMPUS.
            IF TC-CAMPUS(WS-IDX-BUSCA) = FT-CAMPUS
                SET CAMPUS-CONHECIDO TO TRUE
            END-IF

            .
       P1C-ZERAR-FAIXA.
            MOVE ZEROS TO TF-QTD-CAMPUS(WS-IDX-FAIXA)
            MOVE ZEROS TO TF-VL-CAMPUS(WS-IDX-FAIXA)

            .
       P2-LISTAR-FATURA.
            ADD 1 TO WS-CONT-VENCIDAS
            COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT -
                FUNCTION INTEGER-OF-DATE(FT-DT-VENCIMENTO)
            SUBTRACT FT-VL-PAGO FROM FT-VL-FATURA GIVING WS-VL-SALDO
            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO NOT > 30
                    MOVE 1 TO WS-IDX-FAIXA
                WHEN WS-DIAS-ATRASO NOT > 60
                    MOVE 2 TO WS-IDX-FAIXA
                WHEN WS-DIAS-ATRASO NOT > 90
                    MOVE 3 TO WS-IDX-FAIXA
                WHEN OTHER
                    MOVE 4 TO WS-IDX-FAIXA
            END-EVALUATE
            ADD 1           TO TF-QTD-CAMPUS(WS-IDX-FAIXA)
            ADD WS-VL-SALDO TO TF-VL-CAMPUS(WS-IDX-FAIXA)
            ADD 1           TO TF-QTD-GERAL(WS-IDX-FAIXA)
            ADD WS-VL-SALDO TO TF-VL-GERAL(WS-IDX-FAIXA)
            PERFORM P2B-BUSCAR-DEVEDOR
            PERFORM P2C-BUSCAR-CONTATO
            MOVE WS-VL-SALDO TO WS-VL-EDITADO
            MOVE SPACES TO RELATRA-LINHA
            STRING '  ' FT-ID-ALUNO
                   ' ' WS-NM-DEVEDOR
                   ' ' WS-TL-DEVEDOR
                   ' ' FT-CD-CURSO
                   ' ' FT-COMPETENCIA
                   ' ' FT-DT-VENCIMENTO
                   ' ' WS-VL-EDITADO
                   ' ' WS-DIAS-ATRASO
                   ' ' TF-DESCRICAO(WS-IDX-FAIXA)
                   ' ' CT-ENDERECO
                   DELIMITED BY SIZE INTO RELATRA-LINHA
            END-STRING
            WRITE RELATRA-LINHA
            IF CT-CIDADE NOT = SPACES OR CT-EMAIL NOT = SPACES
                MOVE SPACES TO RELATRA-LINHA
                MOVE CT-CIDADE TO RELATRA-LINHA(102:20)
                WRITE RELATRA-LINHA
                MOVE SPACES TO RELATRA-LINHA
                MOVE CT-EMAIL  TO RELATRA-LINHA(102:31)
                WRITE RELATRA-LINHA
            END-IF

            .
       P2B-BUSCAR-DEVEDOR.
            MOVE SPACES TO WS-NM-DEVEDOR
            MOVE SPACES TO WS-TL-DEVEDOR
            IF ALUNO-ABERTO
                MOVE FT-ID-ALUNO TO ID-ALUNO
                READ ALUNO
                    KEY IS ID-ALUNO
                    INVALID KEY
                        MOVE '*** NAO CADASTRADO' TO WS-NM-DEVEDOR
                    NOT INVALID KEY
                        MOVE NM-ALUNO TO WS-NM-DEVEDOR
                        STRING PREFIXO '-' SUFIXO
                            DELIMITED BY SIZE INTO WS-TL-DEVEDOR
                        END-STRING
                END-READ
            ELSE
                IF PASSO-OUTROS
                    STRING 'CAMPUS ' FT-CAMPUS
                        DELIMITED BY SIZE INTO WS-NM-DEVEDOR
                    END-STRING
                END-IF
            END-IF

            .
       P2C-BUSCAR-CONTATO.
            MOVE SPACES TO REG-CONTATO
            IF CONTATO-DISPONIVEL AND NOT PASSO-OUTROS
                MOVE FT-ID-ALUNO TO CT-ID-ALUNO
                READ CONTATO
                    KEY IS CT-ID-ALUNO
                    INVALID KEY
                        MOVE SPACES TO REG-CONTATO
                        MOVE '*** SEM CONTATO CADASTRADO'
                            TO CT-ENDERECO
                        ADD 1 TO WS-CONT-SEM-CONTATO
                END-READ
            END-IF

            .
       P6-CABECALHO.
            MOVE WS-DATA-HOJE TO WS-DATA-SISTEMA
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELATRA-LINHA
            STRING 'INADIMPLENCIA DE MENSALIDADES POR CAMPUS - '
                   'FATURAS VENCIDAS EM ABERTO - DATA: '
                   WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELATRA-LINHA
            END-STRING
            WRITE RELATRA-LINHA
            MOVE ALL '-' TO RELATRA-LINHA
            WRITE RELATRA-LINHA

            .
       P8-TOTAL-CAMPUS.
            PERFORM P8B-LINHA-FAIXA-CAMPUS
                VARYING WS-IDX-FAIXA FROM 1 BY 1
                UNTIL WS-IDX-FAIXA > 4

            .
       P8B-LINHA-FAIXA-CAMPUS.
            MOVE TF-VL-CAMPUS(WS-IDX-FAIXA) TO WS-TOT-EDITADO
            MOVE SPACES TO RELATRA-LINHA
            STRING '   TOTAL ' WS-CAMPUS
                   ' ' TF-DESCRICAO(WS-IDX-FAIXA)
                   ': FATURAS ' TF-QTD-CAMPUS(WS-IDX-FAIXA)
                   '  SALDO ' WS-TOT-EDITADO
                   DELIMITED BY SIZE INTO RELATRA-LINHA
            END-STRING
            WRITE RELATRA-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELATRA-LINHA
            WRITE RELATRA-LINHA
            PERFORM P7B-LINHA-FAIXA-GERAL
                VARYING WS-IDX-FAIXA FROM 1 BY 1
                UNTIL WS-IDX-FAIXA > 4
            MOVE SPACES TO RELATRA-LINHA
            STRING 'FATURAS LIDAS: '         WS-CONT-LIDAS
                   '  VENCIDAS EM ABERTO: '  WS-CONT-VENCIDAS
                   '  SEM CONTATO: '         WS-CONT-SEM-CONTATO
                   '  CAMPI SEM ARQUIVO: '   WS-CONT-CAMPUS-ERRO
                   '  DE CAMPUS FORA DA CAMPUS.CFG: '
                   WS-CONT-SEM-CAMPUS
                   DELIMITED BY SIZE INTO RELATRA-LINHA
            END-STRING
            WRITE RELATRA-LINHA
            DISPLAY 'FATURAS LIDAS:      ' WS-CONT-LIDAS
            DISPLAY 'VENCIDAS EM ABERTO: ' WS-CONT-VENCIDAS
            DISPLAY 'SEM CONTATO:        ' WS-CONT-SEM-CONTATO
            IF WS-CONT-SEM-CAMPUS > ZEROS
                DISPLAY 'AVISO: ' WS-CONT-SEM-CAMPUS ' FATURA(S) '
                        'VENCIDA(S) DE CAMPUS FORA DA CAMPUS.CFG.'
            END-IF

            .
       P7B-LINHA-FAIXA-GERAL.
            MOVE TF-VL-GERAL(WS-IDX-FAIXA) TO WS-TOT-EDITADO
            MOVE SPACES TO RELATRA-LINHA
            STRING 'TOTAL GERAL ' TF-DESCRICAO(WS-IDX-FAIXA)
                   ': FATURAS ' TF-QTD-GERAL(WS-IDX-FAIXA)
                   '  SALDO ' WS-TOT-EDITADO
                   DELIMITED BY SIZE INTO RELATRA-LINHA
            END-STRING
            WRITE RELATRA-LINHA

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
                CLOSE FATURA
                CLOSE RELATRA
                IF CONTATO-DISPONIVEL
                    CLOSE CONTATO
                END-IF
                IF WS-CONT-CAMPUS-ERRO = ZEROS
                   AND CONTATO-DISPONIVEL
                   AND WS-CONT-SEM-CAMPUS = ZEROS
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-LIDAS    TO WS-RUN-LIDOS
                MOVE WS-CONT-VENCIDAS TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE      TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM MENSATRA.
