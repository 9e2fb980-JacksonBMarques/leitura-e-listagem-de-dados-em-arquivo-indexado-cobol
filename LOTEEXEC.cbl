      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: execucao do lote noturno - le a definicao do lote
      *          (LOTEEXEC.CFG ou o arquivo em LOTEEXEC_DEFINICAO),
      *          uma linha por passo: numero do passo (2 digitos,
      *          em ordem crescente), programa (nome gravado em
      *          RUNCTL.DAT), campus (vai para ALUNO_CAMPUS; branco
      *          deixa o programa usar o seu padrao), RC maximo
      *          aceito, parametros do passo no formato
      *          NOME=VALOR;NOME=VALOR (ate 4, viram variaveis de
      *          ambiente so durante o passo) e comando a executar
      *          (branco = o proprio nome do programa); colunas
      *          separadas por um branco, linhas com '*' na coluna 1
      *          sao comentario; exemplo:
      *          01 ALUNBKP  SEDE       00 ALUNBKP_MODO=UNLOAD
      *          executa os passos em ordem e confere, para cada um,
      *          o maior RC-RETORNO dos eventos de fim gravados pelo
      *          programa em RUNCTL.DAT desde o inicio do passo;
      *          passo sem evento de fim (abend, erro de abertura)
      *          e tratado como falha; RC acima do maximo interrompe
      *          o lote (ex.: ALUNPURG nao roda se o backup falhou)
      *          e grava LOTEEXEC.CTL com o passo que falhou - a
      *          proxima execucao reinicia nesse passo, desde que o
      *          programa do passo na definicao seja o mesmo;
      *          LOTEEXEC_PASSO forca o passo inicial (ex.: 01 para
      *          rodar desde o inicio); lote completo limpa o
      *          controle; o proprio lote aparece em andamento no
      *          RUNCREL executado como passo, que deve ter RC
      *          maximo 04; emite o resumo LOTEEXEC.LST com inicio,
      *          fim, RC e situacao de cada passo para o turno da
      *          manha
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEEXEC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT ARQ-DEFINICAO ASSIGN USING WS-ARQUIVO-DEFINICAO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-DEF.

                SELECT ARQ-CONTROLE ASSIGN TO 'LOTEEXEC.CTL'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-CTL.

                SELECT RUNCTL ASSIGN TO 'RUNCTL.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RUNCTL.

                SELECT RELLOTE ASSIGN TO 'LOTEEXEC.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELLOTE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DEFINICAO.
       01 DEF-LINHA.
          03 DEF-PASSO                   PIC X(02).
          03 FILLER                      PIC X(01).
          03 DEF-PROGRAMA                PIC X(08).
          03 FILLER                      PIC X(01).
          03 DEF-CAMPUS                  PIC X(10).
          03 FILLER                      PIC X(01).
          03 DEF-RC-MAXIMO               PIC X(02).
          03 FILLER                      PIC X(01).
          03 DEF-PARAMETROS              PIC X(60).
          03 FILLER                      PIC X(01).
          03 DEF-COMANDO                 PIC X(60).

       FD ARQ-CONTROLE.
       01 CTL-LINHA                      PIC X(128).

       FD RUNCTL.
          COPY CFPR0001.

       FD RELLOTE.
       01 RELLOTE-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROLE.
          03 CE-DEFINICAO                PIC X(100).
          03 CE-PASSO                    PIC 9(002).
          03 CE-PROGRAMA                 PIC X(008).
          03 CE-RETORNO                  PIC 9(002).
          03 CE-DATA                     PIC 9(008).
          03 CE-HORA                     PIC 9(008).

       77 WS-FILES-DEF                   PIC 99    VALUE ZEROS.
       77 WS-FILES-CTL                   PIC 99    VALUE ZEROS.
       77 WS-FILES-RUNCTL                PIC 99    VALUE ZEROS.
       77 WS-FILES-RELLOTE               PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-DEFINICAO           PIC X(100) VALUE
          'LOTEEXEC.CFG'.
       77 WS-PASSO-PARM                  PIC X(02)  VALUE SPACES.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'TODOS'.

       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-DEFINICAO-OK                PIC X     VALUE 'N'.
          88 DEFINICAO-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONTROLE-OK                 PIC X     VALUE 'N'.
          88 CONTROLE-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONTROLE-PENDENTE           PIC X     VALUE 'N'.
          88 CONTROLE-PENDENTE           VALUE 'S' FALSE 'N'.
       77 WS-LOTE-INTERROMPIDO           PIC X     VALUE 'N'.
          88 LOTE-INTERROMPIDO           VALUE 'S' FALSE 'N'.
       77 WS-ERRO-CONTROLE               PIC X     VALUE 'N'.
          88 ERRO-CONTROLE               VALUE 'S' FALSE 'N'.
       77 WS-DEF-EOF                     PIC X     VALUE 'N'.
          88 DEF-EOF                     VALUE 'S' FALSE 'N'.
       77 WS-RUNCTL-EOF                  PIC X     VALUE 'N'.
          88 RUNCTL-EOF                  VALUE 'S' FALSE 'N'.
       77 WS-PASSO-ACHADO                PIC X     VALUE 'N'.
          88 PASSO-ACHADO                VALUE 'S' FALSE 'N'.

       01 WS-TAB-PASSO.
          03 WS-PASSO-ENT OCCURS 30 TIMES.
             05 TP-PASSO                 PIC 9(02).
             05 TP-PROGRAMA              PIC X(08).
             05 TP-CAMPUS                PIC X(10).
             05 TP-RC-MAXIMO             PIC 9(02).
             05 TP-COMANDO               PIC X(60).
             05 TP-QTD-PAR               PIC 9(01).
             05 TP-PAR OCCURS 4 TIMES.
                07 TP-PAR-NOME           PIC X(30).
                07 TP-PAR-VALOR          PIC X(60).
             05 TP-DT-INICIO             PIC 9(08).
             05 TP-HR-INICIO             PIC 9(08).
             05 TP-DT-FIM                PIC 9(08).
             05 TP-HR-FIM                PIC 9(08).
             05 TP-RETORNO               PIC 9(02).
             05 TP-QTD-FIM               PIC 9(03).
             05 TP-SITUACAO              PIC X(01).
                88 TP-NAO-EXECUTADO      VALUE SPACE.
                88 TP-PULADO             VALUE 'P'.
                88 TP-OK                 VALUE 'K'.
                88 TP-AVISO              VALUE 'W'.
                88 TP-FALHA-RC           VALUE 'X'.
                88 TP-FALHA-SEM-FIM      VALUE 'S'.
       77 WS-QTD-PASSO                   PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-PASSO                   PIC 9(02)  VALUE ZEROS.
       77 WS-IDX-INICIO                  PIC 9(02)  VALUE 1.
       77 WS-IDX-BUSCA                   PIC 9(02)  VALUE ZEROS.
       77 WS-PASSO-BUSCA                 PIC 9(02)  VALUE ZEROS.
       77 WS-PASSO-ANTERIOR              PIC 9(02)  VALUE ZEROS.
       77 WS-PASSO-FALHA                 PIC 9(02)  VALUE ZEROS.
       77 WS-NR-LINHA                    PIC 9(03)  VALUE ZEROS.

       01 WS-TAB-PAR.
          03 WS-PAR-TXT OCCURS 4 TIMES   PIC X(60).
       77 WS-IDX-PAR                     PIC 9(01)  VALUE ZEROS.
       77 WS-QTD-IGUAL                   PIC 9(02)  VALUE ZEROS.
       77 WS-ENV-NOME                    PIC X(30)  VALUE SPACES.
       77 WS-ENV-VALOR                   PIC X(60)  VALUE SPACES.
       77 WS-COMANDO                     PIC X(60)  VALUE SPACES.
       77 WS-RC-SISTEMA                  PIC S9(09) VALUE ZEROS.
       77 WS-RC-EDIT                     PIC X(02)  VALUE SPACES.
       77 WS-DS-SITUACAO                 PIC X(50)  VALUE SPACES.
       77 WS-MSG-ERRO                    PIC X(80)  VALUE SPACES.

       77 WS-QT-EXECUTADOS               PIC 9(02)  VALUE ZEROS.
       77 WS-QT-OK                       PIC 9(02)  VALUE ZEROS.
       77 WS-QT-AVISOS                   PIC 9(02)  VALUE ZEROS.
       77 WS-QT-PULADOS                  PIC 9(02)  VALUE ZEROS.
       77 WS-QT-EVENTOS                  PIC 9(07)  VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-HORA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-DT-AGORA                    PIC 9(08) VALUE ZEROS.
       77 WS-HR-AGORA                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-DA-AAAA                  PIC 9(04).
          03 WS-DA-MM                    PIC 9(02).
          03 WS-DA-DD                    PIC 9(02).
       01 WS-HORA-AUX                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-AUX.
          03 WS-HA-HH                    PIC 9(02).
          03 WS-HA-MI                    PIC 9(02).
          03 WS-HA-SS                    PIC 9(02).
          03 WS-HA-CC                    PIC 9(02).
       77 WS-MOMENTO                     PIC X(19) VALUE SPACES.
       77 WS-MOMENTO-INI                 PIC X(19) VALUE SPACES.
       77 WS-MOMENTO-FIM                 PIC X(19) VALUE SPACES.
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'LOTEEXEC'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'LOTE'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** execucao do lote noturno'
            PERFORM P0-INICIO
            IF ABERTURA-OK AND DEFINICAO-OK AND CONTROLE-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P3-EXECUTAR-PASSO
                    VARYING WS-IDX-PASSO FROM WS-IDX-INICIO BY 1
                    UNTIL WS-IDX-PASSO > WS-QTD-PASSO
                       OR LOTE-INTERROMPIDO
                IF LOTE-INTERROMPIDO
                    PERFORM P5-GRAVAR-CONTROLE
                ELSE
                    PERFORM P5B-LIMPAR-CONTROLE
                END-IF
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'LOTEEXEC_DEFINICAO'
            IF WS-ENV-VALOR NOT = SPACES
                MOVE WS-ENV-VALOR TO WS-ARQUIVO-DEFINICAO
            END-IF
            ACCEPT WS-PASSO-PARM FROM ENVIRONMENT 'LOTEEXEC_PASSO'
            IF WS-PASSO-PARM(2:1) = SPACE
               AND WS-PASSO-PARM(1:1) NOT = SPACE
                MOVE WS-PASSO-PARM(1:1) TO WS-PASSO-PARM(2:1)
                MOVE '0' TO WS-PASSO-PARM(1:1)
            END-IF
            OPEN OUTPUT RELLOTE
            IF NOT (WS-FILES-RELLOTE = 00)
                DISPLAY 'ERRO AO ABRIR LOTEEXEC.LST - FILE STATUS: '
                        WS-FILES-RELLOTE
            ELSE
                SET ABERTURA-OK TO TRUE
                PERFORM P6-CABECALHO
                PERFORM P1-CARREGAR-DEFINICAO
                IF DEFINICAO-OK
                    PERFORM P2-LER-CONTROLE
                END-IF
            END-IF

            .
       P1-CARREGAR-DEFINICAO.
            MOVE ZEROS TO WS-QTD-PASSO
            MOVE ZEROS TO WS-PASSO-ANTERIOR
            OPEN INPUT ARQ-DEFINICAO
            IF NOT (WS-FILES-DEF = 00)
                DISPLAY 'ERRO AO ABRIR A DEFINICAO DO LOTE '
                        FUNCTION TRIM(WS-ARQUIVO-DEFINICAO)
                        ' - FILE STATUS: ' WS-FILES-DEF
                MOVE 'DEFINICAO DO LOTE INDISPONIVEL' TO WS-MSG-ERRO
            ELSE
                SET DEFINICAO-OK TO TRUE
                SET DEF-EOF TO FALSE
                PERFORM P1B-LER-DEFINICAO
                    UNTIL DEF-EOF OR NOT DEFINICAO-OK
                CLOSE ARQ-DEFINICAO
                IF DEFINICAO-OK AND WS-QTD-PASSO = ZEROS
                    SET DEFINICAO-OK TO FALSE
                    DISPLAY 'DEFINICAO DO LOTE SEM PASSOS.'
                    MOVE 'DEFINICAO DO LOTE SEM PASSOS' TO WS-MSG-ERRO
                END-IF
            END-IF

            .
       P1B-LER-DEFINICAO.
            READ ARQ-DEFINICAO
                AT END
                    SET DEF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-NR-LINHA
                    IF DEF-LINHA NOT = SPACES
                       AND DEF-LINHA(1:1) NOT = '*'
                        PERFORM P1C-VALIDAR-LINHA
                    END-IF
            END-READ
            EVALUATE TRUE
                WHEN WS-FILES-DEF = 00 OR WS-FILES-DEF = 10
                    CONTINUE
                WHEN WS-FILES-DEF = 06 OR WS-FILES-DEF = 04
                    SET DEFINICAO-OK TO FALSE
                    DISPLAY 'DEFINICAO DO LOTE INVALIDA - LINHA '
                            WS-NR-LINHA ' MAIOR QUE 147 POSICOES'
                    MOVE SPACES TO WS-MSG-ERRO
                    STRING 'DEFINICAO INVALIDA NA LINHA ' WS-NR-LINHA
                           ' - LINHA MAIOR QUE 147 POSICOES'
                           DELIMITED BY SIZE INTO WS-MSG-ERRO
                    END-STRING
                WHEN OTHER
                    SET DEFINICAO-OK TO FALSE
                    DISPLAY 'ERRO AO LER A DEFINICAO DO LOTE - FILE '
                            'STATUS: ' WS-FILES-DEF
                    MOVE 'ERRO DE LEITURA NA DEFINICAO DO LOTE'
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P1C-VALIDAR-LINHA.
            EVALUATE TRUE
                WHEN DEF-PASSO NOT NUMERIC
                WHEN DEF-PASSO = '00'
                    MOVE 'NUMERO DO PASSO INVALIDO' TO WS-DS-SITUACAO
                WHEN DEF-PASSO NOT > WS-PASSO-ANTERIOR
                    MOVE 'PASSOS FORA DE ORDEM CRESCENTE'
                        TO WS-DS-SITUACAO
                WHEN DEF-PROGRAMA = SPACES
                    MOVE 'PROGRAMA NAO INFORMADO' TO WS-DS-SITUACAO
                WHEN DEF-RC-MAXIMO NOT NUMERIC
                    MOVE 'RC MAXIMO INVALIDO' TO WS-DS-SITUACAO
                WHEN WS-QTD-PASSO NOT < 30
                    MOVE 'LIMITE DE 30 PASSOS' TO WS-DS-SITUACAO
                WHEN OTHER
                    MOVE SPACES TO WS-DS-SITUACAO
            END-EVALUATE
            IF WS-DS-SITUACAO = SPACES
                ADD 1 TO WS-QTD-PASSO
                MOVE WS-QTD-PASSO TO WS-IDX-PASSO
                MOVE DEF-PASSO TO TP-PASSO(WS-IDX-PASSO)
                MOVE DEF-PASSO TO WS-PASSO-ANTERIOR
                MOVE FUNCTION UPPER-CASE(DEF-PROGRAMA)
                    TO TP-PROGRAMA(WS-IDX-PASSO)
                MOVE FUNCTION UPPER-CASE(DEF-CAMPUS)
                    TO TP-CAMPUS(WS-IDX-PASSO)
                MOVE DEF-RC-MAXIMO TO TP-RC-MAXIMO(WS-IDX-PASSO)
                IF DEF-COMANDO = SPACES
                    MOVE DEF-PROGRAMA TO TP-COMANDO(WS-IDX-PASSO)
                ELSE
                    MOVE DEF-COMANDO  TO TP-COMANDO(WS-IDX-PASSO)
                END-IF
                MOVE ZEROS  TO TP-QTD-PAR(WS-IDX-PASSO)
                MOVE ZEROS  TO TP-DT-INICIO(WS-IDX-PASSO)
                MOVE ZEROS  TO TP-HR-INICIO(WS-IDX-PASSO)
                MOVE ZEROS  TO TP-DT-FIM(WS-IDX-PASSO)
                MOVE ZEROS  TO TP-HR-FIM(WS-IDX-PASSO)
                MOVE ZEROS  TO TP-RETORNO(WS-IDX-PASSO)
                MOVE ZEROS  TO TP-QTD-FIM(WS-IDX-PASSO)
                MOVE SPACE  TO TP-SITUACAO(WS-IDX-PASSO)
                PERFORM P1D-SEPARAR-PARAMETROS
            END-IF
            IF WS-DS-SITUACAO NOT = SPACES
                SET DEFINICAO-OK TO FALSE
                DISPLAY 'DEFINICAO DO LOTE INVALIDA - LINHA '
                        WS-NR-LINHA ': '
                        FUNCTION TRIM(WS-DS-SITUACAO)
                MOVE SPACES TO WS-MSG-ERRO
                STRING 'DEFINICAO INVALIDA NA LINHA ' WS-NR-LINHA
                       ' - ' WS-DS-SITUACAO
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                END-STRING
            END-IF

            .
       P1D-SEPARAR-PARAMETROS.
            MOVE SPACES TO WS-TAB-PAR
            UNSTRING DEF-PARAMETROS DELIMITED BY ';'
                INTO WS-PAR-TXT(1) WS-PAR-TXT(2)
                     WS-PAR-TXT(3) WS-PAR-TXT(4)
                ON OVERFLOW
                    MOVE 'MAIS DE 4 PARAMETROS NO PASSO'
                        TO WS-DS-SITUACAO
            END-UNSTRING
            IF WS-DS-SITUACAO = SPACES
                PERFORM P1E-SEPARAR-PARAMETRO
                    VARYING WS-IDX-PAR FROM 1 BY 1
                    UNTIL WS-IDX-PAR > 4
            END-IF

            .
       P1E-SEPARAR-PARAMETRO.
            IF WS-PAR-TXT(WS-IDX-PAR) NOT = SPACES
                MOVE ZEROS TO WS-QTD-IGUAL
                INSPECT WS-PAR-TXT(WS-IDX-PAR)
                    TALLYING WS-QTD-IGUAL FOR ALL '='
                MOVE SPACES TO WS-ENV-NOME
                MOVE SPACES TO WS-ENV-VALOR
                UNSTRING WS-PAR-TXT(WS-IDX-PAR) DELIMITED BY '='
                    INTO WS-ENV-NOME WS-ENV-VALOR
                END-UNSTRING
                IF WS-QTD-IGUAL = ZEROS OR WS-ENV-NOME = SPACES
                    MOVE 'PARAMETRO SEM NOME=VALOR' TO WS-DS-SITUACAO
                ELSE
                    ADD 1 TO TP-QTD-PAR(WS-IDX-PASSO)
                    MOVE FUNCTION TRIM(WS-ENV-NOME)
                      TO TP-PAR-NOME(WS-IDX-PASSO,
                                     TP-QTD-PAR(WS-IDX-PASSO))
                    MOVE FUNCTION TRIM(WS-ENV-VALOR)
                      TO TP-PAR-VALOR(WS-IDX-PASSO,
                                      TP-QTD-PAR(WS-IDX-PASSO))
                END-IF
            END-IF

            .
       P2-LER-CONTROLE.
            INITIALIZE WS-CONTROLE
            SET CONTROLE-PENDENTE TO FALSE
            OPEN INPUT ARQ-CONTROLE
            EVALUATE TRUE
                WHEN WS-FILES-CTL = 35
                    SET CONTROLE-OK TO TRUE
                WHEN WS-FILES-CTL = 00
                    READ ARQ-CONTROLE
                        AT END
                            SET CONTROLE-OK TO TRUE
                        NOT AT END
                            MOVE CTL-LINHA TO WS-CONTROLE
                            IF CE-PASSO NUMERIC
                               AND CE-RETORNO NUMERIC
                               AND CE-DATA NUMERIC
                               AND CE-HORA NUMERIC
                                SET CONTROLE-OK TO TRUE
                                SET CONTROLE-PENDENTE TO TRUE
                            ELSE
                                DISPLAY 'LOTEEXEC.CTL INVALIDO.'
                                MOVE 'CONTROLE LOTEEXEC.CTL INVALIDO'
                                    TO WS-MSG-ERRO
                            END-IF
                    END-READ
                    CLOSE ARQ-CONTROLE
                WHEN OTHER
                    DISPLAY 'ERRO AO ABRIR LOTEEXEC.CTL - FILE STATUS: '
                            WS-FILES-CTL
                    MOVE 'CONTROLE LOTEEXEC.CTL INDISPONIVEL'
                        TO WS-MSG-ERRO
            END-EVALUATE
            IF WS-PASSO-PARM NOT = SPACES
                SET CONTROLE-OK TO TRUE
                MOVE SPACES TO WS-MSG-ERRO
                PERFORM P2B-INICIO-FORCADO
            ELSE
                IF CONTROLE-OK AND CONTROLE-PENDENTE
                    PERFORM P2C-INICIO-REINICIO
                END-IF
            END-IF
            IF CONTROLE-OK
                PERFORM P2E-MARCAR-PULADO
                    VARYING WS-IDX-PASSO FROM 1 BY 1
                    UNTIL WS-IDX-PASSO NOT < WS-IDX-INICIO
            ELSE
                IF WS-PASSO-PARM = SPACES
                    DISPLAY 'LOTE NAO EXECUTADO - CONFERIR O '
                            'CONTROLE E INFORMAR O PASSO INICIAL EM '
                            'LOTEEXEC_PASSO.'
                END-IF
            END-IF

            .
       P2B-INICIO-FORCADO.
            IF WS-PASSO-PARM NOT NUMERIC
                SET CONTROLE-OK TO FALSE
                DISPLAY 'LOTEEXEC_PASSO INVALIDO: ' WS-PASSO-PARM
                MOVE 'PASSO INICIAL INFORMADO INVALIDO' TO WS-MSG-ERRO
            ELSE
                MOVE WS-PASSO-PARM TO WS-PASSO-BUSCA
                PERFORM P2D-PROCURAR-PASSO
                IF NOT PASSO-ACHADO
                    SET CONTROLE-OK TO FALSE
                    DISPLAY 'PASSO ' WS-PASSO-BUSCA
                            ' NAO EXISTE NA DEFINICAO DO LOTE.'
                    MOVE SPACES TO WS-MSG-ERRO
                    STRING 'PASSO INICIAL ' WS-PASSO-BUSCA
                           ' NAO EXISTE NA DEFINICAO'
                           DELIMITED BY SIZE INTO WS-MSG-ERRO
                    END-STRING
                ELSE
                    MOVE WS-IDX-BUSCA TO WS-IDX-INICIO
                    DISPLAY 'INICIO FORCADO NO PASSO ' WS-PASSO-BUSCA
                    MOVE SPACES TO RELLOTE-LINHA
                    STRING 'INICIO FORCADO POR LOTEEXEC_PASSO NO '
                           'PASSO ' WS-PASSO-BUSCA
                           DELIMITED BY SIZE INTO RELLOTE-LINHA
                    END-STRING
                    WRITE RELLOTE-LINHA
                END-IF
            END-IF

            .
       P2C-INICIO-REINICIO.
            MOVE CE-PASSO TO WS-PASSO-BUSCA
            PERFORM P2D-PROCURAR-PASSO
            EVALUATE TRUE
                WHEN CE-DEFINICAO NOT = WS-ARQUIVO-DEFINICAO
                    SET CONTROLE-OK TO FALSE
                    DISPLAY 'LOTEEXEC.CTL PENDENTE DE OUTRA DEFINICAO: '
                            FUNCTION TRIM(CE-DEFINICAO)
                    MOVE 'REINICIO PENDENTE DE OUTRA DEFINICAO DO LOTE'
                        TO WS-MSG-ERRO
                WHEN NOT PASSO-ACHADO
                    SET CONTROLE-OK TO FALSE
                    DISPLAY 'PASSO ' CE-PASSO ' DO REINICIO NAO EXISTE '
                            'MAIS NA DEFINICAO DO LOTE.'
                    MOVE 'PASSO DO REINICIO REMOVIDO DA DEFINICAO'
                        TO WS-MSG-ERRO
                WHEN TP-PROGRAMA(WS-IDX-BUSCA) NOT = CE-PROGRAMA
                    SET CONTROLE-OK TO FALSE
                    DISPLAY 'PASSO ' CE-PASSO ' ERA ' CE-PROGRAMA
                            ' E AGORA E ' TP-PROGRAMA(WS-IDX-BUSCA)
                    MOVE 'PROGRAMA DO PASSO DO REINICIO FOI ALTERADO'
                        TO WS-MSG-ERRO
                WHEN OTHER
                    MOVE WS-IDX-BUSCA TO WS-IDX-INICIO
                    MOVE CE-DATA TO WS-DATA-AUX
                    MOVE CE-HORA TO WS-HORA-AUX
                    PERFORM P7C-FORMATAR-MOMENTO
                    DISPLAY 'REINICIO NO PASSO ' CE-PASSO ' - '
                            CE-PROGRAMA ' FALHOU EM ' WS-MOMENTO
                    MOVE SPACES TO RELLOTE-LINHA
                    STRING 'REINICIO NO PASSO ' CE-PASSO ' ('
                           CE-PROGRAMA ' FALHOU EM ' WS-MOMENTO
                           ' COM RC ' CE-RETORNO ')'
                           DELIMITED BY SIZE INTO RELLOTE-LINHA
                    END-STRING
                    WRITE RELLOTE-LINHA
            END-EVALUATE

            .
       P2D-PROCURAR-PASSO.
            SET PASSO-ACHADO TO FALSE
            PERFORM P2D2-COMPARAR-PASSO
                VARYING WS-IDX-BUSCA FROM 1 BY 1
                UNTIL WS-IDX-BUSCA > WS-QTD-PASSO OR PASSO-ACHADO
            IF PASSO-ACHADO
                SUBTRACT 1 FROM WS-IDX-BUSCA
            END-IF

            .
       P2D2-COMPARAR-PASSO.
            IF TP-PASSO(WS-IDX-BUSCA) = WS-PASSO-BUSCA
                SET PASSO-ACHADO TO TRUE
            END-IF

            .
       P2E-MARCAR-PULADO.
            SET TP-PULADO(WS-IDX-PASSO) TO TRUE
            ADD 1 TO WS-QT-PULADOS

            .
       P3-EXECUTAR-PASSO.
            PERFORM P3B-DEFINIR-AMBIENTE
            MOVE TP-COMANDO(WS-IDX-PASSO) TO WS-COMANDO
            DISPLAY 'PASSO ' TP-PASSO(WS-IDX-PASSO) ' - '
                    TP-PROGRAMA(WS-IDX-PASSO) ' - '
                    FUNCTION TRIM(WS-COMANDO)
            ACCEPT WS-DT-AGORA FROM DATE YYYYMMDD
            ACCEPT WS-HR-AGORA FROM TIME
            MOVE WS-DT-AGORA TO TP-DT-INICIO(WS-IDX-PASSO)
            MOVE WS-HR-AGORA TO TP-HR-INICIO(WS-IDX-PASSO)
            CALL 'SYSTEM' USING WS-COMANDO
            MOVE RETURN-CODE TO WS-RC-SISTEMA
            MOVE 0 TO RETURN-CODE
            ACCEPT WS-DT-AGORA FROM DATE YYYYMMDD
            ACCEPT WS-HR-AGORA FROM TIME
            MOVE WS-DT-AGORA TO TP-DT-FIM(WS-IDX-PASSO)
            MOVE WS-HR-AGORA TO TP-HR-FIM(WS-IDX-PASSO)
            PERFORM P3C-LIMPAR-AMBIENTE
            ADD 1 TO WS-QT-EXECUTADOS
            PERFORM P4-CONFERIR-RUNCTL
            EVALUATE TRUE
                WHEN TP-QTD-FIM(WS-IDX-PASSO) = ZEROS
                    SET TP-FALHA-SEM-FIM(WS-IDX-PASSO) TO TRUE
                    MOVE 99 TO TP-RETORNO(WS-IDX-PASSO)
                    SET LOTE-INTERROMPIDO TO TRUE
                    DISPLAY 'PASSO ' TP-PASSO(WS-IDX-PASSO)
                            ' SEM EVENTO DE FIM EM RUNCTL.DAT - '
                            'RETORNO DO SISTEMA: ' WS-RC-SISTEMA
                WHEN TP-RETORNO(WS-IDX-PASSO)
                     > TP-RC-MAXIMO(WS-IDX-PASSO)
                    SET TP-FALHA-RC(WS-IDX-PASSO) TO TRUE
                    SET LOTE-INTERROMPIDO TO TRUE
                    DISPLAY 'PASSO ' TP-PASSO(WS-IDX-PASSO)
                            ' TERMINOU COM RC '
                            TP-RETORNO(WS-IDX-PASSO)
                            ' ACIMA DO MAXIMO '
                            TP-RC-MAXIMO(WS-IDX-PASSO)
                WHEN TP-RETORNO(WS-IDX-PASSO) > ZEROS
                    SET TP-AVISO(WS-IDX-PASSO) TO TRUE
                    ADD 1 TO WS-QT-AVISOS
                WHEN OTHER
                    SET TP-OK(WS-IDX-PASSO) TO TRUE
                    ADD 1 TO WS-QT-OK
            END-EVALUATE
            IF LOTE-INTERROMPIDO
                MOVE WS-IDX-PASSO TO WS-PASSO-FALHA
                DISPLAY 'LOTE INTERROMPIDO NO PASSO '
                        TP-PASSO(WS-IDX-PASSO)
            END-IF

            .
       P3B-DEFINIR-AMBIENTE.
            MOVE 'ALUNO_CAMPUS' TO WS-ENV-NOME
            MOVE TP-CAMPUS(WS-IDX-PASSO) TO WS-ENV-VALOR
            PERFORM P3D-DEFINIR-VARIAVEL
            PERFORM P3E-DEFINIR-PARAMETRO
                VARYING WS-IDX-PAR FROM 1 BY 1
                UNTIL WS-IDX-PAR > TP-QTD-PAR(WS-IDX-PASSO)

            .
       P3C-LIMPAR-AMBIENTE.
            MOVE 'ALUNO_CAMPUS' TO WS-ENV-NOME
            MOVE SPACES TO WS-ENV-VALOR
            PERFORM P3D-DEFINIR-VARIAVEL
            PERFORM P3F-LIMPAR-PARAMETRO
                VARYING WS-IDX-PAR FROM 1 BY 1
                UNTIL WS-IDX-PAR > TP-QTD-PAR(WS-IDX-PASSO)

            .
       P3D-DEFINIR-VARIAVEL.
            DISPLAY WS-ENV-NOME  UPON ENVIRONMENT-NAME
            DISPLAY WS-ENV-VALOR UPON ENVIRONMENT-VALUE

            .
       P3E-DEFINIR-PARAMETRO.
            MOVE TP-PAR-NOME(WS-IDX-PASSO, WS-IDX-PAR)  TO WS-ENV-NOME
            MOVE TP-PAR-VALOR(WS-IDX-PASSO, WS-IDX-PAR) TO WS-ENV-VALOR
            PERFORM P3D-DEFINIR-VARIAVEL

            .
       P3F-LIMPAR-PARAMETRO.
            MOVE TP-PAR-NOME(WS-IDX-PASSO, WS-IDX-PAR)  TO WS-ENV-NOME
            MOVE SPACES TO WS-ENV-VALOR
            PERFORM P3D-DEFINIR-VARIAVEL

            .
       P4-CONFERIR-RUNCTL.
            OPEN INPUT RUNCTL
            IF NOT (WS-FILES-RUNCTL = 00)
                DISPLAY 'ERRO AO ABRIR RUNCTL.DAT - FILE STATUS: '
                        WS-FILES-RUNCTL
            ELSE
                SET RUNCTL-EOF TO FALSE
                PERFORM P4B-LER-RUNCTL UNTIL RUNCTL-EOF
                CLOSE RUNCTL
            END-IF

            .
       P4B-LER-RUNCTL.
            READ RUNCTL
                AT END
                    SET RUNCTL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-QT-EVENTOS
                    IF RC-EVENTO-FIM
                       AND RC-PROGRAMA = TP-PROGRAMA(WS-IDX-PASSO)
                       AND (RC-DATA > TP-DT-INICIO(WS-IDX-PASSO)
                        OR (RC-DATA = TP-DT-INICIO(WS-IDX-PASSO)
                        AND RC-HORA NOT < TP-HR-INICIO(WS-IDX-PASSO)))
                        ADD 1 TO TP-QTD-FIM(WS-IDX-PASSO)
                        IF RC-RETORNO > TP-RETORNO(WS-IDX-PASSO)
                            MOVE RC-RETORNO
                                TO TP-RETORNO(WS-IDX-PASSO)
                        END-IF
                    END-IF
            END-READ
            IF NOT (WS-FILES-RUNCTL = 00 OR WS-FILES-RUNCTL = 10)
                SET RUNCTL-EOF TO TRUE
            END-IF

            .
       P5-GRAVAR-CONTROLE.
            MOVE WS-ARQUIVO-DEFINICAO         TO CE-DEFINICAO
            MOVE TP-PASSO(WS-PASSO-FALHA)     TO CE-PASSO
            MOVE TP-PROGRAMA(WS-PASSO-FALHA)  TO CE-PROGRAMA
            MOVE TP-RETORNO(WS-PASSO-FALHA)   TO CE-RETORNO
            MOVE TP-DT-FIM(WS-PASSO-FALHA)    TO CE-DATA
            MOVE TP-HR-FIM(WS-PASSO-FALHA)    TO CE-HORA
            OPEN OUTPUT ARQ-CONTROLE
            IF WS-FILES-CTL = 00
                MOVE WS-CONTROLE TO CTL-LINHA
                WRITE CTL-LINHA
                IF NOT (WS-FILES-CTL = 00)
                    SET ERRO-CONTROLE TO TRUE
                END-IF
                CLOSE ARQ-CONTROLE
            ELSE
                SET ERRO-CONTROLE TO TRUE
            END-IF
            IF ERRO-CONTROLE
                DISPLAY 'ERRO AO GRAVAR LOTEEXEC.CTL - FILE STATUS: '
                        WS-FILES-CTL
                DISPLAY 'REINICIAR INFORMANDO LOTEEXEC_PASSO='
                        CE-PASSO
            END-IF

            .
       P5B-LIMPAR-CONTROLE.
            OPEN OUTPUT ARQ-CONTROLE
            IF WS-FILES-CTL = 00
                CLOSE ARQ-CONTROLE
            ELSE
                SET ERRO-CONTROLE TO TRUE
                DISPLAY 'ERRO AO LIMPAR LOTEEXEC.CTL - FILE STATUS: '
                        WS-FILES-CTL
                DISPLAY 'A PROXIMA EXECUCAO PODE REINICIAR EM PASSO '
                        'JA CONCLUIDO - CONFERIR O CONTROLE.'
            END-IF

            .
       P6-CABECALHO.
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELLOTE-LINHA
            STRING 'RESUMO DO LOTE NOTURNO - DATA: '
                   WS-DATA-FORMATADA
                   ' - DEFINICAO: '
                   WS-ARQUIVO-DEFINICAO
                   DELIMITED BY SIZE INTO RELLOTE-LINHA
            END-STRING
            WRITE RELLOTE-LINHA
            MOVE ALL '-' TO RELLOTE-LINHA
            WRITE RELLOTE-LINHA

            .
       P7-RODAPE.
            MOVE SPACES TO RELLOTE-LINHA
            STRING 'PS PROGRAMA CAMPUS     INICIO              '
                   'FIM                 RC MAX SITUACAO'
                   DELIMITED BY SIZE INTO RELLOTE-LINHA
            END-STRING
            WRITE RELLOTE-LINHA
            PERFORM P7B-LINHA-PASSO
                VARYING WS-IDX-PASSO FROM 1 BY 1
                UNTIL WS-IDX-PASSO > WS-QTD-PASSO
            MOVE ALL '-' TO RELLOTE-LINHA
            WRITE RELLOTE-LINHA
            MOVE SPACES TO RELLOTE-LINHA
            STRING 'PASSOS DEFINIDOS: ' WS-QTD-PASSO
                   '  EXECUTADOS: '     WS-QT-EXECUTADOS
                   '  OK: '             WS-QT-OK
                   '  COM AVISO: '      WS-QT-AVISOS
                   '  PULADOS NO REINICIO: ' WS-QT-PULADOS
                   DELIMITED BY SIZE INTO RELLOTE-LINHA
            END-STRING
            WRITE RELLOTE-LINHA
            MOVE SPACES TO RELLOTE-LINHA
            EVALUATE TRUE
                WHEN NOT DEFINICAO-OK
                WHEN NOT CONTROLE-OK
                    STRING 'SITUACAO: LOTE NAO EXECUTADO - '
                           WS-MSG-ERRO
                           DELIMITED BY SIZE INTO RELLOTE-LINHA
                    END-STRING
                WHEN LOTE-INTERROMPIDO AND ERRO-CONTROLE
                    STRING 'SITUACAO: LOTE INTERROMPIDO NO PASSO '
                           TP-PASSO(WS-PASSO-FALHA)
                           ' - CONTROLE NAO GRAVADO, REINICIAR COM '
                           'LOTEEXEC_PASSO=' TP-PASSO(WS-PASSO-FALHA)
                           DELIMITED BY SIZE INTO RELLOTE-LINHA
                    END-STRING
                WHEN LOTE-INTERROMPIDO
                    STRING 'SITUACAO: LOTE INTERROMPIDO NO PASSO '
                           TP-PASSO(WS-PASSO-FALHA)
                           ' - A PROXIMA EXECUCAO REINICIA NESTE PASSO'
                           DELIMITED BY SIZE INTO RELLOTE-LINHA
                    END-STRING
                WHEN ERRO-CONTROLE
                    STRING 'SITUACAO: LOTE CONCLUIDO - CONTROLE DE '
                           'REINICIO NAO LIMPO, CONFERIR LOTEEXEC.CTL'
                           DELIMITED BY SIZE INTO RELLOTE-LINHA
                    END-STRING
                WHEN OTHER
                    MOVE 'SITUACAO: LOTE CONCLUIDO' TO RELLOTE-LINHA
            END-EVALUATE
            WRITE RELLOTE-LINHA
            DISPLAY FUNCTION TRIM(RELLOTE-LINHA)

            .
       P7B-LINHA-PASSO.
            MOVE SPACES TO WS-MOMENTO-INI
            MOVE SPACES TO WS-MOMENTO-FIM
            MOVE '--'   TO WS-RC-EDIT
            IF TP-DT-INICIO(WS-IDX-PASSO) NOT = ZEROS
                MOVE TP-DT-INICIO(WS-IDX-PASSO) TO WS-DATA-AUX
                MOVE TP-HR-INICIO(WS-IDX-PASSO) TO WS-HORA-AUX
                PERFORM P7C-FORMATAR-MOMENTO
                MOVE WS-MOMENTO TO WS-MOMENTO-INI
                MOVE TP-DT-FIM(WS-IDX-PASSO) TO WS-DATA-AUX
                MOVE TP-HR-FIM(WS-IDX-PASSO) TO WS-HORA-AUX
                PERFORM P7C-FORMATAR-MOMENTO
                MOVE WS-MOMENTO TO WS-MOMENTO-FIM
            END-IF
            EVALUATE TRUE
                WHEN TP-OK(WS-IDX-PASSO)
                    MOVE TP-RETORNO(WS-IDX-PASSO) TO WS-RC-EDIT
                    MOVE 'OK' TO WS-DS-SITUACAO
                WHEN TP-AVISO(WS-IDX-PASSO)
                    MOVE TP-RETORNO(WS-IDX-PASSO) TO WS-RC-EDIT
                    MOVE 'OK COM AVISO - RC DENTRO DO MAXIMO'
                        TO WS-DS-SITUACAO
                WHEN TP-FALHA-RC(WS-IDX-PASSO)
                    MOVE TP-RETORNO(WS-IDX-PASSO) TO WS-RC-EDIT
                    MOVE 'FALHOU - RC ACIMA DO MAXIMO, LOTE PARADO'
                        TO WS-DS-SITUACAO
                WHEN TP-FALHA-SEM-FIM(WS-IDX-PASSO)
                    MOVE 'FALHOU - SEM EVENTO DE FIM EM RUNCTL.DAT'
                        TO WS-DS-SITUACAO
                WHEN TP-PULADO(WS-IDX-PASSO)
                    MOVE 'NAO EXECUTADO - ANTERIOR AO PASSO INICIAL'
                        TO WS-DS-SITUACAO
                WHEN OTHER
                    MOVE 'NAO EXECUTADO' TO WS-DS-SITUACAO
            END-EVALUATE
            MOVE SPACES TO RELLOTE-LINHA
            STRING TP-PASSO(WS-IDX-PASSO)     ' '
                   TP-PROGRAMA(WS-IDX-PASSO)  ' '
                   TP-CAMPUS(WS-IDX-PASSO)    ' '
                   WS-MOMENTO-INI             ' '
                   WS-MOMENTO-FIM             ' '
                   WS-RC-EDIT                 '  '
                   TP-RC-MAXIMO(WS-IDX-PASSO) ' '
                   WS-DS-SITUACAO
                   DELIMITED BY SIZE INTO RELLOTE-LINHA
            END-STRING
            WRITE RELLOTE-LINHA

            .
       P7C-FORMATAR-MOMENTO.
            MOVE SPACES TO WS-MOMENTO
            STRING WS-DA-DD '/' WS-DA-MM '/' WS-DA-AAAA ' '
                   WS-HA-HH ':' WS-HA-MI ':' WS-HA-SS
                   DELIMITED BY SIZE INTO WS-MOMENTO
            END-STRING

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
                CLOSE RELLOTE
            END-IF
            EVALUATE TRUE
                WHEN NOT ABERTURA-OK
                WHEN NOT DEFINICAO-OK
                WHEN NOT CONTROLE-OK
                WHEN LOTE-INTERROMPIDO
                    MOVE 8 TO RETURN-CODE
                WHEN ERRO-CONTROLE
                WHEN WS-QT-AVISOS > ZEROS
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            IF ABERTURA-OK AND DEFINICAO-OK AND CONTROLE-OK
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-QT-EXECUTADOS TO WS-RUN-LIDOS
                COMPUTE WS-RUN-GRAVADOS = WS-QT-OK + WS-QT-AVISOS
                MOVE RETURN-CODE TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
                MOVE WS-RUN-RETORNO TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM LOTEEXEC.
