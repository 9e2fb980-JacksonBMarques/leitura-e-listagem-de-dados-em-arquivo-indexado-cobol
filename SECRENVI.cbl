      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: envio de alteracoes para a secretaria a partir dos
      *          jornais - le o jornal de alunos (CFP001J1.DAT) e o
      *          jornal de contatos (CFP004J1.DAT), seleciona toda
      *          acao posterior ao ultimo envio bem-sucedido e grava
      *          o arquivo sequenciado SECRENVI.TXT (layout CFPK0011)
      *          com header (campus, data e sequencia do envio), um
      *          detalhe por inclusao, alteracao, inativacao,
      *          reativacao, merge ou alteracao de contato, em ordem
      *          de data/hora intercalando os dois jornais, e trailer
      *          com as contagens; exclusoes (acao 'E') nao sao
      *          enviadas e as acoes 'D' do jornal de alunos sao
      *          cobertas pelo jornal de contatos; transferencias
      *          entre campi (acao 'T') seguem como inclusao do ID
      *          no destino e inativacao do ID na origem, com o
      *          outro ID em ED-ID-RELACIONADO, assim como o merge
      *          informa no registro mantido o ID retirado; o ponto
      *          do ultimo envio (registros lidos e data/hora do
      *          ultimo registro de cada jornal) e a sequencia ficam
      *          em SECRENVI.CTL, regravado somente apos o arquivo de
      *          envio ser fechado sem erro - reexecucao sem acoes
      *          novas nao gera arquivo e execucao com falha pode ser
      *          repetida com a mesma sequencia (inclusive quando um
      *          jornal conferido nao pode ser reaberto para a
      *          geracao); se o registro na posicao guardada nao
      *          confere (jornal recriado) a
      *          selecao passa a ser pela data/hora guardada;
      *          campus do header em SECRENVI_CAMPUS (padrao TODOS,
      *          pois o jornal e unico para todos os campi); emite o
      *          relatorio de transmissao SECRENVI.LST
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRENVI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT JORNAL ASSIGN TO 'CFP001J1.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-JORNAL.

                SELECT JORNAL-CONTATO ASSIGN TO 'CFP004J1.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-JCON.

                SELECT ARQ-ENVIO ASSIGN TO 'SECRENVI.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-ENVIO.

                SELECT ARQ-CONTROLE ASSIGN TO 'SECRENVI.CTL'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-CTL.

                SELECT RELENVI ASSIGN TO 'SECRENVI.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELENVI.

       DATA DIVISION.
       FILE SECTION.
       FD JORNAL.
          COPY CFPJ0001.

       FD JORNAL-CONTATO.
          COPY CFPJ0004.

       FD ARQ-ENVIO.
          COPY CFPK0011.

       FD ARQ-CONTROLE.
       01 CTL-LINHA                      PIC X(72).

       FD RELENVI.
       01 RELENVI-LINHA                  PIC X(132).

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

       01 WS-CONTROLE.
          03 CE-SEQUENCIA                PIC 9(006).
          03 CE-DT-ENVIO                 PIC 9(008).
          03 CE-HR-ENVIO                 PIC 9(008).
          03 CE-QT-JORNAL                PIC 9(009).
          03 CE-DT-JORNAL                PIC 9(008).
          03 CE-HR-JORNAL                PIC 9(008).
          03 CE-QT-JCONTATO              PIC 9(009).
          03 CE-DT-JCONTATO              PIC 9(008).
          03 CE-HR-JCONTATO              PIC 9(008).

       77 WS-FILES-JORNAL                PIC 99    VALUE ZEROS.
       77 WS-FILES-JCON                  PIC 99    VALUE ZEROS.
       77 WS-FILES-ENVIO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-CTL                   PIC 99    VALUE ZEROS.
       77 WS-FILES-RELENVI               PIC 99    VALUE ZEROS.
       77 WS-CAMPUS                      PIC X(10)  VALUE SPACES.

       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONTROLE-OK                 PIC X     VALUE 'N'.
          88 CONTROLE-OK                 VALUE 'S' FALSE 'N'.
       77 WS-ERRO-ENVIO                  PIC X     VALUE 'N'.
          88 ERRO-ENVIO                  VALUE 'S' FALSE 'N'.
       77 WS-ENVIO-GERADO                PIC X     VALUE 'N'.
          88 ENVIO-GERADO                VALUE 'S' FALSE 'N'.
       77 WS-FIM-JORNAL                  PIC X     VALUE 'N'.
          88 FIM-JORNAL                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-JCONTATO                PIC X     VALUE 'N'.
          88 FIM-JCONTATO                VALUE 'S' FALSE 'N'.
       77 WS-JORNAL-ABERTO               PIC X     VALUE 'N'.
          88 JORNAL-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-JCONTATO-ABERTO             PIC X     VALUE 'N'.
          88 JCONTATO-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-POSICAO-JORNAL              PIC X     VALUE 'N'.
          88 POSICAO-JORNAL-OK           VALUE 'S' FALSE 'N'.
       77 WS-POSICAO-JCONTATO            PIC X     VALUE 'N'.
          88 POSICAO-JCONTATO-OK         VALUE 'S' FALSE 'N'.
       77 WS-REG-PENDENTE                PIC X     VALUE 'N'.
          88 REG-PENDENTE                VALUE 'S' FALSE 'N'.

       77 WS-NR-JORNAL                   PIC 9(09)  VALUE ZEROS.
       77 WS-NR-JCONTATO                 PIC 9(09)  VALUE ZEROS.
       77 WS-CONF-JORNAL                 PIC 9(09)  VALUE ZEROS.
       77 WS-CONF-JCONTATO               PIC 9(09)  VALUE ZEROS.
       77 WS-ULT-DT-JORNAL               PIC 9(08)  VALUE ZEROS.
       77 WS-ULT-HR-JORNAL               PIC 9(08)  VALUE ZEROS.
       77 WS-ULT-DT-JCONTATO             PIC 9(08)  VALUE ZEROS.
       77 WS-ULT-HR-JCONTATO             PIC 9(08)  VALUE ZEROS.
       77 WS-PEND-POSICAO                PIC 9(07)  VALUE ZEROS.
       77 WS-PEND-DATA                   PIC 9(07)  VALUE ZEROS.
       77 WS-PENDENTES                   PIC 9(07)  VALUE ZEROS.
       77 WS-IGNORADAS                   PIC 9(07)  VALUE ZEROS.
       77 WS-AVISOS                      PIC 9(05)  VALUE ZEROS.
       77 WS-SEQUENCIA                   PIC 9(06)  VALUE ZEROS.
       77 WS-ID-MERGE                    PIC 9(07)  VALUE ZEROS.
       77 WS-ID-TRANSF                   PIC 9(07)  VALUE ZEROS.
       77 WS-DS-ACAO                     PIC X(11)  VALUE SPACES.
       77 WS-DS-REGISTRO                 PIC X(40)  VALUE SPACES.

       77 WS-QT-REGISTROS                PIC 9(07)  VALUE ZEROS.
       77 WS-QT-DETALHES                 PIC 9(07)  VALUE ZEROS.
       77 WS-QT-INCLUSOES                PIC 9(07)  VALUE ZEROS.
       77 WS-QT-ALTERACOES               PIC 9(07)  VALUE ZEROS.
       77 WS-QT-INATIVACOES              PIC 9(07)  VALUE ZEROS.
       77 WS-QT-REATIVACOES              PIC 9(07)  VALUE ZEROS.
       77 WS-QT-MERGES                   PIC 9(07)  VALUE ZEROS.
       77 WS-QT-CONTATOS                 PIC 9(07)  VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-HORA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'SECRENVI'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'ENVIO'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** envio de alteracoes para a secretaria'
            PERFORM P0-INICIO
            IF ABERTURA-OK AND CONTROLE-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P1-CONFERIR-JORNAL
                PERFORM P2-CONFERIR-JCONTATO
                IF WS-PENDENTES = ZEROS
                    DISPLAY 'NENHUMA ALTERACAO PENDENTE DESDE O '
                            'ENVIO ' CE-SEQUENCIA
                ELSE
                    PERFORM P3-GERAR-ENVIO
                END-IF
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            ACCEPT WS-CAMPUS FROM ENVIRONMENT 'SECRENVI_CAMPUS'
            MOVE FUNCTION UPPER-CASE(WS-CAMPUS) TO WS-CAMPUS
            IF WS-CAMPUS = SPACES
                MOVE 'TODOS' TO WS-CAMPUS
            END-IF
            OPEN OUTPUT RELENVI
            IF NOT (WS-FILES-RELENVI = 00)
                DISPLAY 'ERRO AO ABRIR SECRENVI.LST - FILE STATUS: '
                        WS-FILES-RELENVI
            ELSE
                SET ABERTURA-OK TO TRUE
                PERFORM P6-CABECALHO
                PERFORM P0B-LER-CONTROLE
            END-IF

            .
       P0B-LER-CONTROLE.
            INITIALIZE WS-CONTROLE
            OPEN INPUT ARQ-CONTROLE
            EVALUATE TRUE
                WHEN WS-FILES-CTL = 35
                    DISPLAY 'SECRENVI.CTL INEXISTENTE - PRIMEIRO '
                            'ENVIO, JORNAIS DESDE O INICIO.'
                    SET CONTROLE-OK TO TRUE
                WHEN WS-FILES-CTL = 00
                    READ ARQ-CONTROLE
                        AT END
                            DISPLAY 'SECRENVI.CTL VAZIO.'
                        NOT AT END
                            MOVE CTL-LINHA TO WS-CONTROLE
                            IF WS-CONTROLE NUMERIC
                                SET CONTROLE-OK TO TRUE
                            ELSE
                                DISPLAY 'SECRENVI.CTL INVALIDO.'
                            END-IF
                    END-READ
                    CLOSE ARQ-CONTROLE
                WHEN OTHER
                    DISPLAY 'ERRO AO ABRIR SECRENVI.CTL - FILE STATUS: '
                            WS-FILES-CTL
            END-EVALUATE
            IF NOT CONTROLE-OK
                DISPLAY 'ENVIO BLOQUEADO - CORRIGIR O CONTROLE PARA '
                        'NAO REENVIAR OS JORNAIS DESDE O INICIO.'
                MOVE SPACES TO RELENVI-LINHA
                STRING 'CONTROLE SECRENVI.CTL INDISPONIVEL OU '
                       'INVALIDO - ENVIO NAO REALIZADO'
                       DELIMITED BY SIZE INTO RELENVI-LINHA
                END-STRING
                WRITE RELENVI-LINHA
            ELSE
                MOVE SPACES TO RELENVI-LINHA
                STRING 'ULTIMO ENVIO: SEQUENCIA ' CE-SEQUENCIA
                       ' EM ' CE-DT-ENVIO ' ' CE-HR-ENVIO
                       ' - JORNAL DE ALUNOS ATE O REGISTRO '
                       CE-QT-JORNAL ' - JORNAL DE CONTATOS ATE O '
                       'REGISTRO ' CE-QT-JCONTATO
                       DELIMITED BY SIZE INTO RELENVI-LINHA
                END-STRING
                WRITE RELENVI-LINHA
            END-IF

            .
       P1-CONFERIR-JORNAL.
            MOVE ZEROS TO WS-NR-JORNAL
            MOVE ZEROS TO WS-PEND-POSICAO
            MOVE ZEROS TO WS-PEND-DATA
            IF CE-QT-JORNAL = ZEROS
                SET POSICAO-JORNAL-OK TO TRUE
            ELSE
                SET POSICAO-JORNAL-OK TO FALSE
            END-IF
            OPEN INPUT JORNAL
            EVALUATE TRUE
                WHEN WS-FILES-JORNAL = 00
                    SET FIM-JORNAL TO FALSE
                    PERFORM P1B-LER-JORNAL UNTIL FIM-JORNAL
                    CLOSE JORNAL
                WHEN WS-FILES-JORNAL = 35
                    CONTINUE
                WHEN OTHER
                    SET ERRO-ENVIO TO TRUE
                    DISPLAY 'ERRO AO ABRIR CFP001J1.DAT - FILE STATUS: '
                            WS-FILES-JORNAL
            END-EVALUATE
            IF POSICAO-JORNAL-OK
                ADD WS-PEND-POSICAO TO WS-PENDENTES
            ELSE
                ADD 1 TO WS-AVISOS
                DISPLAY 'AVISO: CFP001J1.DAT NAO CONFERE COM O '
                        'CONTROLE NO REGISTRO ' CE-QT-JORNAL
                        ' - SELECAO POR DATA/HORA.'
                MOVE SPACES TO RELENVI-LINHA
                STRING 'AVISO: JORNAL DE ALUNOS RECRIADO OU ALTERADO -'
                       ' SELECAO APOS ' CE-DT-JORNAL ' '
                       CE-HR-JORNAL
                       DELIMITED BY SIZE INTO RELENVI-LINHA
                END-STRING
                WRITE RELENVI-LINHA
                ADD WS-PEND-DATA TO WS-PENDENTES
            END-IF

            .
       P1B-LER-JORNAL.
            READ JORNAL
                AT END
                    SET FIM-JORNAL TO TRUE
                NOT AT END
                    ADD 1 TO WS-NR-JORNAL
                    IF WS-NR-JORNAL = CE-QT-JORNAL
                       AND JR-DATA = CE-DT-JORNAL
                       AND JR-HORA = CE-HR-JORNAL
                        SET POSICAO-JORNAL-OK TO TRUE
                    END-IF
                    IF NOT (JR-ACAO-EXCLUSAO OR JR-ACAO-CONTATO)
                        IF WS-NR-JORNAL > CE-QT-JORNAL
                            ADD 1 TO WS-PEND-POSICAO
                        END-IF
                        IF JR-DATA > CE-DT-JORNAL
                           OR (JR-DATA = CE-DT-JORNAL
                               AND JR-HORA > CE-HR-JORNAL)
                            ADD 1 TO WS-PEND-DATA
                        END-IF
                    END-IF
            END-READ

            .
       P2-CONFERIR-JCONTATO.
            MOVE ZEROS TO WS-NR-JCONTATO
            MOVE ZEROS TO WS-PEND-POSICAO
            MOVE ZEROS TO WS-PEND-DATA
            IF CE-QT-JCONTATO = ZEROS
                SET POSICAO-JCONTATO-OK TO TRUE
            ELSE
                SET POSICAO-JCONTATO-OK TO FALSE
            END-IF
            OPEN INPUT JORNAL-CONTATO
            EVALUATE TRUE
                WHEN WS-FILES-JCON = 00
                    SET FIM-JCONTATO TO FALSE
                    PERFORM P2B-LER-JCONTATO UNTIL FIM-JCONTATO
                    CLOSE JORNAL-CONTATO
                WHEN WS-FILES-JCON = 35
                    CONTINUE
                WHEN OTHER
                    SET ERRO-ENVIO TO TRUE
                    DISPLAY 'ERRO AO ABRIR CFP004J1.DAT - FILE STATUS: '
                            WS-FILES-JCON
            END-EVALUATE
            IF POSICAO-JCONTATO-OK
                ADD WS-PEND-POSICAO TO WS-PENDENTES
            ELSE
                ADD 1 TO WS-AVISOS
                DISPLAY 'AVISO: CFP004J1.DAT NAO CONFERE COM O '
                        'CONTROLE NO REGISTRO ' CE-QT-JCONTATO
                        ' - SELECAO POR DATA/HORA.'
                MOVE SPACES TO RELENVI-LINHA
                STRING 'AVISO: JORNAL DE CONTATOS RECRIADO OU '
                       'ALTERADO - SELECAO APOS ' CE-DT-JCONTATO ' '
                       CE-HR-JCONTATO
                       DELIMITED BY SIZE INTO RELENVI-LINHA
                END-STRING
                WRITE RELENVI-LINHA
                ADD WS-PEND-DATA TO WS-PENDENTES
            END-IF

            .
       P2B-LER-JCONTATO.
            READ JORNAL-CONTATO
                AT END
                    SET FIM-JCONTATO TO TRUE
                NOT AT END
                    ADD 1 TO WS-NR-JCONTATO
                    IF WS-NR-JCONTATO = CE-QT-JCONTATO
                       AND JC-DATA = CE-DT-JCONTATO
                       AND JC-HORA = CE-HR-JCONTATO
                        SET POSICAO-JCONTATO-OK TO TRUE
                    END-IF
                    IF WS-NR-JCONTATO > CE-QT-JCONTATO
                        ADD 1 TO WS-PEND-POSICAO
                    END-IF
                    IF JC-DATA > CE-DT-JCONTATO
                       OR (JC-DATA = CE-DT-JCONTATO
                           AND JC-HORA > CE-HR-JCONTATO)
                        ADD 1 TO WS-PEND-DATA
                    END-IF
            END-READ

            .
       P3-GERAR-ENVIO.
            IF ERRO-ENVIO
                DISPLAY 'ENVIO NAO GERADO - JORNAL INDISPONIVEL.'
            ELSE
                OPEN OUTPUT ARQ-ENVIO
                IF NOT (WS-FILES-ENVIO = 00)
                    SET ERRO-ENVIO TO TRUE
                    DISPLAY 'ERRO AO ABRIR SECRENVI.TXT - FILE STATUS: '
                            WS-FILES-ENVIO
                ELSE
                    PERFORM P3A-GRAVAR-HEADER
                    PERFORM P3B-ABRIR-JORNAIS
                    PERFORM P3D-INTERCALAR
                        UNTIL FIM-JORNAL AND FIM-JCONTATO
                    IF JORNAL-ABERTO
                        CLOSE JORNAL
                    END-IF
                    IF JCONTATO-ABERTO
                        CLOSE JORNAL-CONTATO
                    END-IF
                    PERFORM P3G-GRAVAR-TRAILER
                    CLOSE ARQ-ENVIO
                    IF NOT (WS-FILES-ENVIO = 00)
                        SET ERRO-ENVIO TO TRUE
                    END-IF
                    IF NOT ERRO-ENVIO
                        PERFORM P5-GRAVAR-CONTROLE
                    END-IF
                END-IF
            END-IF

            .
       P3A-GRAVAR-HEADER.
            IF CE-SEQUENCIA = 999999
                MOVE 1 TO WS-SEQUENCIA
            ELSE
                COMPUTE WS-SEQUENCIA = CE-SEQUENCIA + 1
            END-IF
            MOVE SPACES          TO REG-ENVIO
            MOVE 'H'             TO EV-TIPO
            MOVE WS-CAMPUS       TO EH-CAMPUS
            MOVE WS-DATA-SISTEMA TO EH-DT-ENVIO
            MOVE WS-HORA-SISTEMA TO EH-HR-ENVIO
            MOVE WS-SEQUENCIA    TO EH-SEQUENCIA
            PERFORM P3H-GRAVAR-ENVIO
            MOVE SPACES TO RELENVI-LINHA
            WRITE RELENVI-LINHA
            MOVE SPACES TO RELENVI-LINHA
            STRING 'ENVIO SEQUENCIA ' WS-SEQUENCIA
                   ' - CAMPUS ' WS-CAMPUS
                   ' - ARQUIVO SECRENVI.TXT'
                   DELIMITED BY SIZE INTO RELENVI-LINHA
            END-STRING
            WRITE RELENVI-LINHA
            MOVE SPACES TO RELENVI-LINHA
            STRING '    NR   ACAO        JOR DATA     HORA     ID'
                   '      RELAC.  NOME / CIDADE'
                   DELIMITED BY SIZE INTO RELENVI-LINHA
            END-STRING
            WRITE RELENVI-LINHA

            .
       P3B-ABRIR-JORNAIS.
            MOVE WS-NR-JORNAL   TO WS-CONF-JORNAL
            MOVE WS-NR-JCONTATO TO WS-CONF-JCONTATO
            MOVE ZEROS TO WS-NR-JORNAL
            MOVE ZEROS TO WS-NR-JCONTATO
            MOVE CE-DT-JORNAL   TO WS-ULT-DT-JORNAL
            MOVE CE-HR-JORNAL   TO WS-ULT-HR-JORNAL
            MOVE CE-DT-JCONTATO TO WS-ULT-DT-JCONTATO
            MOVE CE-HR-JCONTATO TO WS-ULT-HR-JCONTATO
            SET FIM-JORNAL TO TRUE
            SET FIM-JCONTATO TO TRUE
            OPEN INPUT JORNAL
            EVALUATE TRUE
                WHEN WS-FILES-JORNAL = 00
                    SET JORNAL-ABERTO TO TRUE
                    SET FIM-JORNAL TO FALSE
                    PERFORM P3C-PROXIMO-JORNAL
                WHEN WS-FILES-JORNAL = 35 AND WS-CONF-JORNAL = ZEROS
                    CONTINUE
                WHEN OTHER
                    SET ERRO-ENVIO TO TRUE
                    DISPLAY 'ERRO AO REABRIR CFP001J1.DAT - FILE '
                            'STATUS: ' WS-FILES-JORNAL
            END-EVALUATE
            OPEN INPUT JORNAL-CONTATO
            EVALUATE TRUE
                WHEN WS-FILES-JCON = 00
                    SET JCONTATO-ABERTO TO TRUE
                    SET FIM-JCONTATO TO FALSE
                    PERFORM P3E-PROXIMO-JCONTATO
                WHEN WS-FILES-JCON = 35 AND WS-CONF-JCONTATO = ZEROS
                    CONTINUE
                WHEN OTHER
                    SET ERRO-ENVIO TO TRUE
                    DISPLAY 'ERRO AO REABRIR CFP004J1.DAT - FILE '
                            'STATUS: ' WS-FILES-JCON
            END-EVALUATE

            .
       P3C-PROXIMO-JORNAL.
            SET REG-PENDENTE TO FALSE
            PERFORM P3C2-LER-JORNAL
                UNTIL FIM-JORNAL OR REG-PENDENTE

            .
       P3C2-LER-JORNAL.
            READ JORNAL
                AT END
                    SET FIM-JORNAL TO TRUE
                NOT AT END
                    ADD 1 TO WS-NR-JORNAL
                    MOVE JR-DATA TO WS-ULT-DT-JORNAL
                    MOVE JR-HORA TO WS-ULT-HR-JORNAL
                    EVALUATE TRUE
                        WHEN JR-ACAO-EXCLUSAO OR JR-ACAO-CONTATO
                            IF WS-NR-JORNAL > CE-QT-JORNAL
                                ADD 1 TO WS-IGNORADAS
                            END-IF
                        WHEN POSICAO-JORNAL-OK
                            IF WS-NR-JORNAL > CE-QT-JORNAL
                                SET REG-PENDENTE TO TRUE
                            END-IF
                        WHEN JR-DATA > CE-DT-JORNAL
                        WHEN JR-DATA = CE-DT-JORNAL
                             AND JR-HORA > CE-HR-JORNAL
                            SET REG-PENDENTE TO TRUE
                    END-EVALUATE
            END-READ

            .
       P3D-INTERCALAR.
            EVALUATE TRUE
                WHEN FIM-JCONTATO
                    PERFORM P4-DETALHE-ALUNO
                    PERFORM P3C-PROXIMO-JORNAL
                WHEN FIM-JORNAL
                    PERFORM P4B-DETALHE-CONTATO
                    PERFORM P3E-PROXIMO-JCONTATO
                WHEN JR-DATA < JC-DATA
                WHEN JR-DATA = JC-DATA AND JR-HORA NOT > JC-HORA
                    PERFORM P4-DETALHE-ALUNO
                    PERFORM P3C-PROXIMO-JORNAL
                WHEN OTHER
                    PERFORM P4B-DETALHE-CONTATO
                    PERFORM P3E-PROXIMO-JCONTATO
            END-EVALUATE

            .
       P3E-PROXIMO-JCONTATO.
            SET REG-PENDENTE TO FALSE
            PERFORM P3E2-LER-JCONTATO
                UNTIL FIM-JCONTATO OR REG-PENDENTE

            .
       P3E2-LER-JCONTATO.
            READ JORNAL-CONTATO
                AT END
                    SET FIM-JCONTATO TO TRUE
                NOT AT END
                    ADD 1 TO WS-NR-JCONTATO
                    MOVE JC-DATA TO WS-ULT-DT-JCONTATO
                    MOVE JC-HORA TO WS-ULT-HR-JCONTATO
                    EVALUATE TRUE
                        WHEN POSICAO-JCONTATO-OK
                            IF WS-NR-JCONTATO > CE-QT-JCONTATO
                                SET REG-PENDENTE TO TRUE
                            END-IF
                        WHEN JC-DATA > CE-DT-JCONTATO
                        WHEN JC-DATA = CE-DT-JCONTATO
                             AND JC-HORA > CE-HR-JCONTATO
                            SET REG-PENDENTE TO TRUE
                    END-EVALUATE
            END-READ

            .
       P3G-GRAVAR-TRAILER.
            MOVE SPACES            TO REG-ENVIO
            MOVE 'T'               TO EV-TIPO
            MOVE WS-SEQUENCIA      TO ET-SEQUENCIA
            COMPUTE ET-QT-REGISTROS = WS-QT-REGISTROS + 1
            MOVE WS-QT-DETALHES    TO ET-QT-DETALHES
            MOVE WS-QT-INCLUSOES   TO ET-QT-INCLUSOES
            MOVE WS-QT-ALTERACOES  TO ET-QT-ALTERACOES
            MOVE WS-QT-INATIVACOES TO ET-QT-INATIVACOES
            MOVE WS-QT-REATIVACOES TO ET-QT-REATIVACOES
            MOVE WS-QT-MERGES      TO ET-QT-MERGES
            MOVE WS-QT-CONTATOS    TO ET-QT-CONTATOS
            PERFORM P3H-GRAVAR-ENVIO

            .
       P3H-GRAVAR-ENVIO.
            WRITE REG-ENVIO
            IF WS-FILES-ENVIO = 00
                ADD 1 TO WS-QT-REGISTROS
            ELSE
                SET ERRO-ENVIO TO TRUE
                DISPLAY 'ERRO AO GRAVAR SECRENVI.TXT - FILE STATUS: '
                        WS-FILES-ENVIO
            END-IF

            .
       P4-DETALHE-ALUNO.
            MOVE SPACES           TO REG-ENVIO
            MOVE 'D'              TO EV-TIPO
            MOVE JR-ACAO          TO ED-ACAO-JORNAL
            MOVE JR-DATA          TO ED-DT-ACAO
            MOVE JR-HORA          TO ED-HR-ACAO
            MOVE JR-ID-ALUNO      TO ED-ID-ALUNO
            MOVE ZEROS            TO ED-ID-RELACIONADO
            MOVE JR-IMAGEM-DEPOIS TO ED-IMAGEM
            MOVE JR-OPERADOR      TO ED-OPERADOR
            MOVE JR-IMAGEM-DEPOIS TO WS-ALUNO
            EVALUATE TRUE
                WHEN JR-ACAO-MERGE
                    MOVE 'M' TO ED-ACAO
                    IF WS-ALUNO-INATIVO
                        MOVE JR-ID-ALUNO TO WS-ID-MERGE
                    ELSE
                        MOVE WS-ID-MERGE TO ED-ID-RELACIONADO
                        MOVE ZEROS       TO WS-ID-MERGE
                    END-IF
                WHEN JR-ACAO-TRANSFERENCIA
                    IF JR-IMAGEM-ANTES = SPACES
                        MOVE 'I'         TO ED-ACAO
                        MOVE JR-ID-ALUNO TO WS-ID-TRANSF
                    ELSE
                        MOVE 'X'          TO ED-ACAO
                        MOVE WS-ID-TRANSF TO ED-ID-RELACIONADO
                        MOVE ZEROS        TO WS-ID-TRANSF
                    END-IF
                WHEN OTHER
                    MOVE JR-ACAO TO ED-ACAO
            END-EVALUATE
            MOVE WS-NM-ALUNO TO WS-DS-REGISTRO
            PERFORM P4C-GRAVAR-DETALHE

            .
       P4B-DETALHE-CONTATO.
            MOVE SPACES           TO REG-ENVIO
            MOVE 'D'              TO EV-TIPO
            MOVE 'C'              TO ED-ACAO
            MOVE JC-ACAO          TO ED-ACAO-JORNAL
            MOVE JC-DATA          TO ED-DT-ACAO
            MOVE JC-HORA          TO ED-HR-ACAO
            MOVE JC-ID-ALUNO      TO ED-ID-ALUNO
            MOVE ZEROS            TO ED-ID-RELACIONADO
            MOVE JC-IMAGEM-DEPOIS TO ED-IMAGEM
            MOVE JC-OPERADOR      TO ED-OPERADOR
            IF (JC-ACAO-MERGE OR JC-ACAO-TRANSFERENCIA)
               AND JC-IMAGEM-ANTES(1:7) NUMERIC
                MOVE JC-IMAGEM-ANTES(1:7) TO ED-ID-RELACIONADO
            END-IF
            MOVE ED-CT-CIDADE TO WS-DS-REGISTRO
            PERFORM P4C-GRAVAR-DETALHE

            .
       P4C-GRAVAR-DETALHE.
            ADD 1 TO WS-QT-DETALHES
            MOVE WS-QT-DETALHES TO ED-NR-REGISTRO
            EVALUATE TRUE
                WHEN ED-ACAO-INCLUSAO
                    ADD 1 TO WS-QT-INCLUSOES
                    MOVE 'INCLUSAO'    TO WS-DS-ACAO
                WHEN ED-ACAO-ALTERACAO
                    ADD 1 TO WS-QT-ALTERACOES
                    MOVE 'ALTERACAO'   TO WS-DS-ACAO
                WHEN ED-ACAO-INATIVACAO
                    ADD 1 TO WS-QT-INATIVACOES
                    MOVE 'INATIVACAO'  TO WS-DS-ACAO
                WHEN ED-ACAO-REATIVACAO
                    ADD 1 TO WS-QT-REATIVACOES
                    MOVE 'REATIVACAO'  TO WS-DS-ACAO
                WHEN ED-ACAO-MERGE
                    ADD 1 TO WS-QT-MERGES
                    MOVE 'MERGE'       TO WS-DS-ACAO
                WHEN OTHER
                    ADD 1 TO WS-QT-CONTATOS
                    MOVE 'CONTATO'     TO WS-DS-ACAO
            END-EVALUATE
            MOVE SPACES TO RELENVI-LINHA
            STRING ED-NR-REGISTRO ' ' WS-DS-ACAO ' ' ED-ACAO-JORNAL
                   '   ' ED-DT-ACAO ' ' ED-HR-ACAO
                   ' ' ED-ID-ALUNO ' ' ED-ID-RELACIONADO
                   ' ' WS-DS-REGISTRO
                   DELIMITED BY SIZE INTO RELENVI-LINHA
            END-STRING
            PERFORM P3H-GRAVAR-ENVIO
            WRITE RELENVI-LINHA

            .
       P5-GRAVAR-CONTROLE.
            MOVE WS-SEQUENCIA       TO CE-SEQUENCIA
            MOVE WS-DATA-SISTEMA    TO CE-DT-ENVIO
            MOVE WS-HORA-SISTEMA    TO CE-HR-ENVIO
            MOVE WS-NR-JORNAL       TO CE-QT-JORNAL
            MOVE WS-ULT-DT-JORNAL   TO CE-DT-JORNAL
            MOVE WS-ULT-HR-JORNAL   TO CE-HR-JORNAL
            MOVE WS-NR-JCONTATO     TO CE-QT-JCONTATO
            MOVE WS-ULT-DT-JCONTATO TO CE-DT-JCONTATO
            MOVE WS-ULT-HR-JCONTATO TO CE-HR-JCONTATO
            OPEN OUTPUT ARQ-CONTROLE
            IF WS-FILES-CTL = 00
                MOVE WS-CONTROLE TO CTL-LINHA
                WRITE CTL-LINHA
                IF WS-FILES-CTL = 00
                    SET ENVIO-GERADO TO TRUE
                END-IF
                CLOSE ARQ-CONTROLE
            END-IF
            IF NOT ENVIO-GERADO
                SET ERRO-ENVIO TO TRUE
                DISPLAY 'ERRO AO GRAVAR SECRENVI.CTL - FILE STATUS: '
                        WS-FILES-CTL
                DISPLAY 'NAO TRANSMITIR SECRENVI.TXT - REEXECUTAR O '
                        'ENVIO.'
            END-IF

            .
       P6-CABECALHO.
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELENVI-LINHA
            STRING 'RELATORIO DE TRANSMISSAO PARA A SECRETARIA - '
                   'DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELENVI-LINHA
            END-STRING
            WRITE RELENVI-LINHA
            MOVE ALL '-' TO RELENVI-LINHA
            WRITE RELENVI-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELENVI-LINHA
            WRITE RELENVI-LINHA
            IF WS-QT-DETALHES > ZEROS
                MOVE SPACES TO RELENVI-LINHA
                STRING 'INCLUSOES: '    WS-QT-INCLUSOES
                       '  ALTERACOES: '  WS-QT-ALTERACOES
                       '  INATIVACOES: ' WS-QT-INATIVACOES
                       '  REATIVACOES: ' WS-QT-REATIVACOES
                       '  MERGES: '      WS-QT-MERGES
                       '  CONTATOS: '    WS-QT-CONTATOS
                       DELIMITED BY SIZE INTO RELENVI-LINHA
                END-STRING
                WRITE RELENVI-LINHA
                MOVE SPACES TO RELENVI-LINHA
                STRING 'DETALHES: ' WS-QT-DETALHES
                       '  REGISTROS NO ARQUIVO: ' WS-QT-REGISTROS
                       '  ACOES E/D NAO ENVIADAS: ' WS-IGNORADAS
                       DELIMITED BY SIZE INTO RELENVI-LINHA
                END-STRING
                WRITE RELENVI-LINHA
            END-IF
            MOVE SPACES TO RELENVI-LINHA
            EVALUATE TRUE
                WHEN NOT CONTROLE-OK
                    MOVE 'SITUACAO: ENVIO BLOQUEADO PELO CONTROLE'
                        TO RELENVI-LINHA
                WHEN ERRO-ENVIO
                    STRING 'SITUACAO: ENVIO ' WS-SEQUENCIA
                           ' COM ERRO - CONTROLE NAO ATUALIZADO, '
                           'REEXECUTAR'
                           DELIMITED BY SIZE INTO RELENVI-LINHA
                    END-STRING
                WHEN ENVIO-GERADO
                    STRING 'SITUACAO: ENVIO ' WS-SEQUENCIA
                           ' GERADO EM SECRENVI.TXT - CONTROLE '
                           'ATUALIZADO'
                           DELIMITED BY SIZE INTO RELENVI-LINHA
                    END-STRING
                WHEN OTHER
                    STRING 'SITUACAO: NENHUMA ALTERACAO PENDENTE - '
                           'ARQUIVO NAO GERADO'
                           DELIMITED BY SIZE INTO RELENVI-LINHA
                    END-STRING
            END-EVALUATE
            WRITE RELENVI-LINHA
            DISPLAY FUNCTION TRIM(RELENVI-LINHA)

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
                CLOSE RELENVI
            END-IF
            EVALUATE TRUE
                WHEN NOT ABERTURA-OK
                WHEN NOT CONTROLE-OK
                WHEN ERRO-ENVIO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-AVISOS > ZEROS
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE
            IF ABERTURA-OK AND CONTROLE-OK
                MOVE 'F' TO WS-RUN-EVENTO
                COMPUTE WS-RUN-LIDOS = WS-NR-JORNAL + WS-NR-JCONTATO
                MOVE WS-QT-DETALHES TO WS-RUN-GRAVADOS
                MOVE RETURN-CODE    TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            END-IF
            STOP RUN.
       END PROGRAM SECRENVI.
