      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: baixa de pagamentos de mensalidades a partir do
      *          arquivo de retorno do banco (RETBANCO.TXT,
      *          sequencial: nosso numero de 19 posicoes = chave da
      *          fatura em CFP009S1.DAT, data e valor pago); cada
      *          pagamento localizado e somado ao valor pago da
      *          fatura, que fica paga quando o valor pago alcanca o
      *          valor faturado; nosso numero emitido sob um ID depois
      *          transferido (ALUNTRAN) ou fundido (ALUNDUPE) e
      *          localizado seguindo o apontamento de CFP010S1.DAT ate
      *          o ID atual e listado como reapontado; pagamento sem
      *          fatura, pagamento de fatura ja paga ou repetido na
      *          mesma data, pagamento a menor e pagamento a maior
      *          saem no relatorio de excecoes (MENSBAIX.LST) para a
      *          tesouraria; registra inicio/fim em RUNCTL.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSBAIX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

                SELECT RETORNO ASSIGN TO 'RETBANCO.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RETORNO.

                SELECT RELBAIXA ASSIGN TO 'MENSBAIX.LST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILES-RELBAIXA.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA.
          COPY CFPK0009.

       FD TRANSF.
          COPY CFPK0010.

       FD RETORNO.
       01 RETORNO-LINHA                  PIC X(36).

       FD RELBAIXA.
       01 RELBAIXA-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RETORNO                  PIC X(36) VALUE SPACES.
       01 FILLER REDEFINES WS-RETORNO.
          03 WS-NOSSO-NUMERO.
             05 WS-RT-ID-ALUNO           PIC 9(07).
             05 WS-RT-CD-CURSO           PIC X(06).
             05 WS-RT-COMPETENCIA        PIC 9(06).
          03 WS-RT-DT-PAGAMENTO          PIC 9(08).
          03 WS-RT-VL-PAGO               PIC 9(07)V9(02).

       77 WS-FILES-FATURA                PIC 99    VALUE ZEROS.
       77 WS-FILES-RETORNO               PIC 99    VALUE ZEROS.
       77 WS-FILES-RELBAIXA              PIC 99    VALUE ZEROS.
       77 WS-FILES-TRANSF                PIC 99    VALUE ZEROS.
       77 WS-TRANSF-DISPONIVEL           PIC X     VALUE 'N'.
          88 TRANSF-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-FIM-TRANSF                  PIC X     VALUE 'N'.
          88 FIM-TRANSF                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-CADEIA                  PIC X     VALUE 'N'.
          88 FIM-CADEIA                  VALUE 'S' FALSE 'N'.
       77 WS-FATURA-ACHADA               PIC X     VALUE 'N'.
          88 FATURA-ACHADA               VALUE 'S' FALSE 'N'.
       77 WS-ID-BUSCA                    PIC 9(07) VALUE ZEROS.
       77 WS-ID-PROXIMO                  PIC 9(07) VALUE ZEROS.
       77 WS-QT-SALTOS                   PIC 9(02) VALUE ZEROS.
       77 WS-EOF                         PIC X     VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ABERTURA-OK                 PIC X     VALUE 'N'.
          88 ABERTURA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO                      PIC X(40) VALUE SPACES.
       77 WS-VL-DIFERENCA                PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-EDITADO                  PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VL-EDITADO2                 PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOT-RECEBIDO                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-EDITADO                 PIC ZZZ.ZZZ.ZZ9,99.

       77 WS-CONT-LIDOS                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-BAIXADAS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-PARCIAIS               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-MAIOR                  PIC 9(07) VALUE ZEROS.
       77 WS-CONT-SEM-FATURA             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-REAPONTADOS            PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DUPLICADOS             PIC 9(07) VALUE ZEROS.
       77 WS-CONT-INVALIDOS              PIC 9(07) VALUE ZEROS.
       77 WS-CONT-ERROS                  PIC 9(07) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DATA-AAAA                PIC 9(004).
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'MENSBAIX'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'BAIXA'.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** baixa de pagamentos do retorno bancario'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                SET EOF-OK TO FALSE
                PERFORM P1-LER-RETORNO UNTIL EOF-OK
            END-IF
            PERFORM P0-FIM

            .
       P0-INICIO.
            OPEN I-O FATURA
            IF NOT (WS-FILES-FATURA = 00 OR WS-FILES-FATURA = 05)
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATURAS '
                        'CFP009S1.DAT - FILE STATUS: ' WS-FILES-FATURA
            ELSE
                OPEN INPUT RETORNO
                IF NOT (WS-FILES-RETORNO = 00)
                    DISPLAY 'ERRO AO ABRIR RETBANCO.TXT - '
                            'FILE STATUS: ' WS-FILES-RETORNO
                    CLOSE FATURA
                ELSE
                    OPEN OUTPUT RELBAIXA
                    IF NOT (WS-FILES-RELBAIXA = 00)
                        DISPLAY 'ERRO AO ABRIR MENSBAIX.LST - '
                                'FILE STATUS: ' WS-FILES-RELBAIXA
                        CLOSE FATURA
                        CLOSE RETORNO
                    ELSE
                        SET ABERTURA-OK TO TRUE
                        PERFORM P0B-ABRIR-TRANSF
                        PERFORM P6-CABECALHO
                    END-IF
                END-IF
            END-IF

            .
       P0B-ABRIR-TRANSF.
            OPEN INPUT TRANSF
            EVALUATE TRUE
                WHEN WS-FILES-TRANSF = 00 OR WS-FILES-TRANSF = 05
                    SET TRANSF-DISPONIVEL TO TRUE
                WHEN WS-FILES-TRANSF = 35
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'AVISO: APONTAMENTOS CFP010S1.DAT '
                            'INDISPONIVEIS - FILE STATUS: '
                            WS-FILES-TRANSF
                            ' - NOSSO NUMERO ANTIGO NAO REAPONTADO.'
            END-EVALUATE

            .
       P1-LER-RETORNO.
            READ RETORNO
                AT END
                    SET EOF-OK TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE RETORNO-LINHA TO WS-RETORNO
                    PERFORM P2-APLICAR-PAGAMENTO
            END-READ

            .
       P2-APLICAR-PAGAMENTO.
            IF WS-RT-ID-ALUNO NOT NUMERIC
               OR WS-RT-COMPETENCIA NOT NUMERIC
               OR WS-RT-DT-PAGAMENTO NOT NUMERIC
               OR WS-RT-VL-PAGO NOT NUMERIC
                ADD 1 TO WS-CONT-INVALIDOS
                MOVE 'REGISTRO DE RETORNO INVALIDO' TO WS-MOTIVO
                PERFORM P4-GRAVAR-EXCECAO
            ELSE
                MOVE WS-NOSSO-NUMERO TO CH-FATURA
                READ FATURA
                    KEY IS CH-FATURA
                    INVALID KEY
                        PERFORM P2C-REAPONTAR-FATURA
                    NOT INVALID KEY
                        PERFORM P2B-CRITICAR-FATURA
                END-READ
            END-IF

            .
       P2C-REAPONTAR-FATURA.
            SET FATURA-ACHADA TO FALSE
            IF TRANSF-DISPONIVEL
                MOVE WS-RT-ID-ALUNO TO WS-ID-BUSCA
                MOVE ZEROS TO WS-QT-SALTOS
                SET FIM-CADEIA TO FALSE
                PERFORM P2D-SEGUIR-APONTADOR
                    UNTIL FIM-CADEIA OR FATURA-ACHADA
            END-IF
            IF FATURA-ACHADA
                ADD 1 TO WS-CONT-REAPONTADOS
                PERFORM P4B-GRAVAR-REAPONTADA
                PERFORM P2B-CRITICAR-FATURA
            ELSE
                ADD 1 TO WS-CONT-SEM-FATURA
                MOVE 'FATURA NAO LOCALIZADA' TO WS-MOTIVO
                PERFORM P4-GRAVAR-EXCECAO
            END-IF

            .
       P2D-SEGUIR-APONTADOR.
            ADD 1 TO WS-QT-SALTOS
            MOVE ZEROS TO WS-ID-PROXIMO
            MOVE LOW-VALUES TO CH-TRANSFERENCIA
            SET FIM-TRANSF TO FALSE
            START TRANSF KEY IS NOT LESS THAN CH-TRANSFERENCIA
                INVALID KEY
                    SET FIM-TRANSF TO TRUE
            END-START
            PERFORM P2E-LER-TRANSF UNTIL FIM-TRANSF
            IF WS-ID-PROXIMO = ZEROS OR WS-QT-SALTOS > 5
                SET FIM-CADEIA TO TRUE
            ELSE
                MOVE WS-ID-PROXIMO     TO WS-ID-BUSCA
                MOVE WS-ID-PROXIMO     TO FT-ID-ALUNO
                MOVE WS-RT-CD-CURSO    TO FT-CD-CURSO
                MOVE WS-RT-COMPETENCIA TO FT-COMPETENCIA
                READ FATURA
                    KEY IS CH-FATURA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET FATURA-ACHADA TO TRUE
                END-READ
            END-IF

            .
       P2E-LER-TRANSF.
            READ TRANSF NEXT RECORD
                AT END
                    SET FIM-TRANSF TO TRUE
                NOT AT END
                    IF TA-ID-ORIGEM = WS-ID-BUSCA
                       AND TA-ID-DESTINO NOT = WS-ID-BUSCA
                        MOVE TA-ID-DESTINO TO WS-ID-PROXIMO
                        SET FIM-TRANSF TO TRUE
                    END-IF
            END-READ

            .
       P2B-CRITICAR-FATURA.
            EVALUATE TRUE
                WHEN FATURA-PAGA
                    ADD 1 TO WS-CONT-DUPLICADOS
                    MOVE 'FATURA JA PAGA - NAO BAIXADO' TO WS-MOTIVO
                    PERFORM P4-GRAVAR-EXCECAO
                WHEN FT-VL-PAGO > ZERO
                     AND FT-DT-PAGAMENTO = WS-RT-DT-PAGAMENTO
                    ADD 1 TO WS-CONT-DUPLICADOS
                    MOVE 'PAGAMENTO REPETIDO NA DATA - NAO BAIXADO'
                        TO WS-MOTIVO
                    PERFORM P4-GRAVAR-EXCECAO
                WHEN OTHER
                    PERFORM P3-BAIXAR-FATURA
            END-EVALUATE

            .
       P3-BAIXAR-FATURA.
            ADD WS-RT-VL-PAGO TO FT-VL-PAGO
            MOVE WS-RT-DT-PAGAMENTO TO FT-DT-PAGAMENTO
            IF FT-VL-PAGO NOT < FT-VL-FATURA
                MOVE 'P' TO FT-ST-FATURA
            END-IF
            REWRITE REG-FATURA
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF NOT (WS-FILES-FATURA = 00)
                ADD 1 TO WS-CONT-ERROS
                MOVE SPACES TO WS-MOTIVO
                STRING 'ERRO NA REGRAVACAO - STATUS ' WS-FILES-FATURA
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
                PERFORM P4-GRAVAR-EXCECAO
            ELSE
                ADD WS-RT-VL-PAGO TO WS-TOT-RECEBIDO
                EVALUATE TRUE
                    WHEN FT-VL-PAGO < FT-VL-FATURA
                        ADD 1 TO WS-CONT-PARCIAIS
                        SUBTRACT FT-VL-PAGO FROM FT-VL-FATURA
                            GIVING WS-VL-DIFERENCA
                        MOVE WS-VL-DIFERENCA TO WS-VL-EDITADO2
                        MOVE SPACES TO WS-MOTIVO
                        STRING 'PAGO A MENOR - FALTA ' WS-VL-EDITADO2
                               DELIMITED BY SIZE INTO WS-MOTIVO
                        END-STRING
                        PERFORM P4-GRAVAR-EXCECAO
                    WHEN FT-VL-PAGO > FT-VL-FATURA
                        ADD 1 TO WS-CONT-BAIXADAS
                        ADD 1 TO WS-CONT-MAIOR
                        SUBTRACT FT-VL-FATURA FROM FT-VL-PAGO
                            GIVING WS-VL-DIFERENCA
                        MOVE WS-VL-DIFERENCA TO WS-VL-EDITADO2
                        MOVE SPACES TO WS-MOTIVO
                        STRING 'PAGO A MAIOR - EXCESSO ' WS-VL-EDITADO2
                               DELIMITED BY SIZE INTO WS-MOTIVO
                        END-STRING
                        PERFORM P4-GRAVAR-EXCECAO
                    WHEN OTHER
                        ADD 1 TO WS-CONT-BAIXADAS
                END-EVALUATE
            END-IF

            .
       P4-GRAVAR-EXCECAO.
            MOVE WS-RT-VL-PAGO TO WS-VL-EDITADO
            MOVE SPACES TO RELBAIXA-LINHA
            STRING 'REGISTRO ' WS-CONT-LIDOS
                   ' NOSSO NUMERO=' WS-NOSSO-NUMERO
                   ' PAGO EM ' WS-RT-DT-PAGAMENTO
                   ' VALOR ' WS-VL-EDITADO
                   ' - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO RELBAIXA-LINHA
            END-STRING
            WRITE RELBAIXA-LINHA

            .
       P4B-GRAVAR-REAPONTADA.
            MOVE WS-RT-VL-PAGO TO WS-VL-EDITADO
            MOVE SPACES TO RELBAIXA-LINHA
            STRING 'REGISTRO ' WS-CONT-LIDOS
                   ' NOSSO NUMERO=' WS-NOSSO-NUMERO
                   ' REAPONTADO PARA ' CH-FATURA
                   ' (CFP010S1.DAT) VALOR ' WS-VL-EDITADO
                   DELIMITED BY SIZE INTO RELBAIXA-LINHA
            END-STRING
            WRITE RELBAIXA-LINHA

            .
       P6-CABECALHO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DATA-DD '/' WS-DATA-MM '/' WS-DATA-AAAA
                DELIMITED BY SIZE INTO WS-DATA-FORMATADA
            END-STRING
            MOVE SPACES TO RELBAIXA-LINHA
            STRING 'BAIXA DE PAGAMENTOS - RETORNO BANCARIO - '
                   'EXCECOES - DATA: ' WS-DATA-FORMATADA
                   DELIMITED BY SIZE INTO RELBAIXA-LINHA
            END-STRING
            WRITE RELBAIXA-LINHA
            MOVE ALL '-' TO RELBAIXA-LINHA
            WRITE RELBAIXA-LINHA

            .
       P7-RODAPE.
            MOVE ALL '-' TO RELBAIXA-LINHA
            WRITE RELBAIXA-LINHA
            MOVE WS-TOT-RECEBIDO TO WS-TOT-EDITADO
            MOVE SPACES TO RELBAIXA-LINHA
            STRING 'REGISTROS LIDOS: '       WS-CONT-LIDOS
                   '  FATURAS QUITADAS: '    WS-CONT-BAIXADAS
                   '  PAGAS A MENOR: '       WS-CONT-PARCIAIS
                   '  PAGAS A MAIOR: '       WS-CONT-MAIOR
                   '  VALOR BAIXADO: '       WS-TOT-EDITADO
                   DELIMITED BY SIZE INTO RELBAIXA-LINHA
            END-STRING
            WRITE RELBAIXA-LINHA
            MOVE SPACES TO RELBAIXA-LINHA
            STRING 'SEM FATURA: '            WS-CONT-SEM-FATURA
                   '  REAPONTADOS: '         WS-CONT-REAPONTADOS
                   '  DUPLICADOS: '          WS-CONT-DUPLICADOS
                   '  INVALIDOS: '           WS-CONT-INVALIDOS
                   '  ERROS: '               WS-CONT-ERROS
                   DELIMITED BY SIZE INTO RELBAIXA-LINHA
            END-STRING
            WRITE RELBAIXA-LINHA
            DISPLAY 'REGISTROS LIDOS:  ' WS-CONT-LIDOS
            DISPLAY 'FATURAS QUITADAS: ' WS-CONT-BAIXADAS
            DISPLAY 'PAGAS A MENOR:    ' WS-CONT-PARCIAIS
            DISPLAY 'PAGAS A MAIOR:    ' WS-CONT-MAIOR
            DISPLAY 'SEM FATURA:       ' WS-CONT-SEM-FATURA
            DISPLAY 'REAPONTADOS:      ' WS-CONT-REAPONTADOS
            DISPLAY 'DUPLICADOS:       ' WS-CONT-DUPLICADOS
            DISPLAY 'INVALIDOS:        ' WS-CONT-INVALIDOS

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
                CLOSE RETORNO
                CLOSE RELBAIXA
                IF TRANSF-DISPONIVEL
                    CLOSE TRANSF
                END-IF
                IF WS-CONT-PARCIAIS = ZEROS
                   AND WS-CONT-MAIOR = ZEROS
                   AND WS-CONT-SEM-FATURA = ZEROS
                   AND WS-CONT-DUPLICADOS = ZEROS
                   AND WS-CONT-INVALIDOS = ZEROS
                   AND WS-CONT-ERROS = ZEROS
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-LIDOS    TO WS-RUN-LIDOS
                ADD WS-CONT-BAIXADAS WS-CONT-PARCIAIS
                    GIVING WS-RUN-GRAVADOS
                MOVE RETURN-CODE      TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.
       END PROGRAM MENSBAIX.
