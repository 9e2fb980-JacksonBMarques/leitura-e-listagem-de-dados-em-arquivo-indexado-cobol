      * Author: Breno Marques
      * Date: 03/09/2026
      * Purpose: rotina comum de validacao de datas AAAAMMDD,
      *          chamada por MATRMANT, MATRCARG, ALUNPURG,
      *          ALUNREST, MENSFATU e PERIMANT -
      *          rejeita datas de calendario impossiveis (mes,
      *          dia, ano bissexto) e, a criterio do chamador,
      *          datas futuras; devolve codigo de retorno e
      *          mensagem pronta para relatorio
      *          retorno: '0' valida, '1' calendario invalido,
      *                   '2' data futura nao permitida,
      *                   '3' fora da janela de matricula dos
      *                   periodos abertos, '4' calendario de
      *                   periodos (CFP008S1.DAT) indisponivel
      *          opcao  : 'F' aceita data futura, 'P' exige data
      *                   dentro da janela de matricula (inicio ate
      *                   prazo) de um periodo aberto e devolve o
      *                   codigo do periodo nas posicoes 1-6 da
      *                   mensagem, outro valor rejeita data futura
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
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

       DATA DIVISION.
       FILE SECTION.
       FD PERIODO.
          COPY CFPK0008.

       WORKING-STORAGE SECTION.
       01 WS-DATA-ALVO.
          03 WS-ANO                      PIC 9(04).
       77 WS-RESTO-400                   PIC 9(04) VALUE ZEROS.
       77 WS-BISSEXTO                    PIC X     VALUE 'N'.
          88 ANO-BISSEXTO                VALUE 'S' FALSE 'N'.
       77 WS-FILES-PERIODO               PIC 99    VALUE ZEROS.
       77 WS-FIM-PERIODO                 PIC X     VALUE 'N'.
          88 FIM-PERIODO                 VALUE 'S' FALSE 'N'.
       77 WS-CD-PERIODO                  PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-DATA                       PIC X(08).
                MOVE LNK-DATA TO WS-DATA-ALVO
                PERFORM P1-VALIDAR-CALENDARIO
                IF LNK-RETORNO = '0'
                    EVALUATE LNK-OPCAO
                        WHEN 'F'
                            CONTINUE
                        WHEN 'P'
                            PERFORM P3-VALIDAR-PERIODO
                        WHEN OTHER
                            PERFORM P2-VALIDAR-FUTURO
                    END-EVALUATE
                END-IF
            END-IF
            GOBACK
                MOVE 'DATA FUTURA NAO PERMITIDA' TO LNK-MENSAGEM
            END-IF

            .
       P3-VALIDAR-PERIODO.
            MOVE SPACES TO WS-CD-PERIODO
            OPEN INPUT PERIODO
            IF NOT (WS-FILES-PERIODO = 00 OR WS-FILES-PERIODO = 05)
                MOVE '4' TO LNK-RETORNO
                MOVE 'CALENDARIO DE PERIODOS AUSENTE'
                    TO LNK-MENSAGEM
            ELSE
                SET FIM-PERIODO TO FALSE
                PERFORM P3B-LER-PERIODO UNTIL FIM-PERIODO
                CLOSE PERIODO
                IF WS-CD-PERIODO = SPACES
                    MOVE '3' TO LNK-RETORNO
                    MOVE 'FORA DO PRAZO DE MATRICULA'
                        TO LNK-MENSAGEM
                ELSE
                    MOVE WS-CD-PERIODO TO LNK-MENSAGEM
                END-IF
            END-IF

            .
       P3B-LER-PERIODO.
            READ PERIODO NEXT RECORD
                AT END
                    SET FIM-PERIODO TO TRUE
                NOT AT END
                    IF PERIODO-ABERTO
                       AND WS-DATA-ALVO-NUM >= PE-DT-INICIO
                       AND WS-DATA-ALVO-NUM <= PE-DT-LIMITE
                        MOVE PE-CD-PERIODO TO WS-CD-PERIODO
                        SET FIM-PERIODO TO TRUE
                    END-IF
            END-READ

            .
       END PROGRAM DATAVLD.
