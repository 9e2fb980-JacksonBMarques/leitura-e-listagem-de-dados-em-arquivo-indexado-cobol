      *          inicio sem fim correspondente e apontado como
      *          execucao em andamento ou abendada; gera
      *          RUNCTL.LST para a conferencia da manha em um
      *          unico relatorio; a propria execucao e registrada em
      *          RUNCTL.DAT (campus TODOS) com os eventos de inicio e
      *          fim gravados juntos apos a leitura, para nao aparecer
      *          no relatorio como execucao em andamento
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'RUNCREL'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'RELAT'.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    ' / COMBINACOES: ' WS-QTD-RUN
                    ' / COM PROBLEMA: ' WS-CONT-PROBLEMAS

            .
       P20-GRAVAR-RUNCTL.
            CALL 'RUNCTLOG' USING WS-RUN-PROGRAMA WS-RUN-MODO
                                  WS-RUN-CAMPUS WS-RUN-EVENTO
                                  WS-RUN-LIDOS WS-RUN-GRAVADOS
                                  WS-RUN-RETORNO

            .
       P0-FIM.
            IF ABERTURA-OK
                PERFORM P5-RODAPE
                CLOSE RUNCTL
                CLOSE RELRUN
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                IF WS-CONT-PROBLEMAS > ZEROS
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
                MOVE RETURN-CODE   TO WS-RUN-RETORNO
                MOVE 'F' TO WS-RUN-EVENTO
                MOVE WS-CONT-LIDOS TO WS-RUN-LIDOS
                MOVE WS-QTD-RUN    TO WS-RUN-GRAVADOS
                PERFORM P20-GRAVAR-RUNCTL
                MOVE WS-RUN-RETORNO TO RETURN-CODE
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
