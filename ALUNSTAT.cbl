      *          (ESTATIS.LST) com tres secoes: alunos ativos x
      *          inativos por campus, matriculas por curso com media
      *          por aluno, e evolucao mes a mes de inclusoes e
      *          inativacoes derivada de JR-DATA e JR-ACAO; registra
      *          inicio e fim em RUNCTL.DAT (campus TODOS) para o
      *          acompanhamento do lote noturno
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.

                SELECT JORNAL ASSIGN TO 'CFP001J1.DAT'
          03 WS-DATA-MM                  PIC 9(002).
          03 WS-DATA-DD                  PIC 9(002).
       77 WS-DATA-FORMATADA              PIC X(10).
       77 WS-RUN-PROGRAMA                PIC X(08) VALUE 'ALUNSTAT'.
       77 WS-RUN-MODO                    PIC X(06) VALUE 'ESTAT'.
       77 WS-RUN-CAMPUS                  PIC X(10) VALUE 'TODOS'.
       77 WS-RUN-EVENTO                  PIC X(01) VALUE SPACES.
       77 WS-RUN-LIDOS                   PIC 9(07) VALUE ZEROS.
       77 WS-RUN-GRAVADOS                PIC 9(07) VALUE ZEROS.
       77 WS-RUN-RETORNO                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** estatisticas gerenciais de alunos'
            PERFORM P0-INICIO
            IF ABERTURA-OK
                MOVE 'I' TO WS-RUN-EVENTO
                PERFORM P20-GRAVAR-RUNCTL
                PERFORM P1-CONTAR-CAMPUS
                    VARYING WS-IDX-CAMPUS FROM 1 BY 1
                    UNTIL WS-IDX-CAMPUS > WS-QTD-CAMPUS
            MOVE ALL '-' TO RELSTAT-LINHA
            WRITE RELSTAT-LINHA

            .
       P20-GRAVAR-RUNCTL.
            CALL 'RUNCTLOG' USING WS-RUN-PROGRAMA WS-RUN-MODO
                                  WS-RUN-CAMPUS WS-RUN-EVENTO
                                  WS-RUN-LIDOS WS-RUN-GRAVADOS
                                  WS-RUN-RETORNO

            .
       P0-FIM.
            IF ABERTURA-OK
                CLOSE RELSTAT
                MOVE 0 TO RETURN-CODE
                MOVE 'F' TO WS-RUN-EVENTO
                COMPUTE WS-RUN-LIDOS = WS-TOT-ATIVOS + WS-TOT-INATIVOS
                                     + WS-TOT-MATRICULAS
                                     + WS-CONT-JORNAL
                MOVE RETURN-CODE TO WS-RUN-RETORNO
                PERFORM P20-GRAVAR-RUNCTL
                MOVE WS-RUN-RETORNO TO RETURN-CODE
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF
