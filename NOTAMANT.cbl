      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: lancamento pela secretaria academica da nota final
      *          e do percentual de frequencia de cada matricula
      *          (CFP005S1.DAT, chave ID-ALUNO + CD-CURSO igual a
      *          de CFP002S1.DAT); o resultado aprovado/reprovado e
      *          calculado no lancamento pela nota minima e pela
      *          frequencia minima da instituicao; so aceita
      *          lancamento para matricula existente e ativa -
      *          matricula concluida ou cancelada nao tem mais o
      *          lancamento alterado; MATRMANT so conclui matricula
      *          com resultado aprovado lancado aqui
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAMANT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD MATRICULA.
          COPY CFPK0002.

       FD NOTA.
          COPY CFPK0005.

       WORKING-STORAGE SECTION.
       01 WS-LANCAMENTO               PIC X(22) VALUE SPACES.
       01 FILLER REDEFINES WS-LANCAMENTO.
          03 WS-ID-ALUNO                 PIC 9(07).
          03 WS-CD-CURSO                 PIC X(06).
          03 WS-NOTA-FINAL               PIC 9(02)V9(02).
          03 WS-FREQUENCIA               PIC 9(03)V9(02).

       77 WS-FILES-MATR                  PIC 99    VALUE ZEROS.
       77 WS-FILES-NOTA                  PIC 99    VALUE ZEROS.
       77 WS-NOTA-MINIMA                 PIC 9(02)V9(02) VALUE 6,00.
       77 WS-NOTA-MAXIMA                 PIC 9(02)V9(02) VALUE 10,00.
       77 WS-FREQ-MINIMA                 PIC 9(03)V9(02) VALUE 75,00.
       77 WS-FREQ-MAXIMA                 PIC 9(03)V9(02) VALUE 100,00.
       77 WS-NOTA-EDITADA                PIC Z9,99.
       77 WS-FREQ-EDITADA                PIC ZZ9,99.
       77 WS-NOTA-EXISTE                 PIC X     VALUE 'N'.
          88 NOTA-EXISTE                 VALUE 'S' FALSE 'N'.
       77 WS-MSG-ERRO                    PIC X(60) VALUE SPACES.
       77 WS-EXIT                        PIC X.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
          88 OPCAO-LANCAR                VALUE 'L'.
          88 OPCAO-CONSULTAR             VALUE 'C'.
          88 OPCAO-FINALIZAR             VALUE 'F'.
       01 WS-DATA-SISTEMA                PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** lancamento de notas e frequencia'
            OPEN INPUT MATRICULA
            IF NOT (WS-FILES-MATR = 00 OR WS-FILES-MATR = 05)
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE MATRICULAS'
                DISPLAY 'FILE STATUS: ' WS-FILES-MATR
            ELSE
                OPEN I-O NOTA
                IF NOT (WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05)
                    IF WS-FILES-NOTA = 35
                        OPEN OUTPUT NOTA
                        CLOSE NOTA
                        OPEN I-O NOTA
                    END-IF
                END-IF
                IF NOT (WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05)
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE NOTAS'
                    DISPLAY 'FILE STATUS: ' WS-FILES-NOTA
                ELSE
                    SET EXIT-OK TO FALSE
                    PERFORM P1-MENU THRU P1-FIM UNTIL EXIT-OK
                    CLOSE NOTA
                END-IF
                CLOSE MATRICULA
            END-IF
            PERFORM P0-FIM

            .
       P1-MENU.
            DISPLAY
              'TECLE: <L> lancar nota/frequencia, <C> consultar, '
              '<F> finalizar.'
            ACCEPT WS-EXIT
            MOVE FUNCTION UPPER-CASE(WS-EXIT) TO WS-EXIT
            MOVE WS-EXIT TO WS-OPCAO
            EVALUATE TRUE
                WHEN OPCAO-LANCAR
                    PERFORM P2-LANCAR
                WHEN OPCAO-CONSULTAR
                    PERFORM P3-CONSULTAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            .
       P1-FIM.


       P2-LANCAR.
            MOVE SPACES TO WS-LANCAMENTO
            DISPLAY 'ID DO ALUNO: ' WITH NO ADVANCING
            ACCEPT WS-ID-ALUNO
            DISPLAY 'CODIGO DO CURSO: ' WITH NO ADVANCING
            ACCEPT WS-CD-CURSO
            MOVE FUNCTION UPPER-CASE(WS-CD-CURSO) TO WS-CD-CURSO
            MOVE WS-ID-ALUNO TO MT-ID-ALUNO
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            READ MATRICULA
                KEY IS CH-MATRICULA
                INVALID KEY
                    DISPLAY 'MATRICULA ' WS-ID-ALUNO '/' WS-CD-CURSO
                            ' NAO ENCONTRADA. LANCAMENTO NAO '
                            'PERMITIDO.'
                NOT INVALID KEY
                    IF NOT MATRICULA-ATIVA
                        DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' NAO ESTA ATIVA. '
                                'LANCAMENTO NAO PERMITIDO.'
                    ELSE
                        DISPLAY 'CURSO: ' MT-CD-CURSO ' - '
                                FUNCTION TRIM(MT-NM-CURSO)
                        PERFORM P2B-LER-LANCAMENTO
                        PERFORM P2C-ACEITAR-VALORES
                    END-IF
            END-READ

            .
       P2B-LER-LANCAMENTO.
            MOVE WS-ID-ALUNO TO NT-ID-ALUNO
            MOVE WS-CD-CURSO TO NT-CD-CURSO
            READ NOTA
                KEY IS CH-NOTA
                INVALID KEY
                    SET NOTA-EXISTE TO FALSE
                NOT INVALID KEY
                    SET NOTA-EXISTE TO TRUE
                    PERFORM P4-EXIBIR-LANCAMENTO
            END-READ

            .
       P2C-ACEITAR-VALORES.
            DISPLAY 'NOTA FINAL (99,99): ' WITH NO ADVANCING
            ACCEPT WS-NOTA-FINAL
            DISPLAY 'FREQUENCIA % (999,99): ' WITH NO ADVANCING
            ACCEPT WS-FREQUENCIA
            EVALUATE TRUE
                WHEN WS-NOTA-FINAL NOT NUMERIC
                  OR WS-NOTA-FINAL > WS-NOTA-MAXIMA
                    DISPLAY 'NOTA FINAL INVALIDA - INFORME DE 0 A 10. '
                            'LANCAMENTO NAO GRAVADO.'
                WHEN WS-FREQUENCIA NOT NUMERIC
                  OR WS-FREQUENCIA > WS-FREQ-MAXIMA
                    DISPLAY 'FREQUENCIA INVALIDA - INFORME DE 0 A 100. '
                            'LANCAMENTO NAO GRAVADO.'
                WHEN OTHER
                    PERFORM P2D-GRAVAR-LANCAMENTO
            END-EVALUATE

            .
       P2D-GRAVAR-LANCAMENTO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-ID-ALUNO     TO NT-ID-ALUNO
            MOVE WS-CD-CURSO     TO NT-CD-CURSO
            MOVE WS-NOTA-FINAL   TO NT-NOTA-FINAL
            MOVE WS-FREQUENCIA   TO NT-FREQUENCIA
            MOVE WS-DATA-SISTEMA TO NT-DT-LANCAMENTO
            IF WS-NOTA-FINAL >= WS-NOTA-MINIMA
               AND WS-FREQUENCIA >= WS-FREQ-MINIMA
                MOVE 'A' TO NT-RESULTADO
            ELSE
                MOVE 'R' TO NT-RESULTADO
            END-IF
            IF NOTA-EXISTE
                REWRITE REG-NOTA
                    INVALID KEY
                        PERFORM P5-ERRO-NOTA
                        DISPLAY 'ERRO AO ALTERAR LANCAMENTO - FILE '
                                'STATUS: ' WS-FILES-NOTA ' - '
                                WS-MSG-ERRO
                    NOT INVALID KEY
                        DISPLAY 'LANCAMENTO ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' ALTERADO COM SUCESSO.'
                        PERFORM P4-EXIBIR-LANCAMENTO
                END-REWRITE
            ELSE
                WRITE REG-NOTA
                    INVALID KEY
                        PERFORM P5-ERRO-NOTA
                        DISPLAY 'ERRO AO INCLUIR LANCAMENTO - FILE '
                                'STATUS: ' WS-FILES-NOTA ' - '
                                WS-MSG-ERRO
                    NOT INVALID KEY
                        DISPLAY 'LANCAMENTO ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' INCLUIDO COM SUCESSO.'
                        PERFORM P4-EXIBIR-LANCAMENTO
                END-WRITE
            END-IF

            .
       P3-CONSULTAR.
            DISPLAY 'ID DO ALUNO: ' WITH NO ADVANCING
            ACCEPT WS-ID-ALUNO
            DISPLAY 'CODIGO DO CURSO: ' WITH NO ADVANCING
            ACCEPT WS-CD-CURSO
            MOVE FUNCTION UPPER-CASE(WS-CD-CURSO) TO WS-CD-CURSO
            MOVE WS-ID-ALUNO TO NT-ID-ALUNO
            MOVE WS-CD-CURSO TO NT-CD-CURSO
            READ NOTA
                KEY IS CH-NOTA
                INVALID KEY
                    DISPLAY 'NAO HA LANCAMENTO PARA A MATRICULA '
                            WS-ID-ALUNO '/' WS-CD-CURSO '.'
                NOT INVALID KEY
                    PERFORM P4-EXIBIR-LANCAMENTO
            END-READ

            .
       P4-EXIBIR-LANCAMENTO.
            MOVE NT-NOTA-FINAL TO WS-NOTA-EDITADA
            MOVE NT-FREQUENCIA TO WS-FREQ-EDITADA
            IF NOTA-APROVADO
                DISPLAY 'NOTA: ' WS-NOTA-EDITADA
                        '  FREQUENCIA: ' WS-FREQ-EDITADA '%'
                        '  RESULTADO: APROVADO'
                        '  LANCADO EM ' NT-DT-LANCAMENTO
            ELSE
                DISPLAY 'NOTA: ' WS-NOTA-EDITADA
                        '  FREQUENCIA: ' WS-FREQ-EDITADA '%'
                        '  RESULTADO: REPROVADO'
                        '  LANCADO EM ' NT-DT-LANCAMENTO
            END-IF

            .
       P5-ERRO-NOTA.
            EVALUATE TRUE
                WHEN WS-FILES-NOTA = 22
                    MOVE 'LANCAMENTO JA CADASTRADO PARA A MATRICULA'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-NOTA = 23
                    MOVE 'LANCAMENTO NAO ENCONTRADO NO ARQUIVO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-NOTA = 21
                    MOVE 'SEQUENCIA DE CHAVE INVALIDA PARA GRAVACAO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-NOTA = 24
                    MOVE 'LIMITE DO ARQUIVO/INDICE EXCEDIDO NA GRAVACAO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-NOTA >= 90
                    MOVE 'ERRO DE SISTEMA DE ARQUIVOS'
                        TO WS-MSG-ERRO
                WHEN OTHER
                    MOVE 'ERRO NAO MAPEADO NO ARQUIVO DE NOTAS'
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P0-FIM.
            STOP RUN.
       END PROGRAM NOTAMANT.
