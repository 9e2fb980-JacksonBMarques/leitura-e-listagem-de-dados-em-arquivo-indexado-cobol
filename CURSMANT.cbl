      *          (CFP003S1.DAT) - inclusao, alteracao, encerramento
      *          e reabertura de cursos; o catalogo e a referencia
      *          usada por MATRMANT para validar o codigo do curso,
      *          obter o nome oficial e controlar vagas; mantem
      *          tambem a lista de cursos pre-requisito de cada
      *          curso (CFP007S1.DAT), exigidos na matricula, e o
      *          valor da mensalidade usado no faturamento mensal
      *          (MENSFATU)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT PREREQ ASSIGN TO 'CFP007S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-PREREQ
                FILE STATUS IS WS-FILES-PREREQ.

       DATA DIVISION.
       FILE SECTION.
       FD CURSO.
          COPY CFPK0003.

       FD PREREQ.
          COPY CFPK0007.

       WORKING-STORAGE SECTION.
       01 WS-CURSO                    PIC X(48) VALUE SPACES.
       01 FILLER REDEFINES WS-CURSO.
          03 WS-CD-CURSO                 PIC X(06).
          03 WS-NM-CURSO                 PIC X(20).
          03 WS-CAMPUS-CURSO             PIC X(10).
          03 WS-VG-CURSO                 PIC 9(04).
          03 WS-ST-CURSO                 PIC X(01).
          03 WS-VL-MENSALIDADE           PIC 9(05)V9(02).

       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-FILES-PREREQ                PIC 99    VALUE ZEROS.
       77 WS-CD-PREREQ                   PIC X(06) VALUE SPACES.
       77 WS-CONT-PREREQ                 PIC 9(03) VALUE ZEROS.
       77 WS-FIM-PREREQ                  PIC X     VALUE 'N'.
          88 FIM-PREREQ                  VALUE 'S' FALSE 'N'.
       77 WS-PREREQ-OK                   PIC X     VALUE 'N'.
          88 PREREQ-OK                   VALUE 'S' FALSE 'N'.
       77 WS-SAIR-PREREQ                 PIC X.
          88 SAIR-PREREQ                 VALUE 'F' FALSE 'N'.
       77 WS-OPCAO-PREREQ                PIC X.
          88 OPCAO-PREREQ-INCLUIR        VALUE 'I'.
          88 OPCAO-PREREQ-EXCLUIR        VALUE 'E'.
       01 WS-DATA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-VL-EDITADO                  PIC ZZ.ZZ9,99.
       77 WS-MSG-ERRO                    PIC X(60) VALUE SPACES.
       77 WS-EXIT                        PIC X.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
          88 OPCAO-ALTERAR               VALUE 'A'.
          88 OPCAO-ENCERRAR              VALUE 'E'.
          88 OPCAO-REABRIR               VALUE 'R'.
          88 OPCAO-PREREQ                VALUE 'P'.
          88 OPCAO-FINALIZAR             VALUE 'F'.

       PROCEDURE DIVISION.
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE CURSOS'
                DISPLAY 'FILE STATUS: ' WS-FILES-CURSO
            ELSE
                OPEN I-O PREREQ
                IF WS-FILES-PREREQ = 35
                    OPEN OUTPUT PREREQ
                    CLOSE PREREQ
                    OPEN I-O PREREQ
                END-IF
                IF NOT (WS-FILES-PREREQ = 00 OR WS-FILES-PREREQ = 05)
                    DISPLAY 'ERRO AO ABRIR ARQUIVO DE PRE-REQUISITOS'
                    DISPLAY 'FILE STATUS: ' WS-FILES-PREREQ
                ELSE
                    SET EXIT-OK TO FALSE
                    PERFORM P1-MENU THRU P1-FIM UNTIL EXIT-OK
                    CLOSE PREREQ
                END-IF
                CLOSE CURSO
            END-IF
            PERFORM P0-FIM
       P1-MENU.
            DISPLAY
              'TECLE: <I> incluir, <A> alterar, <E> encerrar, '
              '<R> reabrir, <P> pre-requisitos, <F> finalizar.'
            ACCEPT WS-EXIT
            MOVE FUNCTION UPPER-CASE(WS-EXIT) TO WS-EXIT
            MOVE WS-EXIT TO WS-OPCAO
                    PERFORM P4-ENCERRAR
                WHEN OPCAO-REABRIR
                    PERFORM P8-REABRIR
                WHEN OPCAO-PREREQ
                    PERFORM P9-PRE-REQUISITOS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
                TO WS-CAMPUS-CURSO
            DISPLAY 'VAGAS (4 DIG): ' WITH NO ADVANCING
            ACCEPT WS-VG-CURSO
            DISPLAY 'MENSALIDADE (99999,99): ' WITH NO ADVANCING
            ACCEPT WS-VL-MENSALIDADE

            IF WS-VL-MENSALIDADE NOT NUMERIC
                MOVE ZEROS TO WS-VL-MENSALIDADE
            END-IF

            IF WS-CD-CURSO = SPACES
                DISPLAY 'CODIGO DO CURSO OBRIGATORIO.'
                    MOVE WS-CAMPUS-CURSO TO CR-CAMPUS
                    MOVE WS-VG-CURSO     TO CR-VG-CURSO
                    MOVE 'A'             TO CR-ST-CURSO
                    MOVE WS-VL-MENSALIDADE TO CR-VL-MENSALIDADE
                    WRITE REG-CURSO
                        INVALID KEY
                            PERFORM P5-ERRO-ARQUIVO
                    IF WS-VG-CURSO NOT = ZERO
                        MOVE WS-VG-CURSO TO CR-VG-CURSO
                    END-IF
                    MOVE CR-VL-MENSALIDADE TO WS-VL-EDITADO
                    DISPLAY 'MENSALIDADE ATUAL: ' WS-VL-EDITADO
                    DISPLAY 'NOVA MENSALIDADE (0 MANTEM): '
                            WITH NO ADVANCING
                    ACCEPT WS-VL-MENSALIDADE
                    IF WS-VL-MENSALIDADE NUMERIC
                       AND WS-VL-MENSALIDADE NOT = ZERO
                        MOVE WS-VL-MENSALIDADE TO CR-VL-MENSALIDADE
                    END-IF
                    REWRITE REG-CURSO
                        INVALID KEY
                            PERFORM P5-ERRO-ARQUIVO
                    END-IF
            END-READ

            .
       P9-PRE-REQUISITOS.
            DISPLAY 'CODIGO DO CURSO: ' WITH NO ADVANCING
            ACCEPT WS-CD-CURSO
            MOVE FUNCTION UPPER-CASE(WS-CD-CURSO) TO WS-CD-CURSO
            MOVE WS-CD-CURSO TO CR-CD-CURSO
            READ CURSO
                KEY IS CR-CD-CURSO
                INVALID KEY
                    DISPLAY 'CURSO ' WS-CD-CURSO ' NAO ENCONTRADO.'
                NOT INVALID KEY
                    SET SAIR-PREREQ TO FALSE
                    PERFORM P9B-MENU-PREREQ THRU P9B-FIM
                        UNTIL SAIR-PREREQ
            END-READ

            .
       P9B-MENU-PREREQ.
            PERFORM P9C-LISTAR-PREREQ
            DISPLAY
              'TECLE: <I> incluir pre-requisito, <E> excluir '
              'pre-requisito, <F> voltar.'
            ACCEPT WS-SAIR-PREREQ
            MOVE FUNCTION UPPER-CASE(WS-SAIR-PREREQ) TO WS-SAIR-PREREQ
            MOVE WS-SAIR-PREREQ TO WS-OPCAO-PREREQ
            EVALUATE TRUE
                WHEN OPCAO-PREREQ-INCLUIR
                    PERFORM P9E-INCLUIR-PREREQ
                WHEN OPCAO-PREREQ-EXCLUIR
                    PERFORM P9G-EXCLUIR-PREREQ
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            .
       P9B-FIM.


       P9C-LISTAR-PREREQ.
            MOVE ZEROS TO WS-CONT-PREREQ
            DISPLAY 'PRE-REQUISITOS DO CURSO ' WS-CD-CURSO ':'
            MOVE WS-CD-CURSO TO PR-CD-CURSO
            MOVE LOW-VALUES  TO PR-CD-PREREQ
            SET FIM-PREREQ TO FALSE
            START PREREQ KEY IS NOT LESS THAN CH-PREREQ
                INVALID KEY
                    SET FIM-PREREQ TO TRUE
            END-START
            PERFORM P9D-LER-PREREQ UNTIL FIM-PREREQ
            IF WS-CONT-PREREQ = ZERO
                DISPLAY '   NENHUM PRE-REQUISITO CADASTRADO.'
            END-IF

            .
       P9D-LER-PREREQ.
            READ PREREQ NEXT RECORD
                AT END
                    SET FIM-PREREQ TO TRUE
                NOT AT END
                    IF PR-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-PREREQ TO TRUE
                    ELSE
                        ADD 1 TO WS-CONT-PREREQ
                        MOVE PR-CD-PREREQ TO CR-CD-CURSO
                        READ CURSO
                            KEY IS CR-CD-CURSO
                            INVALID KEY
                                MOVE '*** FORA DO CATALOGO'
                                    TO CR-NM-CURSO
                        END-READ
                        DISPLAY '   ' PR-CD-PREREQ ' - '
                                FUNCTION TRIM(CR-NM-CURSO)
                    END-IF
            END-READ

            .
       P9E-INCLUIR-PREREQ.
            DISPLAY 'CODIGO DO CURSO PRE-REQUISITO: '
                    WITH NO ADVANCING
            ACCEPT WS-CD-PREREQ
            MOVE FUNCTION UPPER-CASE(WS-CD-PREREQ) TO WS-CD-PREREQ
            PERFORM P9F-VALIDAR-PREREQ
            IF PREREQ-OK
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WS-CD-CURSO     TO PR-CD-CURSO
                MOVE WS-CD-PREREQ    TO PR-CD-PREREQ
                MOVE WS-DATA-SISTEMA TO PR-DT-INCLUSAO
                WRITE REG-PREREQ
                    INVALID KEY
                        PERFORM P5B-ERRO-PREREQ
                        DISPLAY 'ERRO AO INCLUIR PRE-REQUISITO - FILE '
                                'STATUS: ' WS-FILES-PREREQ ' - '
                                WS-MSG-ERRO
                    NOT INVALID KEY
                        DISPLAY 'PRE-REQUISITO ' WS-CD-PREREQ
                                ' INCLUIDO NO CURSO ' WS-CD-CURSO '.'
                END-WRITE
            END-IF

            .
       P9F-VALIDAR-PREREQ.
            SET PREREQ-OK TO FALSE
            IF WS-CD-PREREQ = SPACES OR WS-CD-PREREQ = WS-CD-CURSO
                DISPLAY 'PRE-REQUISITO INVALIDO PARA O CURSO '
                        WS-CD-CURSO '.'
            ELSE
                MOVE WS-CD-PREREQ TO CR-CD-CURSO
                READ CURSO
                    KEY IS CR-CD-CURSO
                    INVALID KEY
                        DISPLAY 'CURSO ' WS-CD-PREREQ ' NAO CONSTA DO '
                                'CATALOGO. PRE-REQUISITO NAO INCLUIDO.'
                    NOT INVALID KEY
                        MOVE WS-CD-PREREQ TO PR-CD-CURSO
                        MOVE WS-CD-CURSO  TO PR-CD-PREREQ
                        READ PREREQ
                            KEY IS CH-PREREQ
                            INVALID KEY
                                SET PREREQ-OK TO TRUE
                            NOT INVALID KEY
                                DISPLAY 'CURSO ' WS-CD-CURSO ' JA E '
                                        'PRE-REQUISITO DE '
                                        WS-CD-PREREQ ' - CICLO NAO '
                                        'PERMITIDO.'
                        END-READ
                END-READ
            END-IF

            .
       P9G-EXCLUIR-PREREQ.
            DISPLAY 'CODIGO DO PRE-REQUISITO A EXCLUIR: '
                    WITH NO ADVANCING
            ACCEPT WS-CD-PREREQ
            MOVE FUNCTION UPPER-CASE(WS-CD-PREREQ) TO WS-CD-PREREQ
            MOVE WS-CD-CURSO  TO PR-CD-CURSO
            MOVE WS-CD-PREREQ TO PR-CD-PREREQ
            DELETE PREREQ
                INVALID KEY
                    DISPLAY 'PRE-REQUISITO ' WS-CD-PREREQ
                            ' NAO CADASTRADO PARA O CURSO '
                            WS-CD-CURSO '.'
                NOT INVALID KEY
                    DISPLAY 'PRE-REQUISITO ' WS-CD-PREREQ
                            ' EXCLUIDO DO CURSO ' WS-CD-CURSO '.'
            END-DELETE

            .
       P5-ERRO-ARQUIVO.
            EVALUATE TRUE
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P5B-ERRO-PREREQ.
            EVALUATE TRUE
                WHEN WS-FILES-PREREQ = 22
                    MOVE 'PRE-REQUISITO JA CADASTRADO PARA O CURSO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-PREREQ = 24
                    MOVE 'LIMITE DO ARQUIVO/INDICE EXCEDIDO NA GRAVACAO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-PREREQ >= 90
                    MOVE 'ERRO DE SISTEMA DE ARQUIVOS'
                        TO WS-MSG-ERRO
                WHEN OTHER
                    MOVE 'ERRO NAO MAPEADO NO ARQUIVO DE PRE-REQUISITOS'
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P0-FIM.
            STOP RUN.
