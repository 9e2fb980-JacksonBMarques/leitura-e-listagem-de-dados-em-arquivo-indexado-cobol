      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: manutencao do calendario de periodos letivos
      *          (CFP008S1.DAT) - inclusao, alteracao, consulta e
      *          listagem de periodos com data de inicio, prazo de
      *          matricula e data de termino; a janela de matricula
      *          (inicio ate prazo) e usada por DATAVLD para aceitar
      *          ou recusar datas de matricula em MATRMANT e
      *          MATRCARG, por isso as janelas de periodos abertos
      *          nao podem se sobrepor; periodo fechado por
      *          PERIFECH nao pode mais ser alterado
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIMANT.

       ENVIRONMENT DIVISION.
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
       01 WS-PERIODO                  PIC X(50) VALUE SPACES.
       01 FILLER REDEFINES WS-PERIODO.
          03 WS-CD-PERIODO               PIC X(06).
          03 WS-DS-PERIODO               PIC X(20).
          03 WS-DT-INICIO                PIC 9(08).
          03 WS-DT-LIMITE                PIC 9(08).
          03 WS-DT-FIM                   PIC 9(08).

       77 WS-FILES-PERIODO               PIC 99    VALUE ZEROS.
       77 WS-DT-DIGITADA                 PIC 9(08) VALUE ZEROS.
       77 WS-DTV-DATA                    PIC X(08) VALUE SPACES.
       77 WS-DTV-OPCAO                   PIC X(01) VALUE SPACES.
       77 WS-DTV-RETORNO                 PIC X(01) VALUE SPACES.
       77 WS-DTV-MENSAGEM                PIC X(30) VALUE SPACES.
       77 WS-PERIODO-OK                  PIC X     VALUE 'N'.
          88 PERIODO-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-PERIODO                 PIC X     VALUE 'N'.
          88 FIM-PERIODO                 VALUE 'S' FALSE 'N'.
       77 WS-CONT-PERIODOS               PIC 9(05) VALUE ZEROS.
       77 WS-MSG-ERRO                    PIC X(60) VALUE SPACES.
       77 WS-EXIT                        PIC X.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
          88 OPCAO-INCLUIR               VALUE 'I'.
          88 OPCAO-ALTERAR               VALUE 'A'.
          88 OPCAO-CONSULTAR             VALUE 'C'.
          88 OPCAO-LISTAR                VALUE 'L'.
          88 OPCAO-FINALIZAR             VALUE 'F'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '** manutencao do calendario de periodos letivos'
            OPEN I-O PERIODO
            IF NOT (WS-FILES-PERIODO = 00 OR WS-FILES-PERIODO = 05)
                IF WS-FILES-PERIODO = 35
                    OPEN OUTPUT PERIODO
                    CLOSE PERIODO
                    OPEN I-O PERIODO
                END-IF
            END-IF
            IF NOT (WS-FILES-PERIODO = 00 OR WS-FILES-PERIODO = 05)
                DISPLAY 'ERRO AO ABRIR ARQUIVO DE PERIODOS'
                DISPLAY 'FILE STATUS: ' WS-FILES-PERIODO
            ELSE
                SET EXIT-OK TO FALSE
                PERFORM P1-MENU THRU P1-FIM UNTIL EXIT-OK
                CLOSE PERIODO
            END-IF
            PERFORM P0-FIM

            .
       P1-MENU.
            DISPLAY
              'TECLE: <I> incluir, <A> alterar, <C> consultar, '
              '<L> listar, <F> finalizar.'
            ACCEPT WS-EXIT
            MOVE FUNCTION UPPER-CASE(WS-EXIT) TO WS-EXIT
            MOVE WS-EXIT TO WS-OPCAO
            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                    PERFORM P2-INCLUIR
                WHEN OPCAO-ALTERAR
                    PERFORM P3-ALTERAR
                WHEN OPCAO-CONSULTAR
                    PERFORM P4-CONSULTAR
                WHEN OPCAO-LISTAR
                    PERFORM P8-LISTAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            .
       P1-FIM.


       P2-INCLUIR.
            MOVE SPACES TO WS-PERIODO
            DISPLAY 'CODIGO DO PERIODO (EX: 2026S2): '
                    WITH NO ADVANCING
            ACCEPT WS-CD-PERIODO
            MOVE FUNCTION UPPER-CASE(WS-CD-PERIODO) TO WS-CD-PERIODO
            DISPLAY 'DESCRICAO DO PERIODO: ' WITH NO ADVANCING
            ACCEPT WS-DS-PERIODO
            DISPLAY 'DATA DE INICIO (AAAAMMDD): ' WITH NO ADVANCING
            ACCEPT WS-DT-INICIO
            DISPLAY 'PRAZO DE MATRICULA (AAAAMMDD): '
                    WITH NO ADVANCING
            ACCEPT WS-DT-LIMITE
            DISPLAY 'DATA DE TERMINO (AAAAMMDD): ' WITH NO ADVANCING
            ACCEPT WS-DT-FIM

            IF WS-CD-PERIODO = SPACES
                DISPLAY 'CODIGO DO PERIODO OBRIGATORIO.'
            ELSE
                PERFORM P9-VALIDAR-PERIODO
                IF PERIODO-OK
                    PERFORM P2B-GRAVAR-PERIODO
                END-IF
            END-IF

            .
       P2B-GRAVAR-PERIODO.
            MOVE WS-CD-PERIODO TO PE-CD-PERIODO
            MOVE WS-DS-PERIODO TO PE-DS-PERIODO
            MOVE WS-DT-INICIO  TO PE-DT-INICIO
            MOVE WS-DT-LIMITE  TO PE-DT-LIMITE
            MOVE WS-DT-FIM     TO PE-DT-FIM
            MOVE 'A'           TO PE-ST-PERIODO
            MOVE ZEROS         TO PE-DT-FECHAMENTO
            WRITE REG-PERIODO
                INVALID KEY
                    PERFORM P5-ERRO-ARQUIVO
                    DISPLAY 'ERRO AO INCLUIR PERIODO - FILE STATUS: '
                            WS-FILES-PERIODO ' - ' WS-MSG-ERRO
                NOT INVALID KEY
                    DISPLAY 'PERIODO ' WS-CD-PERIODO
                            ' INCLUIDO COM SUCESSO.'
            END-WRITE

            .
       P3-ALTERAR.
            DISPLAY 'CODIGO DO PERIODO A ALTERAR: ' WITH NO ADVANCING
            ACCEPT WS-CD-PERIODO
            MOVE FUNCTION UPPER-CASE(WS-CD-PERIODO) TO WS-CD-PERIODO
            MOVE WS-CD-PERIODO TO PE-CD-PERIODO
            READ PERIODO
                KEY IS PE-CD-PERIODO
                INVALID KEY
                    DISPLAY 'PERIODO ' WS-CD-PERIODO ' NAO ENCONTRADO.'
                NOT INVALID KEY
                    IF PERIODO-FECHADO
                        DISPLAY 'PERIODO ' WS-CD-PERIODO ' FECHADO EM '
                                PE-DT-FECHAMENTO
                                ' - ALTERACAO NAO PERMITIDA.'
                    ELSE
                        PERFORM P3B-ACEITAR-ALTERACAO
                    END-IF
            END-READ

            .
       P3B-ACEITAR-ALTERACAO.
            MOVE PE-DS-PERIODO TO WS-DS-PERIODO
            MOVE PE-DT-INICIO  TO WS-DT-INICIO
            MOVE PE-DT-LIMITE  TO WS-DT-LIMITE
            MOVE PE-DT-FIM     TO WS-DT-FIM
            DISPLAY 'DESCRICAO ATUAL: ' PE-DS-PERIODO
            DISPLAY 'NOVA DESCRICAO (ENTER MANTEM): ' WITH NO ADVANCING
            ACCEPT WS-DS-PERIODO
            IF WS-DS-PERIODO = SPACES
                MOVE PE-DS-PERIODO TO WS-DS-PERIODO
            END-IF
            DISPLAY 'INICIO ATUAL: ' PE-DT-INICIO
            DISPLAY 'NOVO INICIO (0 MANTEM): ' WITH NO ADVANCING
            ACCEPT WS-DT-DIGITADA
            IF WS-DT-DIGITADA NOT = ZERO
                MOVE WS-DT-DIGITADA TO WS-DT-INICIO
            END-IF
            DISPLAY 'PRAZO DE MATRICULA ATUAL: ' PE-DT-LIMITE
            DISPLAY 'NOVO PRAZO (0 MANTEM): ' WITH NO ADVANCING
            ACCEPT WS-DT-DIGITADA
            IF WS-DT-DIGITADA NOT = ZERO
                MOVE WS-DT-DIGITADA TO WS-DT-LIMITE
            END-IF
            DISPLAY 'TERMINO ATUAL: ' PE-DT-FIM
            DISPLAY 'NOVO TERMINO (0 MANTEM): ' WITH NO ADVANCING
            ACCEPT WS-DT-DIGITADA
            IF WS-DT-DIGITADA NOT = ZERO
                MOVE WS-DT-DIGITADA TO WS-DT-FIM
            END-IF
            PERFORM P9-VALIDAR-PERIODO
            IF PERIODO-OK
                MOVE WS-CD-PERIODO TO PE-CD-PERIODO
                MOVE WS-DS-PERIODO TO PE-DS-PERIODO
                MOVE WS-DT-INICIO  TO PE-DT-INICIO
                MOVE WS-DT-LIMITE  TO PE-DT-LIMITE
                MOVE WS-DT-FIM     TO PE-DT-FIM
                MOVE 'A'           TO PE-ST-PERIODO
                MOVE ZEROS         TO PE-DT-FECHAMENTO
                REWRITE REG-PERIODO
                    INVALID KEY
                        PERFORM P5-ERRO-ARQUIVO
                        DISPLAY 'ERRO AO ALTERAR - FILE STATUS: '
                                WS-FILES-PERIODO ' - ' WS-MSG-ERRO
                    NOT INVALID KEY
                        DISPLAY 'PERIODO ' WS-CD-PERIODO
                                ' ALTERADO COM SUCESSO.'
                END-REWRITE
            ELSE
                DISPLAY 'PERIODO ' WS-CD-PERIODO ' NAO ALTERADO.'
            END-IF

            .
       P4-CONSULTAR.
            DISPLAY 'CODIGO DO PERIODO: ' WITH NO ADVANCING
            ACCEPT WS-CD-PERIODO
            MOVE FUNCTION UPPER-CASE(WS-CD-PERIODO) TO WS-CD-PERIODO
            MOVE WS-CD-PERIODO TO PE-CD-PERIODO
            READ PERIODO
                KEY IS PE-CD-PERIODO
                INVALID KEY
                    DISPLAY 'PERIODO ' WS-CD-PERIODO ' NAO ENCONTRADO.'
                NOT INVALID KEY
                    PERFORM P4B-EXIBIR-PERIODO
            END-READ

            .
       P4B-EXIBIR-PERIODO.
            DISPLAY 'PERIODO:            ' PE-CD-PERIODO ' - '
                    FUNCTION TRIM(PE-DS-PERIODO)
            DISPLAY 'INICIO:             ' PE-DT-INICIO
            DISPLAY 'PRAZO DE MATRICULA: ' PE-DT-LIMITE
            DISPLAY 'TERMINO:            ' PE-DT-FIM
            IF PERIODO-FECHADO
                DISPLAY 'SITUACAO:           FECHADO EM '
                        PE-DT-FECHAMENTO
            ELSE
                DISPLAY 'SITUACAO:           ABERTO'
            END-IF

            .
       P8-LISTAR.
            MOVE ZEROS TO WS-CONT-PERIODOS
            MOVE LOW-VALUES TO PE-CD-PERIODO
            SET FIM-PERIODO TO FALSE
            START PERIODO KEY IS NOT LESS THAN PE-CD-PERIODO
                INVALID KEY
                    SET FIM-PERIODO TO TRUE
            END-START
            PERFORM P8B-LER-PERIODO UNTIL FIM-PERIODO
            DISPLAY 'PERIODOS CADASTRADOS: ' WS-CONT-PERIODOS

            .
       P8B-LER-PERIODO.
            READ PERIODO NEXT RECORD
                AT END
                    SET FIM-PERIODO TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-PERIODOS
                    IF PERIODO-FECHADO
                        DISPLAY PE-CD-PERIODO ' ' PE-DS-PERIODO ' '
                                PE-DT-INICIO ' ' PE-DT-LIMITE ' '
                                PE-DT-FIM ' FECHADO'
                    ELSE
                        DISPLAY PE-CD-PERIODO ' ' PE-DS-PERIODO ' '
                                PE-DT-INICIO ' ' PE-DT-LIMITE ' '
                                PE-DT-FIM ' ABERTO'
                    END-IF
            END-READ

            .
       P9-VALIDAR-PERIODO.
            SET PERIODO-OK TO FALSE
            MOVE WS-DT-INICIO TO WS-DTV-DATA
            PERFORM P9B-VALIDAR-DATA
            IF WS-DTV-RETORNO NOT = '0'
                DISPLAY 'DATA DE INICIO INVALIDA - '
                        FUNCTION TRIM(WS-DTV-MENSAGEM) '.'
            ELSE
                MOVE WS-DT-LIMITE TO WS-DTV-DATA
                PERFORM P9B-VALIDAR-DATA
                IF WS-DTV-RETORNO NOT = '0'
                    DISPLAY 'PRAZO DE MATRICULA INVALIDO - '
                            FUNCTION TRIM(WS-DTV-MENSAGEM) '.'
                ELSE
                    MOVE WS-DT-FIM TO WS-DTV-DATA
                    PERFORM P9B-VALIDAR-DATA
                    IF WS-DTV-RETORNO NOT = '0'
                        DISPLAY 'DATA DE TERMINO INVALIDA - '
                                FUNCTION TRIM(WS-DTV-MENSAGEM) '.'
                    ELSE
                        PERFORM P9C-VALIDAR-SEQUENCIA
                    END-IF
                END-IF
            END-IF

            .
       P9B-VALIDAR-DATA.
            MOVE 'F' TO WS-DTV-OPCAO
            CALL 'DATAVLD' USING WS-DTV-DATA WS-DTV-OPCAO
                                 WS-DTV-RETORNO WS-DTV-MENSAGEM

            .
       P9C-VALIDAR-SEQUENCIA.
            IF WS-DT-LIMITE < WS-DT-INICIO
                DISPLAY 'PRAZO DE MATRICULA ANTERIOR AO INICIO DO '
                        'PERIODO.'
            ELSE
                IF WS-DT-FIM < WS-DT-LIMITE
                    DISPLAY 'TERMINO ANTERIOR AO PRAZO DE MATRICULA.'
                ELSE
                    SET PERIODO-OK TO TRUE
                    PERFORM P9D-VERIFICAR-SOBREPOSICAO
                END-IF
            END-IF

            .
       P9D-VERIFICAR-SOBREPOSICAO.
            MOVE LOW-VALUES TO PE-CD-PERIODO
            SET FIM-PERIODO TO FALSE
            START PERIODO KEY IS NOT LESS THAN PE-CD-PERIODO
                INVALID KEY
                    SET FIM-PERIODO TO TRUE
            END-START
            PERFORM P9E-LER-SOBREPOSICAO UNTIL FIM-PERIODO

            .
       P9E-LER-SOBREPOSICAO.
            READ PERIODO NEXT RECORD
                AT END
                    SET FIM-PERIODO TO TRUE
                NOT AT END
                    IF PE-CD-PERIODO NOT = WS-CD-PERIODO
                       AND PERIODO-ABERTO
                       AND PE-DT-INICIO <= WS-DT-LIMITE
                       AND WS-DT-INICIO <= PE-DT-LIMITE
                        SET PERIODO-OK TO FALSE
                        SET FIM-PERIODO TO TRUE
                        DISPLAY 'JANELA DE MATRICULA SOBREPOE A DO '
                                'PERIODO ABERTO ' PE-CD-PERIODO ' ('
                                PE-DT-INICIO ' A ' PE-DT-LIMITE ').'
                    END-IF
            END-READ

            .
       P5-ERRO-ARQUIVO.
            EVALUATE TRUE
                WHEN WS-FILES-PERIODO = 22
                    MOVE 'CODIGO DE PERIODO JA CADASTRADO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-PERIODO = 23
                    MOVE 'PERIODO NAO ENCONTRADO NO ARQUIVO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-PERIODO = 24
                    MOVE 'LIMITE DO ARQUIVO/INDICE EXCEDIDO NA GRAVACAO'
                        TO WS-MSG-ERRO
                WHEN WS-FILES-PERIODO >= 90
                    MOVE 'ERRO DE SISTEMA DE ARQUIVOS'
                        TO WS-MSG-ERRO
                WHEN OTHER
                    MOVE 'ERRO NAO MAPEADO NO ARQUIVO DE PERIODOS'
                        TO WS-MSG-ERRO
            END-EVALUATE

            .
       P0-FIM.
            STOP RUN.
       END PROGRAM PERIMANT.
