      *          arquivo de alunos (CFP001S1.DAT) e que o curso
      *          existe no catalogo oficial (CFP003S1.DAT), esta
      *          aberto e tem vagas; o nome do curso e sempre o
      *          nome oficial do catalogo; a conclusao so e aceita
      *          com resultado aprovado lancado em CFP005S1.DAT;
      *          curso sem vagas coloca o aluno na lista de espera
      *          do curso (CFP006S1.DAT) e o cancelamento ou a
      *          exclusao de matricula ativa matricula
      *          automaticamente o primeiro aluno elegivel da fila
      *          (candidato de outro campus que nao pode ser
      *          verificado interrompe a promocao ate a proxima
      *          execucao, sem perder a vez na fila);
      *          a inclusao exige matricula concluida em cada curso
      *          pre-requisito do curso (CFP007S1.DAT); a data da
      *          matricula precisa estar na janela de matricula de
      *          um periodo letivo aberto (CFP008S1.DAT, via
      *          DATAVLD) e o periodo e gravado na matricula;
      *          aluno com fatura de mensalidade (CFP009S1.DAT) em
      *          aberto vencida ha mais de 60 dias recebe aviso na
      *          inclusao, ou tem a inclusao bloqueada com
      *          MATRMANT_INADIMPLENCIA=BLOQUEAR; a contagem de
      *          vagas le so as matriculas do curso pela chave
      *          alternativa MT-CD-CURSO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-MATRICULA
                ALTERNATE RECORD KEY IS MT-CD-CURSO WITH DUPLICATES
                FILE STATUS IS WS-FILES-MATR.


                RECORD KEY IS CR-CD-CURSO
                FILE STATUS IS WS-FILES-CURSO.

                SELECT NOTA ASSIGN TO 'CFP005S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-NOTA
                FILE STATUS IS WS-FILES-NOTA.

                SELECT ESPERA ASSIGN TO 'CFP006S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-ESPERA
                FILE STATUS IS WS-FILES-ESPERA.

                SELECT PREREQ ASSIGN TO 'CFP007S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-PREREQ
                FILE STATUS IS WS-FILES-PREREQ.

                SELECT FATURA ASSIGN TO 'CFP009S1.DAT'
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CH-FATURA
                FILE STATUS IS WS-FILES-FATURA.

                SELECT ALUNO-ESP ASSIGN USING WS-ARQUIVO-ESPERA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS AE-ID-ALUNO
                ALTERNATE RECORD KEY IS AE-NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES-ALUNO-ESP.

                SELECT ARQ-CONFIG ASSIGN TO 'CAMPUS.CFG'
                ORGANIZATION IS LINE SEQUENTIAL
       FD CURSO.
          COPY CFPK0003.

       FD NOTA.
          COPY CFPK0005.

       FD ESPERA.
          COPY CFPK0006.

       FD PREREQ.
          COPY CFPK0007.

       FD FATURA.
          COPY CFPK0009.

       FD ALUNO-ESP.
       01 REG-ALUNO-ESP.
          03 AE-ID-ALUNO                 PIC 9(07).
          03 AE-NM-ALUNO                 PIC X(20).
          03 AE-TL-ALUNO                 PIC 9(09).
          03 AE-ST-ALUNO                 PIC X(01).
             88 AE-ALUNO-INATIVO         VALUE 'I'.
          03 AE-DT-INATIVACAO            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-MATRICULA                PIC X(41) VALUE SPACES.
       01 FILLER REDEFINES WS-MATRICULA.
       77 WS-FILES-CURSO                 PIC 99    VALUE ZEROS.
       77 WS-CURSO-DISPONIVEL            PIC X     VALUE 'N'.
          88 CURSO-DISPONIVEL            VALUE 'S' FALSE 'N'.
       77 WS-FILES-NOTA                  PIC 99    VALUE ZEROS.
       77 WS-NOTA-DISPONIVEL             PIC X     VALUE 'N'.
          88 NOTA-DISPONIVEL             VALUE 'S' FALSE 'N'.
       77 WS-FILES-ESPERA                PIC 99    VALUE ZEROS.
       77 WS-ESPERA-DISPONIVEL           PIC X     VALUE 'N'.
          88 ESPERA-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-FIM-ESPERA                  PIC X     VALUE 'N'.
          88 FIM-ESPERA                  VALUE 'S' FALSE 'N'.
       77 WS-JA-NA-ESPERA                PIC X     VALUE 'N'.
          88 JA-NA-ESPERA                VALUE 'S' FALSE 'N'.
       77 WS-PROMOCAO-FEITA              PIC X     VALUE 'N'.
          88 PROMOCAO-FEITA              VALUE 'S' FALSE 'N'.
       77 WS-VAGA-LIBERADA               PIC X     VALUE 'N'.
          88 VAGA-LIBERADA               VALUE 'S' FALSE 'N'.
       77 WS-SITUACAO-GRAVADA            PIC X     VALUE 'N'.
          88 SITUACAO-GRAVADA            VALUE 'S' FALSE 'N'.
       77 WS-CANDIDATO                   PIC X     VALUE SPACES.
          88 CANDIDATO-ELEGIVEL          VALUE 'S'.
          88 CANDIDATO-INELEGIVEL        VALUE 'N'.
          88 CANDIDATO-NAO-VERIFICADO    VALUE 'V'.
       77 WS-MOTIVO-ESPERA               PIC X(30) VALUE SPACES.
       77 WS-ULTIMA-SEQ                  PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO-ESPERA              PIC 9(05) VALUE ZEROS.
       77 WS-HORA-SISTEMA                PIC 9(08) VALUE ZEROS.
       77 WS-ARQUIVO-ESPERA              PIC X(100) VALUE SPACES.
       77 WS-FILES-ALUNO-ESP             PIC 99    VALUE ZEROS.
       77 WS-ARQUIVO-ESPERA-OK           PIC X     VALUE 'N'.
          88 ARQUIVO-ESPERA-OK           VALUE 'S' FALSE 'N'.
       77 WS-FILES-PREREQ                PIC 99    VALUE ZEROS.
       77 WS-PREREQ-SITUACAO             PIC X     VALUE 'N'.
          88 PREREQ-DISPONIVEL           VALUE 'S'.
          88 PREREQ-INEXISTENTE          VALUE 'N'.
          88 PREREQ-ERRO                 VALUE 'E'.
       77 WS-FIM-PREREQ                  PIC X     VALUE 'N'.
          88 FIM-PREREQ                  VALUE 'S' FALSE 'N'.
       77 WS-PREREQ-CUMPRIDO             PIC X     VALUE 'N'.
          88 PREREQ-CUMPRIDO             VALUE 'S' FALSE 'N'.
       77 WS-PREREQ-FALTANTE             PIC X(06) VALUE SPACES.
       77 WS-CURSO-OK                    PIC X     VALUE 'N'.
          88 CURSO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-MATR                    PIC X     VALUE 'N'.
       77 WS-DTV-MENSAGEM                PIC X(30) VALUE SPACES.
       77 WS-DATA-OK                     PIC X     VALUE 'N'.
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
       77 WS-CD-PERIODO                  PIC X(06) VALUE SPACES.
       77 WS-FILES-FATURA                PIC 99    VALUE ZEROS.
       77 WS-FATURA-DISPONIVEL           PIC X     VALUE 'N'.
          88 FATURA-DISPONIVEL           VALUE 'S' FALSE 'N'.
       77 WS-FIM-FATURA                  PIC X     VALUE 'N'.
          88 FIM-FATURA                  VALUE 'S' FALSE 'N'.
       77 WS-INADIMPLENCIA-PARM          PIC X(08) VALUE SPACES.
          88 INADIMPLENCIA-BLOQUEIA      VALUE 'BLOQUEAR'.
       77 WS-INCLUSAO-BLOQUEADA          PIC X     VALUE 'N'.
          88 INCLUSAO-BLOQUEADA          VALUE 'S' FALSE 'N'.
       77 WS-HOJE-INT                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                 PIC 9(05) VALUE ZEROS.
       77 WS-MAIOR-ATRASO                PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS               PIC 9(03) VALUE ZEROS.
       77 WS-ARQUIVO-ALUNO               PIC X(100) VALUE
          'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S1.DAT'.
       77 WS-CAMPUS                      PIC X(10)  VALUE 'SEDE'.
                        DISPLAY 'SESSAO DE MATRICULAS NAO INICIADA.'
                    ELSE
                        PERFORM P7-ABRIR-CURSO
                        PERFORM P7B-ABRIR-NOTA
                        PERFORM P7C-ABRIR-ESPERA
                        PERFORM P7D-ABRIR-PREREQ
                        PERFORM P7E-ABRIR-FATURA
                        SET EXIT-OK TO FALSE
                        PERFORM P1-MENU THRU P1-FIM UNTIL EXIT-OK
                        IF CURSO-DISPONIVEL
                            CLOSE CURSO
                        END-IF
                        IF NOTA-DISPONIVEL
                            CLOSE NOTA
                        END-IF
                        IF ESPERA-DISPONIVEL
                            CLOSE ESPERA
                        END-IF
                        IF PREREQ-DISPONIVEL
                            CLOSE PREREQ
                        END-IF
                        IF FATURA-DISPONIVEL
                            CLOSE FATURA
                        END-IF
                        PERFORM P11B-REMOVER-TRAVA
                    END-IF
                    CLOSE ALUNO
                        DISPLAY 'ALUNO ' WS-ID-ALUNO ' ESTA INATIVO. '
                                'MATRICULA NAO PERMITIDA.'
                    ELSE
                        PERFORM P14-VERIFICAR-INADIMPLENCIA
                        IF NOT INCLUSAO-BLOQUEADA
                            PERFORM P2B-INCLUIR-MATRICULA
                        END-IF
                    END-IF
            END-READ

                        DISPLAY 'CURSO ' WS-CD-CURSO ' ESTA '
                                'ENCERRADO. MATRICULA NAO PERMITIDA.'
                    ELSE
                        PERFORM P2G-VERIFICAR-PREREQ
                        IF PREREQ-CUMPRIDO
                            PERFORM P2H-VERIFICAR-VAGAS
                        END-IF
                    END-IF
            END-READ

            .
       P2G-VERIFICAR-PREREQ.
            SET PREREQ-CUMPRIDO TO TRUE
            MOVE SPACES TO WS-PREREQ-FALTANTE
            EVALUATE TRUE
                WHEN PREREQ-ERRO
                    SET PREREQ-CUMPRIDO TO FALSE
                    DISPLAY 'ARQUIVO DE PRE-REQUISITOS INDISPONIVEL. '
                            'MATRICULA NAO PERMITIDA.'
                WHEN PREREQ-DISPONIVEL
                    MOVE WS-CD-CURSO TO PR-CD-CURSO
                    MOVE LOW-VALUES  TO PR-CD-PREREQ
                    SET FIM-PREREQ TO FALSE
                    START PREREQ KEY IS NOT LESS THAN CH-PREREQ
                        INVALID KEY
                            SET FIM-PREREQ TO TRUE
                    END-START
                    PERFORM P2G2-LER-PREREQ
                        UNTIL FIM-PREREQ OR NOT PREREQ-CUMPRIDO
                    IF NOT PREREQ-CUMPRIDO
                        DISPLAY 'PRE-REQUISITO ' WS-PREREQ-FALTANTE
                                ' NAO CONCLUIDO PELO ALUNO '
                                WS-ID-ALUNO '. MATRICULA NAO '
                                'PERMITIDA.'
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            .
       P2G2-LER-PREREQ.
            READ PREREQ NEXT RECORD
                AT END
                    SET FIM-PREREQ TO TRUE
                NOT AT END
                    IF PR-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-PREREQ TO TRUE
                    ELSE
                        MOVE WS-ID-ALUNO  TO MT-ID-ALUNO
                        MOVE PR-CD-PREREQ TO MT-CD-CURSO
                        READ MATRICULA
                            KEY IS CH-MATRICULA
                            INVALID KEY
                                SET PREREQ-CUMPRIDO TO FALSE
                            NOT INVALID KEY
                                IF NOT MATRICULA-CONCLUIDA
                                    SET PREREQ-CUMPRIDO TO FALSE
                                END-IF
                        END-READ
                        IF NOT PREREQ-CUMPRIDO
                            MOVE PR-CD-PREREQ TO WS-PREREQ-FALTANTE
                        END-IF
                    END-IF
            END-READ

            .
       P2H-VERIFICAR-VAGAS.
            PERFORM P2D-CONTAR-VAGAS
            IF CR-VG-CURSO > ZERO
               AND WS-CONT-VAGAS >= CR-VG-CURSO
                DISPLAY 'CURSO ' WS-CD-CURSO ' SEM VAGAS ('
                        WS-CONT-VAGAS ' DE ' CR-VG-CURSO
                        '). MATRICULA NAO PERMITIDA.'
                PERFORM P13-INCLUIR-ESPERA
            ELSE
                MOVE CR-NM-CURSO TO WS-NM-CURSO
                SET CURSO-OK TO TRUE
            END-IF

            .
       P2D-CONTAR-VAGAS.
            MOVE ZEROS TO WS-CONT-VAGAS
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            SET FIM-MATR TO FALSE
            START MATRICULA KEY IS EQUAL TO MT-CD-CURSO
                INVALID KEY
                    SET FIM-MATR TO TRUE
            END-START
                AT END
                    SET FIM-MATR TO TRUE
                NOT AT END
                    IF MT-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-MATR TO TRUE
                    ELSE
                        IF MATRICULA-ATIVA
                            ADD 1 TO WS-CONT-VAGAS
                        END-IF
                    END-IF
            END-READ

            MOVE WS-DT-MATRICULA TO MT-DT-MATRICULA
            MOVE 'A'             TO MT-ST-MATRICULA
            MOVE ZEROS           TO MT-DT-SITUACAO
            MOVE WS-CD-PERIODO   TO MT-CD-PERIODO

            WRITE REG-MATRICULA
                INVALID KEY
                            WS-FILES-MATR ' - ' WS-MSG-ERRO
                NOT INVALID KEY
                    DISPLAY 'MATRICULA ' WS-ID-ALUNO '/' WS-CD-CURSO
                            ' INCLUIDA COM SUCESSO NO PERIODO '
                            WS-CD-PERIODO '.'
            END-WRITE

            .
                        PERFORM P9-VALIDAR-DATA
                        IF DATA-OK
                            MOVE WS-DT-MATRICULA TO MT-DT-MATRICULA
                            MOVE WS-CD-PERIODO   TO MT-CD-PERIODO
                        ELSE
                            DISPLAY 'NOVA DATA INVALIDA - '
                                    FUNCTION TRIM(WS-DTV-MENSAGEM)
                    DISPLAY 'MATRICULA ' WS-ID-ALUNO '/' WS-CD-CURSO
                            ' NAO ENCONTRADA.'
                NOT INVALID KEY
                    IF MATRICULA-ATIVA
                        SET VAGA-LIBERADA TO TRUE
                    ELSE
                        SET VAGA-LIBERADA TO FALSE
                    END-IF
                    DELETE MATRICULA
                        INVALID KEY
                            PERFORM P5B-ERRO-MATRICULA
                            DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                    WS-CD-CURSO
                                    ' EXCLUIDA COM SUCESSO.'
                            IF VAGA-LIBERADA
                                PERFORM P12-PROMOVER-ESPERA
                            END-IF
                    END-DELETE
            END-READ

                        DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' NAO ESTA ATIVA.'
                    ELSE
                        PERFORM P6C-VERIFICAR-RESULTADO
                    END-IF
            END-READ

                    ELSE
                        MOVE 'X' TO MT-ST-MATRICULA
                        PERFORM P6B-GRAVAR-SITUACAO
                        IF SITUACAO-GRAVADA
                            PERFORM P12-PROMOVER-ESPERA
                        END-IF
                    END-IF
            END-READ

       P6B-GRAVAR-SITUACAO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO MT-DT-SITUACAO
            SET SITUACAO-GRAVADA TO FALSE
            REWRITE REG-MATRICULA
                INVALID KEY
                    PERFORM P5B-ERRO-MATRICULA
                    DISPLAY 'ERRO AO GRAVAR SITUACAO - FILE STATUS: '
                            WS-FILES-MATR ' - ' WS-MSG-ERRO
                NOT INVALID KEY
                    SET SITUACAO-GRAVADA TO TRUE
                    IF MATRICULA-CONCLUIDA
                        DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' CONCLUIDA EM '
                    END-IF
            END-REWRITE

            .
       P6C-VERIFICAR-RESULTADO.
            IF NOT NOTA-DISPONIVEL
                DISPLAY 'ARQUIVO DE NOTAS INDISPONIVEL. '
                        'CONCLUSAO NAO PERMITIDA.'
            ELSE
                MOVE WS-ID-ALUNO TO NT-ID-ALUNO
                MOVE WS-CD-CURSO TO NT-CD-CURSO
                READ NOTA
                    KEY IS CH-NOTA
                    INVALID KEY
                        DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' SEM NOTA/FREQUENCIA '
                                'LANCADA. CONCLUSAO NAO PERMITIDA.'
                    NOT INVALID KEY
                        IF NOTA-APROVADO
                            MOVE 'C' TO MT-ST-MATRICULA
                            PERFORM P6B-GRAVAR-SITUACAO
                        ELSE
                            DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                    WS-CD-CURSO ' COM RESULTADO '
                                    'REPROVADO. CONCLUSAO NAO '
                                    'PERMITIDA.'
                        END-IF
                END-READ
            END-IF

            .
       P9-VALIDAR-DATA.
            MOVE 'P' TO WS-DTV-OPCAO
            CALL 'DATAVLD' USING WS-DTV-DATA WS-DTV-OPCAO
                                 WS-DTV-RETORNO WS-DTV-MENSAGEM
            IF WS-DTV-RETORNO = '0'
                SET DATA-OK TO TRUE
                MOVE WS-DTV-MENSAGEM(1:6) TO WS-CD-PERIODO
            ELSE
                SET DATA-OK TO FALSE
            END-IF
                        'NESTA SESSAO.'
            END-IF

            .
       P7B-ABRIR-NOTA.
            OPEN INPUT NOTA
            IF WS-FILES-NOTA = 00 OR WS-FILES-NOTA = 05
                SET NOTA-DISPONIVEL TO TRUE
            ELSE
                SET NOTA-DISPONIVEL TO FALSE
                DISPLAY 'AVISO: ARQUIVO DE NOTAS CFP005S1.DAT '
                        'INDISPONIVEL - FILE STATUS: ' WS-FILES-NOTA
                DISPLAY 'CONCLUSAO DE MATRICULAS FICARA BLOQUEADA '
                        'NESTA SESSAO.'
            END-IF

            .
       P7C-ABRIR-ESPERA.
            OPEN I-O ESPERA
            IF WS-FILES-ESPERA = 35
                OPEN OUTPUT ESPERA
                CLOSE ESPERA
                OPEN I-O ESPERA
            END-IF
            IF WS-FILES-ESPERA = 00 OR WS-FILES-ESPERA = 05
                SET ESPERA-DISPONIVEL TO TRUE
            ELSE
                SET ESPERA-DISPONIVEL TO FALSE
                DISPLAY 'AVISO: LISTA DE ESPERA CFP006S1.DAT '
                        'INDISPONIVEL - FILE STATUS: ' WS-FILES-ESPERA
                DISPLAY 'FILA DE ESPERA NAO SERA ATUALIZADA '
                        'NESTA SESSAO.'
            END-IF

            .
       P7D-ABRIR-PREREQ.
            OPEN INPUT PREREQ
            EVALUATE TRUE
                WHEN WS-FILES-PREREQ = 00 OR WS-FILES-PREREQ = 05
                    SET PREREQ-DISPONIVEL TO TRUE
                WHEN WS-FILES-PREREQ = 35
                    SET PREREQ-INEXISTENTE TO TRUE
                WHEN OTHER
                    SET PREREQ-ERRO TO TRUE
                    DISPLAY 'AVISO: ARQUIVO DE PRE-REQUISITOS '
                            'CFP007S1.DAT INDISPONIVEL - FILE STATUS: '
                            WS-FILES-PREREQ
                    DISPLAY 'INCLUSAO DE MATRICULAS FICARA BLOQUEADA '
                            'NESTA SESSAO.'
            END-EVALUATE

            .
       P7E-ABRIR-FATURA.
            ACCEPT WS-INADIMPLENCIA-PARM
                FROM ENVIRONMENT 'MATRMANT_INADIMPLENCIA'
            MOVE FUNCTION UPPER-CASE(WS-INADIMPLENCIA-PARM)
                TO WS-INADIMPLENCIA-PARM
            OPEN INPUT FATURA
            EVALUATE TRUE
                WHEN WS-FILES-FATURA = 00 OR WS-FILES-FATURA = 05
                    SET FATURA-DISPONIVEL TO TRUE
                WHEN WS-FILES-FATURA = 35
                    SET FATURA-DISPONIVEL TO FALSE
                WHEN OTHER
                    SET FATURA-DISPONIVEL TO FALSE
                    DISPLAY 'AVISO: ARQUIVO DE FATURAS CFP009S1.DAT '
                            'INDISPONIVEL - FILE STATUS: '
                            WS-FILES-FATURA
                    DISPLAY 'INADIMPLENCIA NAO SERA VERIFICADA '
                            'NESTA SESSAO.'
            END-EVALUATE

            .
       P12-PROMOVER-ESPERA.
            IF ESPERA-DISPONIVEL AND CURSO-DISPONIVEL
                MOVE WS-CD-CURSO TO CR-CD-CURSO
                READ CURSO
                    KEY IS CR-CD-CURSO
                    INVALID KEY
                        DISPLAY 'CURSO ' WS-CD-CURSO ' NAO CONSTA DO '
                                'CATALOGO - LISTA DE ESPERA NAO '
                                'PROCESSADA.'
                    NOT INVALID KEY
                        IF CURSO-ENCERRADO
                            DISPLAY 'CURSO ' WS-CD-CURSO ' ENCERRADO'
                                    ' - LISTA DE ESPERA NAO '
                                    'PROCESSADA.'
                        ELSE
                            PERFORM P12A-VERIFICAR-PERIODO
                        END-IF
                END-READ
            END-IF

            .
       P12A-VERIFICAR-PERIODO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO WS-DTV-DATA
            PERFORM P9-VALIDAR-DATA
            IF DATA-OK
                PERFORM P12B-PROCURAR-CANDIDATO
            ELSE
                DISPLAY 'LISTA DE ESPERA NAO PROCESSADA - '
                        FUNCTION TRIM(WS-DTV-MENSAGEM) '.'
            END-IF

            .
       P12B-PROCURAR-CANDIDATO.
            PERFORM P2D-CONTAR-VAGAS
            IF CR-VG-CURSO > ZERO
               AND WS-CONT-VAGAS >= CR-VG-CURSO
                CONTINUE
            ELSE
                SET PROMOCAO-FEITA TO FALSE
                SET FIM-ESPERA TO FALSE
                MOVE WS-CD-CURSO TO ES-CD-CURSO
                MOVE ZEROS       TO ES-SEQUENCIA
                START ESPERA KEY IS NOT LESS THAN CH-ESPERA
                    INVALID KEY
                        SET FIM-ESPERA TO TRUE
                END-START
                PERFORM P12C-LER-CANDIDATO
                    UNTIL FIM-ESPERA OR PROMOCAO-FEITA
            END-IF

            .
       P12C-LER-CANDIDATO.
            READ ESPERA NEXT RECORD
                AT END
                    SET FIM-ESPERA TO TRUE
                NOT AT END
                    IF ES-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-ESPERA TO TRUE
                    ELSE
                        IF ESPERA-AGUARDANDO
                            PERFORM P12D-AVALIAR-CANDIDATO
                        END-IF
                    END-IF
            END-READ

            .
       P12D-AVALIAR-CANDIDATO.
            PERFORM P12E-VERIFICAR-ALUNO
            EVALUATE TRUE
                WHEN CANDIDATO-ELEGIVEL
                    PERFORM P12F-MATRICULAR-CANDIDATO
                WHEN CANDIDATO-INELEGIVEL
                    PERFORM P12H-DESCARTAR-CANDIDATO
                WHEN OTHER
                    DISPLAY 'LISTA DE ESPERA: ALUNO ' ES-ID-ALUNO
                            ' DO CAMPUS ' FUNCTION TRIM(ES-CAMPUS)
                            ' NAO VERIFICADO - MANTIDO NA FILA E '
                            'PROMOCAO ADIADA PARA A PROXIMA EXECUCAO.'
                    SET FIM-ESPERA TO TRUE
            END-EVALUATE

            .
       P12E-VERIFICAR-ALUNO.
            SET CANDIDATO-NAO-VERIFICADO TO TRUE
            MOVE SPACES TO WS-MOTIVO-ESPERA
            IF ES-CAMPUS = WS-CAMPUS
                MOVE ES-ID-ALUNO TO ID-ALUNO
                READ ALUNO
                    KEY IS ID-ALUNO
                    INVALID KEY
                        SET CANDIDATO-INELEGIVEL TO TRUE
                        MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO-ESPERA
                    NOT INVALID KEY
                        IF ALUNO-INATIVO
                            SET CANDIDATO-INELEGIVEL TO TRUE
                            MOVE 'ALUNO INATIVO' TO WS-MOTIVO-ESPERA
                        ELSE
                            SET CANDIDATO-ELEGIVEL TO TRUE
                        END-IF
                END-READ
            ELSE
                PERFORM P12E3-PROCURAR-CAMPUS-ESP
                IF ARQUIVO-ESPERA-OK
                    OPEN INPUT ALUNO-ESP
                    IF WS-FILES-ALUNO-ESP = 00
                        PERFORM P12E2-LER-ALUNO-ESP
                        CLOSE ALUNO-ESP
                    END-IF
                END-IF
            END-IF

            .
       P12E2-LER-ALUNO-ESP.
            MOVE ES-ID-ALUNO TO AE-ID-ALUNO
            READ ALUNO-ESP
                KEY IS AE-ID-ALUNO
                INVALID KEY
                    SET CANDIDATO-INELEGIVEL TO TRUE
                    MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO-ESPERA
                NOT INVALID KEY
                    IF AE-ALUNO-INATIVO
                        SET CANDIDATO-INELEGIVEL TO TRUE
                        MOVE 'ALUNO INATIVO' TO WS-MOTIVO-ESPERA
                    ELSE
                        SET CANDIDATO-ELEGIVEL TO TRUE
                    END-IF
            END-READ

            .
       P12E3-PROCURAR-CAMPUS-ESP.
            SET ARQUIVO-ESPERA-OK TO FALSE
            OPEN INPUT ARQ-CONFIG
            IF WS-FILES-CONFIG = 00
                SET CONFIG-EOF TO FALSE
                PERFORM P12E4-LER-CONFIG-ESP
                    UNTIL CONFIG-EOF OR ARQUIVO-ESPERA-OK
                CLOSE ARQ-CONFIG
            END-IF

            .
       P12E4-LER-CONFIG-ESP.
            READ ARQ-CONFIG
                AT END
                    SET CONFIG-EOF TO TRUE
                NOT AT END
                    IF FUNCTION UPPER-CASE(CFG-CAMPUS) = ES-CAMPUS
                        MOVE CFG-ARQUIVO TO WS-ARQUIVO-ESPERA
                        SET ARQUIVO-ESPERA-OK TO TRUE
                    END-IF
            END-READ
            IF NOT (WS-FILES-CONFIG = 00)
                SET CONFIG-EOF TO TRUE
            END-IF

            .
       P12F-MATRICULAR-CANDIDATO.
            MOVE ES-ID-ALUNO TO MT-ID-ALUNO
            MOVE WS-CD-CURSO TO MT-CD-CURSO
            READ MATRICULA
                KEY IS CH-MATRICULA
                INVALID KEY
                    PERFORM P12G-GRAVAR-MATR-CANDIDATO
                NOT INVALID KEY
                    MOVE 'JA MATRICULADO NO CURSO' TO WS-MOTIVO-ESPERA
                    PERFORM P12H-DESCARTAR-CANDIDATO
            END-READ

            .
       P12G-GRAVAR-MATR-CANDIDATO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE ES-ID-ALUNO     TO MT-ID-ALUNO
            MOVE WS-CD-CURSO     TO MT-CD-CURSO
            MOVE CR-NM-CURSO     TO MT-NM-CURSO
            MOVE WS-DATA-SISTEMA TO MT-DT-MATRICULA
            MOVE 'A'             TO MT-ST-MATRICULA
            MOVE ZEROS           TO MT-DT-SITUACAO
            MOVE WS-CD-PERIODO   TO MT-CD-PERIODO
            WRITE REG-MATRICULA
                INVALID KEY
                    PERFORM P5B-ERRO-MATRICULA
                    DISPLAY 'LISTA DE ESPERA: ERRO AO MATRICULAR ALUNO '
                            ES-ID-ALUNO ' - FILE STATUS: '
                            WS-FILES-MATR ' - ' WS-MSG-ERRO
                    SET FIM-ESPERA TO TRUE
                NOT INVALID KEY
                    MOVE 'P'             TO ES-ST-ESPERA
                    MOVE WS-DATA-SISTEMA TO ES-DT-SITUACAO
                    MOVE 'MATRICULA AUTOMATICA' TO ES-OBSERVACAO
                    PERFORM P12I-REGRAVAR-ESPERA
                    SET PROMOCAO-FEITA TO TRUE
                    DISPLAY 'LISTA DE ESPERA: ALUNO ' ES-ID-ALUNO ' - '
                            FUNCTION TRIM(ES-NM-ALUNO)
                            ' MATRICULADO AUTOMATICAMENTE NO CURSO '
                            WS-CD-CURSO '.'
            END-WRITE

            .
       P12H-DESCARTAR-CANDIDATO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE 'D'              TO ES-ST-ESPERA
            MOVE WS-DATA-SISTEMA  TO ES-DT-SITUACAO
            MOVE WS-MOTIVO-ESPERA TO ES-OBSERVACAO
            PERFORM P12I-REGRAVAR-ESPERA
            DISPLAY 'LISTA DE ESPERA: ALUNO ' ES-ID-ALUNO
                    ' RETIRADO DA FILA - '
                    FUNCTION TRIM(WS-MOTIVO-ESPERA) '.'

            .
       P12I-REGRAVAR-ESPERA.
            REWRITE REG-ESPERA
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR LISTA DE ESPERA - FILE '
                            'STATUS: ' WS-FILES-ESPERA
            END-REWRITE

            .
       P13-INCLUIR-ESPERA.
            IF NOT ESPERA-DISPONIVEL
                DISPLAY 'LISTA DE ESPERA INDISPONIVEL - ALUNO NAO '
                        'INCLUIDO NA FILA.'
            ELSE
                MOVE WS-ID-ALUNO TO MT-ID-ALUNO
                MOVE WS-CD-CURSO TO MT-CD-CURSO
                READ MATRICULA
                    KEY IS CH-MATRICULA
                    INVALID KEY
                        PERFORM P13B-GRAVAR-ESPERA
                    NOT INVALID KEY
                        DISPLAY 'MATRICULA ' WS-ID-ALUNO '/'
                                WS-CD-CURSO ' JA CADASTRADA - ALUNO '
                                'NAO INCLUIDO NA LISTA DE ESPERA.'
                END-READ
            END-IF

            .
       P13B-GRAVAR-ESPERA.
            PERFORM P13C-PERCORRER-ESPERA
            IF JA-NA-ESPERA
                DISPLAY 'ALUNO ' WS-ID-ALUNO ' JA CONSTA DA LISTA DE '
                        'ESPERA DO CURSO ' WS-CD-CURSO ' - POSICAO '
                        WS-POSICAO-ESPERA '.'
            ELSE
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                ACCEPT WS-HORA-SISTEMA FROM TIME
                MOVE WS-CD-CURSO     TO ES-CD-CURSO
                ADD 1 TO WS-ULTIMA-SEQ GIVING ES-SEQUENCIA
                MOVE WS-ID-ALUNO     TO ES-ID-ALUNO
                MOVE NM-ALUNO        TO ES-NM-ALUNO
                MOVE WS-CAMPUS       TO ES-CAMPUS
                MOVE WS-DATA-SISTEMA TO ES-DT-ENTRADA
                MOVE WS-HORA-SISTEMA TO ES-HR-ENTRADA
                MOVE 'A'             TO ES-ST-ESPERA
                MOVE ZEROS           TO ES-DT-SITUACAO
                MOVE SPACES          TO ES-OBSERVACAO
                WRITE REG-ESPERA
                    INVALID KEY
                        DISPLAY 'ERRO AO INCLUIR NA LISTA DE ESPERA - '
                                'FILE STATUS: ' WS-FILES-ESPERA
                    NOT INVALID KEY
                        ADD 1 TO WS-POSICAO-ESPERA
                        DISPLAY 'ALUNO ' WS-ID-ALUNO ' INCLUIDO NA '
                                'LISTA DE ESPERA DO CURSO '
                                WS-CD-CURSO ' - POSICAO '
                                WS-POSICAO-ESPERA '.'
                END-WRITE
            END-IF

            .
       P13C-PERCORRER-ESPERA.
            MOVE ZEROS TO WS-ULTIMA-SEQ
            MOVE ZEROS TO WS-POSICAO-ESPERA
            SET JA-NA-ESPERA TO FALSE
            SET FIM-ESPERA TO FALSE
            MOVE WS-CD-CURSO TO ES-CD-CURSO
            MOVE ZEROS       TO ES-SEQUENCIA
            START ESPERA KEY IS NOT LESS THAN CH-ESPERA
                INVALID KEY
                    SET FIM-ESPERA TO TRUE
            END-START
            PERFORM P13D-LER-ESPERA UNTIL FIM-ESPERA

            .
       P13D-LER-ESPERA.
            READ ESPERA NEXT RECORD
                AT END
                    SET FIM-ESPERA TO TRUE
                NOT AT END
                    IF ES-CD-CURSO NOT = WS-CD-CURSO
                        SET FIM-ESPERA TO TRUE
                    ELSE
                        MOVE ES-SEQUENCIA TO WS-ULTIMA-SEQ
                        IF ESPERA-AGUARDANDO AND NOT JA-NA-ESPERA
                            ADD 1 TO WS-POSICAO-ESPERA
                            IF ES-ID-ALUNO = WS-ID-ALUNO
                                SET JA-NA-ESPERA TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-READ

            .
       P14-VERIFICAR-INADIMPLENCIA.
            SET INCLUSAO-BLOQUEADA TO FALSE
            MOVE ZEROS TO WS-QTD-ATRASADAS
            MOVE ZEROS TO WS-MAIOR-ATRASO
            IF FATURA-DISPONIVEL
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                COMPUTE WS-HOJE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                MOVE WS-ID-ALUNO TO FT-ID-ALUNO
                MOVE LOW-VALUES  TO FT-CD-CURSO
                MOVE ZEROS       TO FT-COMPETENCIA
                SET FIM-FATURA TO FALSE
                START FATURA KEY IS NOT LESS THAN CH-FATURA
                    INVALID KEY
                        SET FIM-FATURA TO TRUE
                END-START
                PERFORM P14B-LER-FATURA UNTIL FIM-FATURA
                IF WS-QTD-ATRASADAS > ZEROS
                    DISPLAY 'ALUNO ' WS-ID-ALUNO ' TEM '
                            WS-QTD-ATRASADAS ' FATURA(S) VENCIDA(S) '
                            'HA MAIS DE 60 DIAS - MAIOR ATRASO: '
                            WS-MAIOR-ATRASO ' DIAS.'
                    IF INADIMPLENCIA-BLOQUEIA
                        SET INCLUSAO-BLOQUEADA TO TRUE
                        DISPLAY 'MATRICULA NAO PERMITIDA ATE A '
                                'REGULARIZACAO NA TESOURARIA.'
                    ELSE
                        DISPLAY 'AVISO: ENCAMINHAR O ALUNO A '
                                'TESOURARIA.'
                    END-IF
                END-IF
            END-IF

            .
       P14B-LER-FATURA.
            READ FATURA NEXT RECORD
                AT END
                    SET FIM-FATURA TO TRUE
                NOT AT END
                    IF FT-ID-ALUNO NOT = WS-ID-ALUNO
                        SET FIM-FATURA TO TRUE
                    ELSE
                        IF FATURA-ABERTA
                           AND FT-DT-VENCIMENTO < WS-DATA-SISTEMA
                            COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT -
                                FUNCTION INTEGER-OF-DATE
                                    (FT-DT-VENCIMENTO)
                            IF WS-DIAS-ATRASO > 60
                                ADD 1 TO WS-QTD-ATRASADAS
                                IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
                                    MOVE WS-DIAS-ATRASO
                                        TO WS-MAIOR-ATRASO
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ

            .
       P10-RESOLVER-ARQUIVO.
            ACCEPT WS-CAMPUS-PARM FROM ENVIRONMENT 'ALUNO_CAMPUS'
