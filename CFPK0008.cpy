      ******************************************************************
      * Copybook: CFPK0008
      * Purpose : layout do registro do calendario de periodos
      *           letivos (CFP008S1.DAT) - codigo do periodo, janela
      *           de matricula (inicio ate prazo de matricula), data
      *           de termino e situacao aberto/fechado; o periodo e
      *           fechado pelo encerramento em lote (PERIFECH)
      ******************************************************************
       01  REG-PERIODO.
           03  PE-CD-PERIODO             PIC X(06).
           03  PE-DS-PERIODO             PIC X(20).
           03  PE-DT-INICIO              PIC 9(08).
           03  PE-DT-LIMITE              PIC 9(08).
           03  PE-DT-FIM                 PIC 9(08).
           03  PE-ST-PERIODO             PIC X(01).
               88  PERIODO-ABERTO            VALUE 'A', ' '.
               88  PERIODO-FECHADO           VALUE 'F'.
           03  PE-DT-FECHAMENTO          PIC 9(08).
