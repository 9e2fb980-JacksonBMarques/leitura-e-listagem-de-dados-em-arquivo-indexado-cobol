      ******************************************************************
      * Copybook: CFPK0006
      * Purpose : layout do registro da lista de espera de cursos
      *           (CFP006S1.DAT) - fila por codigo do curso em ordem
      *           de chegada (sequencia crescente dentro do curso);
      *           guarda o campus do arquivo de alunos de origem e
      *           a situacao aguardando/promovido/descartado
      ******************************************************************
       01  REG-ESPERA.
           03  CH-ESPERA.
               05  ES-CD-CURSO           PIC X(06).
               05  ES-SEQUENCIA          PIC 9(05).
           03  ES-ID-ALUNO               PIC 9(07).
           03  ES-NM-ALUNO               PIC X(20).
           03  ES-CAMPUS                 PIC X(10).
           03  ES-DT-ENTRADA             PIC 9(08).
           03  ES-HR-ENTRADA             PIC 9(08).
           03  ES-ST-ESPERA              PIC X(01).
               88  ESPERA-AGUARDANDO         VALUE 'A', ' '.
               88  ESPERA-PROMOVIDA          VALUE 'P'.
               88  ESPERA-DESCARTADA         VALUE 'D'.
           03  ES-DT-SITUACAO            PIC 9(08).
           03  ES-OBSERVACAO             PIC X(30).
