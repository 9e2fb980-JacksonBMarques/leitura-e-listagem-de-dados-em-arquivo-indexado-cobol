      ******************************************************************
      * Copybook: CFPK0005
      * Purpose : layout do registro de notas e frequencia
      *           (CFP005S1.DAT) - nota final, percentual de
      *           frequencia e resultado aprovado/reprovado de cada
      *           matricula; chave identica a de CFPK0002
      *           (ID-ALUNO + codigo do curso)
      ******************************************************************
       01  REG-NOTA.
           03  CH-NOTA.
               05  NT-ID-ALUNO           PIC 9(07).
               05  NT-CD-CURSO           PIC X(06).
           03  NT-NOTA-FINAL             PIC 9(02)V9(02).
           03  NT-FREQUENCIA             PIC 9(03)V9(02).
           03  NT-RESULTADO              PIC X(01).
               88  NOTA-APROVADO             VALUE 'A'.
               88  NOTA-REPROVADO            VALUE 'R'.
           03  NT-DT-LANCAMENTO          PIC 9(08).
