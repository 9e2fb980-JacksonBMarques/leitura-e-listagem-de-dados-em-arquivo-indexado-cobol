      ******************************************************************
      * Copybook: CFPK0007
      * Purpose : layout do registro de pre-requisitos de cursos
      *           (CFP007S1.DAT) - um registro por par curso +
      *           curso pre-requisito; a matricula no curso exige
      *           matricula concluida em cada pre-requisito
      ******************************************************************
       01  REG-PREREQ.
           03  CH-PREREQ.
               05  PR-CD-CURSO           PIC X(06).
               05  PR-CD-PREREQ          PIC X(06).
           03  PR-DT-INCLUSAO            PIC 9(08).
