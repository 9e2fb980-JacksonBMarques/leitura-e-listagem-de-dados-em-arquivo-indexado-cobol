      ******************************************************************
      * Copybook: CFPK0003
      * Purpose : layout do registro de cursos (CFP003S1.DAT)
      *           catalogo oficial: nome, campus ofertante, vagas,
      *           situacao aberto/encerrado e valor da mensalidade
      ******************************************************************
       01  REG-CURSO.
           03  CR-CD-CURSO               PIC X(06).
           03  CR-ST-CURSO               PIC X(01).
               88  CURSO-ABERTO              VALUE 'A', ' '.
               88  CURSO-ENCERRADO           VALUE 'F'.
           03  CR-VL-MENSALIDADE         PIC 9(05)V9(02).
