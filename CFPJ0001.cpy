               88  JR-ACAO-REATIVACAO        VALUE 'R'.
               88  JR-ACAO-MERGE             VALUE 'M'.
               88  JR-ACAO-CONTATO           VALUE 'D'.
               88  JR-ACAO-TRANSFERENCIA     VALUE 'T'.
           03  JR-ID-ALUNO               PIC 9(07).
           03  JR-IMAGEM-ANTES           PIC X(45).
           03  JR-IMAGEM-DEPOIS          PIC X(45).
