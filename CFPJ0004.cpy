               88  JC-ACAO-INCLUSAO          VALUE 'I'.
               88  JC-ACAO-ALTERACAO         VALUE 'A'.
               88  JC-ACAO-MERGE             VALUE 'M'.
               88  JC-ACAO-TRANSFERENCIA     VALUE 'T'.
           03  JC-ID-ALUNO               PIC 9(07).
           03  JC-IMAGEM-ANTES           PIC X(125).
           03  JC-IMAGEM-DEPOIS          PIC X(125).
