      ******************************************************************
      * Copybook: CFPK0009
      * Purpose : layout do registro de faturas de mensalidade
      *           (CFP009S1.DAT) - uma fatura por matricula ativa e
      *           competencia (AAAAMM), gerada por MENSFATU e baixada
      *           por MENSBAIX a partir do retorno bancario; a chave
      *           de 19 posicoes e o nosso numero enviado ao banco;
      *           FT-CAMPUS e o campus do arquivo de alunos do aluno
      ******************************************************************
       01  REG-FATURA.
           03  CH-FATURA.
               05  FT-ID-ALUNO           PIC 9(07).
               05  FT-CD-CURSO           PIC X(06).
               05  FT-COMPETENCIA        PIC 9(06).
           03  FT-CAMPUS                 PIC X(10).
           03  FT-DT-EMISSAO             PIC 9(08).
           03  FT-DT-VENCIMENTO          PIC 9(08).
           03  FT-VL-FATURA              PIC 9(07)V9(02).
           03  FT-VL-PAGO                PIC 9(07)V9(02).
           03  FT-DT-PAGAMENTO           PIC 9(08).
           03  FT-ST-FATURA              PIC X(01).
               88  FATURA-ABERTA             VALUE 'A', ' '.
               88  FATURA-PAGA               VALUE 'P'.
