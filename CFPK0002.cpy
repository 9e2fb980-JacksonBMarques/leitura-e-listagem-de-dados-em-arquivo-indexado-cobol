      ******************************************************************
      * Copybook: CFPK0002
      * Purpose : layout do registro de matriculas (CFP002S1.DAT)
      *           chave composta: ID-ALUNO + codigo do curso;
      *           MT-CD-PERIODO e o periodo letivo (CFP008S1.DAT)
      *           cuja janela de matricula contem a data;
      *           chave alternativa MT-CD-CURSO (com duplicatas)
      *           para acesso por curso - contagem de vagas e
      *           lista de presenca da turma
      ******************************************************************
       01  REG-MATRICULA.
           03  CH-MATRICULA.
               88  MATRICULA-CONCLUIDA       VALUE 'C'.
               88  MATRICULA-CANCELADA       VALUE 'X'.
           03  MT-DT-SITUACAO            PIC 9(08).
           03  MT-CD-PERIODO             PIC X(06).
