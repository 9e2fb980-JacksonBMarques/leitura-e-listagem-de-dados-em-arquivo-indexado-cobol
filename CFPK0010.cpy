      ******************************************************************
      * Copybook: CFPK0010
      * Purpose : layout do registro de transferencias entre campi
      *           (CFP010S1.DAT) - aponta, para o aluno inativado no
      *           campus de origem, o campus e o ID sob os quais foi
      *           recadastrado no campus de destino (ALUNTRAN) ou, na
      *           fusao de duplicados, o ID mantido no mesmo campus
      *           (ALUNDUPE, TA-OPERADOR = 'ALUNDUPE'); MENSBAIX segue
      *           o apontamento para localizar a fatura de um nosso
      *           numero emitido sob o ID antigo
      ******************************************************************
       01  REG-TRANSFERENCIA.
           03  CH-TRANSFERENCIA.
               05  TA-CAMPUS-ORIGEM      PIC X(10).
               05  TA-ID-ORIGEM          PIC 9(07).
           03  TA-CAMPUS-DESTINO         PIC X(10).
           03  TA-ID-DESTINO             PIC 9(07).
           03  TA-DT-TRANSFERENCIA       PIC 9(08).
           03  TA-HR-TRANSFERENCIA       PIC 9(08).
           03  TA-QT-MATRICULAS          PIC 9(03).
           03  TA-OPERADOR               PIC X(08).
