      ******************************************************************
      * Copybook: CFPK0011
      * Purpose : layout do arquivo de alteracoes enviado a secretaria
      *           (SECRENVI.TXT) - um header com campus, data e
      *           numero de sequencia do envio, um detalhe por acao
      *           dos jornais CFP001J1.DAT / CFP004J1.DAT com a
      *           imagem-depois do registro e um trailer com as
      *           contagens por tipo de acao (SECRENVI)
      ******************************************************************
       01  REG-ENVIO.
           03  EV-TIPO                   PIC X(01).
               88  EV-TIPO-HEADER            VALUE 'H'.
               88  EV-TIPO-DETALHE           VALUE 'D'.
               88  EV-TIPO-TRAILER           VALUE 'T'.
           03  EV-DADOS                  PIC X(199).
           03  EV-HEADER REDEFINES EV-DADOS.
               05  EH-CAMPUS             PIC X(10).
               05  EH-DT-ENVIO           PIC 9(08).
               05  EH-HR-ENVIO           PIC 9(08).
               05  EH-SEQUENCIA          PIC 9(06).
               05  FILLER                PIC X(167).
           03  EV-DETALHE REDEFINES EV-DADOS.
               05  ED-NR-REGISTRO        PIC 9(07).
               05  ED-ACAO               PIC X(01).
                   88  ED-ACAO-INCLUSAO      VALUE 'I'.
                   88  ED-ACAO-ALTERACAO     VALUE 'A'.
                   88  ED-ACAO-INATIVACAO    VALUE 'X'.
                   88  ED-ACAO-REATIVACAO    VALUE 'R'.
                   88  ED-ACAO-MERGE         VALUE 'M'.
                   88  ED-ACAO-CONTATO       VALUE 'C'.
               05  ED-ACAO-JORNAL        PIC X(01).
               05  ED-DT-ACAO            PIC 9(08).
               05  ED-HR-ACAO            PIC 9(08).
               05  ED-ID-ALUNO           PIC 9(07).
               05  ED-ID-RELACIONADO     PIC 9(07).
               05  ED-IMAGEM             PIC X(125).
               05  ED-IMAGEM-ALUNO REDEFINES ED-IMAGEM.
                   07  ED-AL-ID-ALUNO    PIC 9(07).
                   07  ED-AL-NM-ALUNO    PIC X(20).
                   07  ED-AL-TL-ALUNO    PIC 9(09).
                   07  ED-AL-ST-ALUNO    PIC X(01).
                   07  ED-AL-DT-INATIVACAO
                                         PIC 9(08).
                   07  FILLER            PIC X(80).
               05  ED-IMAGEM-CONTATO REDEFINES ED-IMAGEM.
                   07  ED-CT-ID-ALUNO    PIC 9(07).
                   07  ED-CT-ENDERECO    PIC X(30).
                   07  ED-CT-COMPLEMENTO PIC X(20).
                   07  ED-CT-CIDADE      PIC X(20).
                   07  ED-CT-CEP         PIC X(08).
                   07  ED-CT-EMAIL       PIC X(40).
               05  ED-OPERADOR           PIC X(08).
               05  FILLER                PIC X(27).
           03  EV-TRAILER REDEFINES EV-DADOS.
               05  ET-SEQUENCIA          PIC 9(06).
               05  ET-QT-REGISTROS       PIC 9(07).
               05  ET-QT-DETALHES        PIC 9(07).
               05  ET-QT-INCLUSOES       PIC 9(07).
               05  ET-QT-ALTERACOES      PIC 9(07).
               05  ET-QT-INATIVACOES     PIC 9(07).
               05  ET-QT-REATIVACOES     PIC 9(07).
               05  ET-QT-MERGES          PIC 9(07).
               05  ET-QT-CONTATOS        PIC 9(07).
               05  FILLER                PIC X(137).
