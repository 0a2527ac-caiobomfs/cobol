       01  REG-COM.
           03  TIPO-REG-COM          PIC X(01).
               88  REG-CABECALHO-COM   VALUE '0'.
               88  REG-OCORRENCIA-COM  VALUE '1'.
               88  REG-RODAPE-COM      VALUE '9'.
           03  DADOS-COM             PIC X(79).
           03  CAB-COM REDEFINES DADOS-COM.
               05  DATA-GERACAO-COM   PIC 9(08).
               05  DATA-INI-COM       PIC 9(08).
               05  DATA-FIM-COM       PIC 9(08).
               05  VALOR-LIMITE-COM   PIC 9(09).
               05  FILLER             PIC X(46).
           03  OCO-COM REDEFINES DADOS-COM.
               05  NR-OCORRENCIA-COM  PIC 9(06).
               05  TIPO-OCORRENCIA-COM PIC X(01).
                   88  OCORRENCIA-ACIMA-LIMITE VALUE 'L'.
                   88  OCORRENCIA-FRACIONADA   VALUE 'F'.
               05  ID-COM.
                   07  AGENCIA-COM    PIC 9(03).
                   07  CONTA-COM      PIC 9(06).
               05  NOME-CLI-COM       PIC X(20).
               05  DATA-MOV-COM       PIC 9(08).
               05  CD-TRANSACAO-COM   PIC 9(04).
               05  TIPO-MOV-COM       PIC X(01).
               05  VALOR-COM          PIC 9(09).
               05  DATA-POST-COM      PIC 9(08).
               05  FILLER             PIC X(13).
           03  ROD-COM REDEFINES DADOS-COM.
               05  QT-OCORRENCIAS-COM PIC 9(06).
               05  QT-REG-COM         PIC 9(07).
               05  VALOR-TOTAL-COM    PIC 9(15).
               05  FILLER             PIC X(51).
