               05  NOME-ANT-JRN       PIC X(20).
               05  SALDO-ANT-JRN      PIC S9(09).
               05  LIMITE-ANT-JRN     PIC 9(09).
           03  CAMPOS-BLQ-ANT-JRN REDEFINES IMAGEM-ANT-JRN.
               05  ID-BLQ-ANT-JRN.
                   07  AGENCIA-BLQ-ANT-JRN  PIC 9(03).
                   07  CONTA-BLQ-ANT-JRN    PIC 9(06).
                   07  NR-BLQ-ANT-JRN       PIC 9(03).
               05  TIPO-BLQ-ANT-JRN     PIC X(01).
               05  ABRANG-BLQ-ANT-JRN   PIC X(01).
               05  VALOR-BLQ-ANT-JRN    PIC 9(09).
               05  DATA-INI-BLQ-ANT-JRN PIC 9(08).
               05  DATA-FIM-BLQ-ANT-JRN PIC 9(08).
               05  SITUACAO-BLQ-ANT-JRN PIC X(01).
               05  FILLER              PIC X(07).
           03  EXISTE-NOVA-JRN       PIC X(01).
           03  IMAGEM-NOVA-JRN       PIC X(47).
           03  CAMPOS-NOVA-JRN REDEFINES IMAGEM-NOVA-JRN.
               05  NOME-NOVA-JRN      PIC X(20).
               05  SALDO-NOVO-JRN     PIC S9(09).
               05  LIMITE-NOVO-JRN    PIC 9(09).
           03  CAMPOS-BLQ-NOVA-JRN REDEFINES IMAGEM-NOVA-JRN.
               05  ID-BLQ-NOVA-JRN.
                   07  AGENCIA-BLQ-NOVA-JRN  PIC 9(03).
                   07  CONTA-BLQ-NOVA-JRN    PIC 9(06).
                   07  NR-BLQ-NOVA-JRN       PIC 9(03).
               05  TIPO-BLQ-NOVA-JRN     PIC X(01).
               05  ABRANG-BLQ-NOVA-JRN   PIC X(01).
               05  VALOR-BLQ-NOVA-JRN    PIC 9(09).
               05  DATA-INI-BLQ-NOVA-JRN PIC 9(08).
               05  DATA-FIM-BLQ-NOVA-JRN PIC 9(08).
               05  SITUACAO-BLQ-NOVA-JRN PIC X(01).
               05  FILLER              PIC X(07).
