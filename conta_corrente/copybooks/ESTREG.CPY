       01  REG-EST.
           03  CHAVE-EST.
               05  ID-EST.
                   07  AGENCIA-EST    PIC 9(03).
                   07  CONTA-EST      PIC 9(06).
               05  DATA-MOV-ORIG-EST  PIC 9(08).
               05  DATA-POST-ORIG-EST PIC 9(08).
               05  VALOR-ORIG-EST     PIC S9(09).
               05  CD-TRN-ORIG-EST    PIC 9(04).
               05  NR-OCOR-EST        PIC 9(02).
           03  DATA-EST              PIC 9(08).
           03  NR-SEQ-EST            PIC 9(06).
           03  CD-TRN-EST            PIC 9(04).
           03  OPERADOR-EST          PIC X(08).
           03  DS-MOTIVO-EST         PIC X(30).
