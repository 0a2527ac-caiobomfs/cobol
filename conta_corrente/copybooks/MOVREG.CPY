               05  DIA-MOV            PIC 9(02).
           03  CD-TRANSACAO          PIC 9(04).
           03  NR-REAPRES            PIC 9(02).
           03  ID-CONTRA-MOV.
               05  AGENCIA-CONTRA-MOV PIC 9(03).
               05  CONTA-CONTRA-MOV   PIC 9(06).
           03  REF-ORIG-MOV.
               05  DATA-ORIG-MOV      PIC 9(08).
               05  CD-TRN-ORIG-MOV    PIC 9(04).
