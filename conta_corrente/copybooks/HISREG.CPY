       01  REG-HIST.
           03  CHAVE-HIST.
               05  ID-HIST.
                   07  AGENCIA-HIST   PIC 9(03).
                   07  CONTA-HIST     PIC 9(06).
               05  DATA-MOV-HIST      PIC 9(08).
               05  DATA-POST-HIST     PIC 9(08).
               05  NR-SEQ-HIST        PIC 9(07).
           03  MOVIMENTO-HIST        PIC S9(09).
           03  TIPO-MOV-HIST         PIC X(01).
           03  CD-TRANSACAO-HIST     PIC 9(04).
           03  ID-CONTRA-HIST.
               05  AGENCIA-CONTRA-HIST PIC 9(03).
               05  CONTA-CONTRA-HIST  PIC 9(06).
           03  REF-ORIG-HIST.
               05  DATA-ORIG-HIST     PIC 9(08).
               05  CD-TRN-ORIG-HIST   PIC 9(04).
