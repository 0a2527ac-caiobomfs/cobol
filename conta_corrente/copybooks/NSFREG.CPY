           03  LIMITE-NSF            PIC 9(09).
           03  DS-MOTIVO-NSF         PIC X(40).
           03  NR-REAPRES-NSF        PIC 9(02).
           03  ID-CONTRA-NSF.
               05  AGENCIA-CONTRA-NSF PIC 9(03).
               05  CONTA-CONTRA-NSF   PIC 9(06).
           03  REF-ORIG-NSF.
               05  DATA-ORIG-NSF      PIC 9(08).
               05  CD-TRN-ORIG-NSF    PIC 9(04).
