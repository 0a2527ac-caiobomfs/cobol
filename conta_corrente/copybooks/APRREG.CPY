       01  REG-MOVAPR.
           03  CHAVE-APR.
               05  DATA-ARQ-APR       PIC 9(08).
               05  NR-SEQ-APR         PIC 9(06).
               05  NR-ITEM-APR        PIC 9(07).
           03  DET-APR.
               05  ID-APR.
                   07  AGENCIA-APR    PIC 9(03).
                   07  CONTA-APR      PIC 9(06).
               05  MOVIMENTO-APR      PIC S9(09).
               05  TIPO-MOV-APR       PIC X(01).
               05  DATA-MOV-APR       PIC 9(08).
               05  CD-TRANSACAO-APR   PIC 9(04).
               05  ID-DEST-APR.
                   07  AGENCIA-DEST-APR PIC 9(03).
                   07  CONTA-DEST-APR   PIC 9(06).
               05  REF-ORIG-APR.
                   07  DATA-ORIG-APR    PIC 9(08).
                   07  CD-TRN-ORIG-APR  PIC 9(04).
           03  VALOR-LIMITE-APR      PIC 9(09).
           03  OPERADOR-ENT-APR      PIC X(08).
           03  DATA-RETENCAO-APR     PIC 9(08).
           03  SITUACAO-APR          PIC X(01).
               88  ITEM-PENDENTE       VALUE 'P'.
               88  ITEM-APROVADO       VALUE 'A'.
               88  ITEM-REJEITADO      VALUE 'R'.
               88  ITEM-LIBERADO       VALUE 'L'.
               88  ITEM-INVALIDADO     VALUE 'V'.
           03  OPERADOR-DEC-APR      PIC X(08).
           03  DATA-DECISAO-APR      PIC 9(08).
           03  DS-MOTIVO-DEC-APR     PIC X(30).
           03  DATA-LIBERACAO-APR    PIC 9(08).
           03  CD-MOTIVO-LIB-APR     PIC 9(02).
           03  DS-MOTIVO-LIB-APR     PIC X(40).
