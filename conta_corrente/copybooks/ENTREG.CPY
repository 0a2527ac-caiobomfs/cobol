               88  REG-CABECALHO     VALUE '0'.
               88  REG-DETALHE       VALUE '1'.
               88  REG-RODAPE        VALUE '9'.
           03  DADOS-ENT             PIC X(52).
           03  CAB-ENT REDEFINES DADOS-ENT.
               05  DATA-ARQ-ENT       PIC 9(08).
               05  NR-SEQ-ENT         PIC 9(06).
               05  OPERADOR-ENT       PIC X(08).
               05  FILLER             PIC X(30).
           03  DET-ENT REDEFINES DADOS-ENT.
               05  ID-ENT.
                   07  AGENCIA-ENT    PIC 9(03).
               05  TIPO-MOV-ENT       PIC X(01).
               05  DATA-MOV-ENT       PIC 9(08).
               05  CD-TRANSACAO-ENT   PIC 9(04).
               05  ID-DEST-ENT.
                   07  AGENCIA-DEST-ENT PIC 9(03).
                   07  CONTA-DEST-ENT   PIC 9(06).
               05  REF-ORIG-ENT.
                   07  DATA-ORIG-ENT    PIC 9(08).
                   07  CD-TRN-ORIG-ENT  PIC 9(04).
           03  ROD-ENT REDEFINES DADOS-ENT.
               05  QT-REG-ENT         PIC 9(07).
               05  HASH-ENT           PIC 9(15).
               05  FILLER             PIC X(30).
           03  OPERADOR-DET-ENT      PIC X(08).
