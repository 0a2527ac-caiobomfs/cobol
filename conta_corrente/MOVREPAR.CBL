       FILE SECTION.
       FD MOVEREJ VALUE OF FILE-ID IS "MOVEREJ.DAT".
       01 REG-MOVEREJ.
           03  DADOS-REJ             PIC X(52).
           03  DET-REJ REDEFINES DADOS-REJ.
               05  ID-REJ.
                   07  AGENCIA-REJ    PIC 9(03).
               05  TIPO-MOV-REJ       PIC X(01).
               05  DATA-MOV-REJ       PIC 9(08).
               05  CD-TRANSACAO-REJ   PIC 9(04).
               05  ID-DEST-REJ.
                   07  AGENCIA-DEST-REJ PIC 9(03).
                   07  CONTA-DEST-REJ   PIC 9(06).
               05  REF-ORIG-REJ.
                   07  DATA-ORIG-REJ    PIC 9(08).
                   07  CD-TRN-ORIG-REJ  PIC 9(04).
           03  CD-MOTIVO-REJ         PIC 9(02).
           03  DS-MOTIVO-REJ         PIC X(40).
           03  OPERADOR-REJ          PIC X(08).

       FD CLIREJ VALUE OF FILE-ID IS "CLIREJ.DAT".
       01 REG-CLIREJ.
           03  VALOR-COR             PIC S9(09).
           03  TIPO-COR              PIC X(01).
           03  CD-TRN-COR            PIC 9(04).
           03  AGENCIA-DEST-COR      PIC 9(03).
           03  CONTA-DEST-COR        PIC 9(06).

       FD MOVENT VALUE OF FILE-ID IS "MOVENT.DAT".
           COPY ENTREG.
       FD REJFECH VALUE OF FILE-ID IS "REJFECH.DAT".
       01 REG-REJFECH.
           03  ORIGEM-FEC            PIC X(01).
           03  DADOS-FEC             PIC X(52).
           03  CD-MOTIVO-FEC         PIC 9(02).
           03  CD-DISP-FEC           PIC X(02).

       FD REJPEND VALUE OF FILE-ID IS "REJPEND.DAT".
       01 REG-REJPEND.
           03  ORIGEM-PND            PIC X(01).
           03  DADOS-PND             PIC X(52).
           03  CD-MOTIVO-PND         PIC 9(02).
           03  DS-MOTIVO-PND         PIC X(40).

               03  COR-VALOR         PIC S9(09).
               03  COR-TIPO          PIC X(01).
               03  COR-CD-TRN        PIC 9(04).
               03  COR-AGENCIA-DEST  PIC 9(03).
               03  COR-CONTA-DEST    PIC 9(06).

       01 WS-COR-ATIVA.
           02  WS-COR-ACAO         PIC X(01) VALUE SPACES.
           02  WS-COR-VALOR        PIC S9(09) VALUE ZEROS.
           02  WS-COR-TIPO         PIC X(01) VALUE SPACES.
           02  WS-COR-CD-TRN       PIC 9(04) VALUE ZEROS.
           02  WS-COR-AGENCIA-DEST PIC 9(03) VALUE ZEROS.
           02  WS-COR-CONTA-DEST   PIC 9(06) VALUE ZEROS.

       01 WS-CONTADORES.
           02  WS-CONT-REAPRES     PIC 9(05) VALUE ZEROS.
               MOVE VALOR-COR    TO COR-VALOR(WS-IDX-COR)
               MOVE TIPO-COR     TO COR-TIPO(WS-IDX-COR)
               MOVE CD-TRN-COR   TO COR-CD-TRN(WS-IDX-COR)
               MOVE AGENCIA-DEST-COR TO COR-AGENCIA-DEST(WS-IDX-COR)
               MOVE CONTA-DEST-COR   TO COR-CONTA-DEST(WS-IDX-COR)
           ELSE
               ADD 1 TO WS-COR-EXCEDENTES
           END-IF
           MOVE ZEROS         TO DADOS-ENT.
           MOVE WS-DATA-PROC  TO DATA-ARQ-ENT.
           MOVE WS-NR-SEQ-NOVO TO NR-SEQ-ENT.
           MOVE 'MOVREPAR'    TO OPERADOR-ENT.
           WRITE REG-ENT.

       PROCESSA-MOVEREJ.
           MOVE COR-VALOR(WS-IDX-COR)    TO WS-COR-VALOR.
           MOVE COR-TIPO(WS-IDX-COR)     TO WS-COR-TIPO.
           MOVE COR-CD-TRN(WS-IDX-COR)   TO WS-COR-CD-TRN.
           MOVE COR-AGENCIA-DEST(WS-IDX-COR) TO WS-COR-AGENCIA-DEST.
           MOVE COR-CONTA-DEST(WS-IDX-COR)   TO WS-COR-CONTA-DEST.

       REAPRESENTA-MOVIMENTO.
           MOVE SPACES TO REG-ENT.
           MOVE '1'    TO TIPO-REG.
           MOVE DADOS-REJ TO DADOS-ENT.
           MOVE OPERADOR-REJ TO OPERADOR-DET-ENT.
           IF WS-COR-AGENCIA > ZEROS
               MOVE WS-COR-AGENCIA TO AGENCIA-ENT
           END-IF.
           IF WS-COR-CD-TRN > ZEROS
               MOVE WS-COR-CD-TRN TO CD-TRANSACAO-ENT
           END-IF.
           IF WS-COR-AGENCIA-DEST > ZEROS
               MOVE WS-COR-AGENCIA-DEST TO AGENCIA-DEST-ENT
           END-IF.
           IF WS-COR-CONTA-DEST > ZEROS
               MOVE WS-COR-CONTA-DEST TO CONTA-DEST-ENT
           END-IF.
           WRITE REG-ENT.
           ADD 1 TO WS-QT-DET.
           IF MOVIMENTO-ENT < ZEROS
