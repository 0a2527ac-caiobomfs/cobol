              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-EXC.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
           02  WS-CONT-PENDENTES   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-REFUSADOS   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-EXCECOES    PIC 9(07) VALUE ZEROS.
           02  WS-CONT-JA-GRAVADOS PIC 9(07) VALUE ZEROS.

       01 WS-REG-HIST-NOVO    PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
             DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
             STOP RUN.

           OPEN I-O MOVHIST.
           IF WS-FS-HIS EQUAL "35"
               OPEN OUTPUT MOVHIST
               CLOSE MOVHIST
               OPEN I-O MOVHIST
           END-IF.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
           END-IF.

       GRAVA-HISTORICO.
           ADD 1 TO WS-CONT-HISTORIADOS.
           MOVE WS-CONT-HISTORIADOS TO NR-SEQ-HIST.
           MOVE AGENCIA-MOV  TO AGENCIA-HIST.
           MOVE CONTA-MOV    TO CONTA-HIST.
           MOVE MOVIMENTO    TO MOVIMENTO-HIST.
           MOVE DATA-MOV     TO DATA-MOV-HIST.
           MOVE CD-TRANSACAO TO CD-TRANSACAO-HIST.
           MOVE WS-DATA-PROC TO DATA-POST-HIST.
           MOVE ID-CONTRA-MOV TO ID-CONTRA-HIST.
           MOVE REF-ORIG-MOV  TO REF-ORIG-HIST.
           WRITE REG-HIST
               INVALID KEY
                   PERFORM CONFERE-GRAVADO
           END-WRITE.

       CONFERE-GRAVADO.
           MOVE REG-HIST TO WS-REG-HIST-NOVO.
           READ MOVHIST
               INVALID KEY
                   DISPLAY 'ERRO DE GRAVACAO MOVHIST - ' ID-HIST ' '
                           DATA-MOV-HIST ' ' NR-SEQ-HIST ' - '
                           WS-FS-HIS
                   STOP RUN
           END-READ.
           IF REG-HIST NOT = WS-REG-HIST-NOVO
               DISPLAY 'ERRO - MOVHIST DIVERGENTE NA REEXECUCAO - '
                       ID-HIST ' ' DATA-MOV-HIST ' ' NR-SEQ-HIST
               STOP RUN
           END-IF.
           ADD 1 TO WS-CONT-JA-GRAVADOS.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
                                                 WS-CONT-REFUSADOS.
           DISPLAY 'EXCECOES NAO HISTORIADAS.....: '
                                                 WS-CONT-EXCECOES.
           DISPLAY 'JA GRAVADOS EM EXECUCAO ANT..: '
                                                 WS-CONT-JA-GRAVADOS.
