       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGHIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHANT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ANT.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT RUNCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD MOVHANT VALUE OF FILE-ID IS "MOVHANT.DAT".
       01 REG-HANT.
           03  ID-HANT.
               05  AGENCIA-HANT       PIC 9(03).
               05  CONTA-HANT         PIC 9(06).
           03  MOVIMENTO-HANT        PIC S9(09).
           03  TIPO-MOV-HANT         PIC X(01).
           03  DATA-MOV-HANT         PIC 9(08).
           03  CD-TRANSACAO-HANT     PIC 9(04).
           03  DATA-POST-HANT        PIC 9(08).

       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-ANT           PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-ANT         PIC 9(01) VALUE ZERO.

       01 WS-CONTADORES.
           02  WS-CONT-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-CONT-GRAVADOS    PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           02  WS-TOTAL-LIDOS      PIC S9(13) VALUE ZEROS.
           02  WS-TOTAL-GRAVADOS   PIC S9(13) VALUE ZEROS.

       01 WS-TOTAL-ED           PIC -(13)9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM ABRE-ARQ.
           READ MOVHANT AT END MOVE 1 TO FIM-ANT.
           PERFORM CONVERTE-HISTORICO UNTIL FIM-ANT = 1.
           PERFORM FINALIZA.
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARMPRO.
           IF WS-FS-PRM NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMPROC - " WS-FS-PRM
             STOP RUN.
           READ PARMPRO AT END
               DISPLAY "ERRO - PARMPROC.DAT SEM REGISTRO DE DATAS"
               STOP RUN
           END-READ.
           MOVE DATA-PROC TO WS-DATA-PROC.
           CLOSE PARMPRO.

       ABRE-ARQ.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS EQUAL "00"
             CLOSE MOVHIST
             DISPLAY "ERRO - MOVHIST.DAT JA EXISTE NO FORMATO INDEXADO"
             STOP RUN.

           OPEN INPUT MOVHANT.
           IF WS-FS-ANT NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHANT - " WS-FS-ANT
             STOP RUN.

           OPEN OUTPUT MOVHIST.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
             STOP RUN.

       CONVERTE-HISTORICO.
           ADD 1 TO WS-CONT-LIDOS.
           ADD MOVIMENTO-HANT TO WS-TOTAL-LIDOS.
           MOVE AGENCIA-HANT      TO AGENCIA-HIST.
           MOVE CONTA-HANT        TO CONTA-HIST.
           MOVE DATA-MOV-HANT     TO DATA-MOV-HIST.
           MOVE DATA-POST-HANT    TO DATA-POST-HIST.
           MOVE WS-CONT-LIDOS     TO NR-SEQ-HIST.
           MOVE MOVIMENTO-HANT    TO MOVIMENTO-HIST.
           MOVE TIPO-MOV-HANT     TO TIPO-MOV-HIST.
           MOVE CD-TRANSACAO-HANT TO CD-TRANSACAO-HIST.
           MOVE ZEROS             TO ID-CONTRA-HIST
                                     REF-ORIG-HIST.
           WRITE REG-HIST
               INVALID KEY
                   DISPLAY 'ERRO DE GRAVACAO MOVHIST - ' ID-HIST ' '
                           DATA-MOV-HIST ' ' NR-SEQ-HIST
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CONT-GRAVADOS.
           ADD MOVIMENTO-HIST TO WS-TOTAL-GRAVADOS.
           READ MOVHANT AT END MOVE 1 TO FIM-ANT.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'REORGHIS'       TO PROG-CTL.
           MOVE WS-DATA-PROC     TO DATA-PROC-CTL.
           MOVE 'C'              TO STATUS-CTL.
           MOVE WS-CONT-GRAVADOS TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           CLOSE MOVHANT
                 MOVHIST.
           DISPLAY 'MOVIMENTOS LIDOS.............: ' WS-CONT-LIDOS.
           MOVE WS-TOTAL-LIDOS TO WS-TOTAL-ED.
           DISPLAY 'VALOR TOTAL LIDO.............: ' WS-TOTAL-ED.
           DISPLAY 'MOVIMENTOS GRAVADOS..........: ' WS-CONT-GRAVADOS.
           MOVE WS-TOTAL-GRAVADOS TO WS-TOTAL-ED.
           DISPLAY 'VALOR TOTAL GRAVADO..........: ' WS-TOTAL-ED.
           IF WS-CONT-GRAVADOS NOT = WS-CONT-LIDOS
              OR WS-TOTAL-GRAVADOS NOT = WS-TOTAL-LIDOS
               DISPLAY 'ERRO - TOTAIS DA REORGANIZACAO NAO CONFEREM'
               STOP RUN
           END-IF.
           PERFORM GRAVA-EXECUCAO.
