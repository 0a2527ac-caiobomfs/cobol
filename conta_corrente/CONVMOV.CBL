       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVPANT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PAN.
           SELECT MOVPEND ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PEN.
           SELECT MOVEANT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-EAN.
           SELECT MOVENC ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MVE.
           SELECT MOVNANT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-NAN.
           SELECT MOVNSF ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-NSF.
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
       FD MOVPANT VALUE OF FILE-ID IS "MOVPANT.DAT".
       01 REG-PANT.
           03  ID-PANT               PIC 9(09).
           03  MOVIMENTO-PANT        PIC S9(09).
           03  TIPO-MOV-PANT         PIC X(01).
           03  DATA-MOV-PANT         PIC 9(08).
           03  CD-TRANSACAO-PANT     PIC 9(04).
           03  NR-REAPRES-PANT       PIC 9(02).

       FD MOVPEND VALUE OF FILE-ID IS "MOVPEND.DAT".
           COPY MOVREG.

       FD MOVEANT VALUE OF FILE-ID IS "MOVEANT.DAT".
       01 REG-EANT.
           03  ID-EANT               PIC 9(09).
           03  MOVIMENTO-EANT        PIC S9(09).
           03  TIPO-MOV-EANT         PIC X(01).
           03  DATA-MOV-EANT         PIC 9(08).
           03  CD-TRANSACAO-EANT     PIC 9(04).
           03  NR-REAPRES-EANT       PIC 9(02).

       FD MOVENC VALUE OF FILE-ID IS "MOVENC.DAT".
           COPY MOVREG REPLACING
               ==REG-MOV==      BY ==REG-MOV-ENC==
               ==ID-MOV==       BY ==ID-MOV-ENC==
               ==AGENCIA-MOV==  BY ==AGENCIA-MOV-ENC==
               ==CONTA-MOV==    BY ==CONTA-MOV-ENC==
               ==MOVIMENTO==    BY ==MOVIMENTO-ENC==
               ==TIPO-MOV==     BY ==TIPO-MOV-ENC==
               ==DATA-MOV==     BY ==DATA-MOV-ENC==
               ==ANO-MOV==      BY ==ANO-MOV-ENC==
               ==MES-MOV==      BY ==MES-MOV-ENC==
               ==DIA-MOV==      BY ==DIA-MOV-ENC==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-ENC==
               ==NR-REAPRES==   BY ==NR-REAPRES-ENC==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-ENC==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-ENC==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-ENC==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-ENC==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-ENC==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-ENC==.

       FD MOVNANT VALUE OF FILE-ID IS "MOVNANT.DAT".
       01 REG-NANT.
           03  ID-NANT               PIC 9(09).
           03  MOVIMENTO-NANT        PIC S9(09).
           03  TIPO-MOV-NANT         PIC X(01).
           03  DATA-MOV-NANT         PIC 9(08).
           03  CD-TRANSACAO-NANT     PIC 9(04).
           03  SALDO-TENTATIVA-NANT  PIC S9(09).
           03  LIMITE-NANT           PIC 9(09).
           03  DS-MOTIVO-NANT        PIC X(40).
           03  NR-REAPRES-NANT       PIC 9(02).

       FD MOVNSF VALUE OF FILE-ID IS "MOVNSF.DAT".
           COPY NSFREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PAN           PIC X(02) VALUE ZEROS.
       01 WS-FS-PEN           PIC X(02) VALUE ZEROS.
       01 WS-FS-EAN           PIC X(02) VALUE ZEROS.
       01 WS-FS-MVE           PIC X(02) VALUE ZEROS.
       01 WS-FS-NAN           PIC X(02) VALUE ZEROS.
       01 WS-FS-NSF           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-ANT         PIC 9(01) VALUE ZERO.
           02  HA-REGISTRO     PIC 9(01) VALUE ZERO.

       01 WS-CONTADORES.
           02  WS-CONT-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-CONT-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-CONT-PEN         PIC 9(07) VALUE ZEROS.
           02  WS-CONT-ENC         PIC 9(07) VALUE ZEROS.
           02  WS-CONT-NSF         PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           02  WS-TOTAL-LIDOS      PIC S9(13) VALUE ZEROS.
           02  WS-TOTAL-GRAVADOS   PIC S9(13) VALUE ZEROS.

       01 WS-TOTAL-ED           PIC -(13)9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM VERIFICA-DESTINOS.
           PERFORM CONVERTE-PENDENTES.
           PERFORM CONVERTE-ENCARGOS.
           PERFORM CONVERTE-REAPRESENTACOES.
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

       VERIFICA-DESTINOS.
           MOVE 0 TO HA-REGISTRO.
           OPEN INPUT MOVPEND.
           IF WS-FS-PEN EQUAL "00"
               READ MOVPEND NOT AT END MOVE 1 TO HA-REGISTRO
               END-READ
               CLOSE MOVPEND
           END-IF.
           OPEN INPUT MOVENC.
           IF WS-FS-MVE EQUAL "00"
               READ MOVENC NOT AT END MOVE 1 TO HA-REGISTRO
               END-READ
               CLOSE MOVENC
           END-IF.
           OPEN INPUT MOVNSF.
           IF WS-FS-NSF EQUAL "00"
               READ MOVNSF NOT AT END MOVE 1 TO HA-REGISTRO
               END-READ
               CLOSE MOVNSF
           END-IF.
           IF HA-REGISTRO = 1
             DISPLAY "ERRO - MOVPEND/MOVENC/MOVNSF JA POSSUEM REGISTROS"
             STOP RUN.

       CONVERTE-PENDENTES.
           OPEN INPUT MOVPANT.
           IF WS-FS-PAN EQUAL "35"
               DISPLAY "AVISO - MOVPANT.DAT AUSENTE - SEM PENDENTES"
           ELSE
               IF WS-FS-PAN NOT EQUAL "00"
                 DISPLAY "ERRO DE ABERTURA MOVPANT - " WS-FS-PAN
                 STOP RUN
               ELSE
                 OPEN OUTPUT MOVPEND
                 IF WS-FS-PEN NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA MOVPEND - " WS-FS-PEN
                   STOP RUN
                 END-IF
                 MOVE 0 TO FIM-ANT
                 READ MOVPANT AT END MOVE 1 TO FIM-ANT
                 END-READ
                 PERFORM CONVERTE-PENDENTE UNTIL FIM-ANT = 1
                 CLOSE MOVPANT
                       MOVPEND
               END-IF
           END-IF.

       CONVERTE-PENDENTE.
           ADD 1 TO WS-CONT-LIDOS.
           ADD MOVIMENTO-PANT TO WS-TOTAL-LIDOS.
           MOVE ID-PANT           TO ID-MOV.
           MOVE MOVIMENTO-PANT    TO MOVIMENTO.
           MOVE TIPO-MOV-PANT     TO TIPO-MOV.
           MOVE DATA-MOV-PANT     TO DATA-MOV.
           MOVE CD-TRANSACAO-PANT TO CD-TRANSACAO.
           MOVE NR-REAPRES-PANT   TO NR-REAPRES.
           MOVE ZEROS             TO ID-CONTRA-MOV
                                     REF-ORIG-MOV.
           WRITE REG-MOV.
           ADD 1 TO WS-CONT-GRAVADOS
                    WS-CONT-PEN.
           ADD MOVIMENTO TO WS-TOTAL-GRAVADOS.
           READ MOVPANT AT END MOVE 1 TO FIM-ANT.

       CONVERTE-ENCARGOS.
           OPEN INPUT MOVEANT.
           IF WS-FS-EAN EQUAL "35"
               DISPLAY "AVISO - MOVEANT.DAT AUSENTE - SEM ENCARGOS"
           ELSE
               IF WS-FS-EAN NOT EQUAL "00"
                 DISPLAY "ERRO DE ABERTURA MOVEANT - " WS-FS-EAN
                 STOP RUN
               ELSE
                 OPEN OUTPUT MOVENC
                 IF WS-FS-MVE NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA MOVENC - " WS-FS-MVE
                   STOP RUN
                 END-IF
                 MOVE 0 TO FIM-ANT
                 READ MOVEANT AT END MOVE 1 TO FIM-ANT
                 END-READ
                 PERFORM CONVERTE-ENCARGO UNTIL FIM-ANT = 1
                 CLOSE MOVEANT
                       MOVENC
               END-IF
           END-IF.

       CONVERTE-ENCARGO.
           ADD 1 TO WS-CONT-LIDOS.
           ADD MOVIMENTO-EANT TO WS-TOTAL-LIDOS.
           MOVE ID-EANT           TO ID-MOV-ENC.
           MOVE MOVIMENTO-EANT    TO MOVIMENTO-ENC.
           MOVE TIPO-MOV-EANT     TO TIPO-MOV-ENC.
           MOVE DATA-MOV-EANT     TO DATA-MOV-ENC.
           MOVE CD-TRANSACAO-EANT TO CD-TRANSACAO-ENC.
           MOVE NR-REAPRES-EANT   TO NR-REAPRES-ENC.
           MOVE ZEROS             TO ID-CONTRA-MOV-ENC
                                     REF-ORIG-MOV-ENC.
           WRITE REG-MOV-ENC.
           ADD 1 TO WS-CONT-GRAVADOS
                    WS-CONT-ENC.
           ADD MOVIMENTO-ENC TO WS-TOTAL-GRAVADOS.
           READ MOVEANT AT END MOVE 1 TO FIM-ANT.

       CONVERTE-REAPRESENTACOES.
           OPEN INPUT MOVNANT.
           IF WS-FS-NAN EQUAL "35"
               DISPLAY "AVISO - MOVNANT.DAT AUSENTE - SEM NSF"
           ELSE
               IF WS-FS-NAN NOT EQUAL "00"
                 DISPLAY "ERRO DE ABERTURA MOVNANT - " WS-FS-NAN
                 STOP RUN
               ELSE
                 OPEN OUTPUT MOVNSF
                 IF WS-FS-NSF NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA MOVNSF - " WS-FS-NSF
                   STOP RUN
                 END-IF
                 MOVE 0 TO FIM-ANT
                 READ MOVNANT AT END MOVE 1 TO FIM-ANT
                 END-READ
                 PERFORM CONVERTE-REAPRESENTACAO UNTIL FIM-ANT = 1
                 CLOSE MOVNANT
                       MOVNSF
               END-IF
           END-IF.

       CONVERTE-REAPRESENTACAO.
           ADD 1 TO WS-CONT-LIDOS.
           ADD MOVIMENTO-NANT TO WS-TOTAL-LIDOS.
           MOVE ID-NANT              TO ID-MOV-NSF.
           MOVE MOVIMENTO-NANT       TO MOVIMENTO-NSF.
           MOVE TIPO-MOV-NANT        TO TIPO-MOV-NSF.
           MOVE DATA-MOV-NANT        TO DATA-MOV-NSF.
           MOVE CD-TRANSACAO-NANT    TO CD-TRANSACAO-NSF.
           MOVE SALDO-TENTATIVA-NANT TO SALDO-TENTATIVA-NSF.
           MOVE LIMITE-NANT          TO LIMITE-NSF.
           MOVE DS-MOTIVO-NANT       TO DS-MOTIVO-NSF.
           MOVE NR-REAPRES-NANT      TO NR-REAPRES-NSF.
           MOVE ZEROS                TO ID-CONTRA-NSF
                                        REF-ORIG-NSF.
           WRITE REG-MOVNSF.
           ADD 1 TO WS-CONT-GRAVADOS
                    WS-CONT-NSF.
           ADD MOVIMENTO-NSF TO WS-TOTAL-GRAVADOS.
           READ MOVNANT AT END MOVE 1 TO FIM-ANT.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'CONVMOV '       TO PROG-CTL.
           MOVE WS-DATA-PROC     TO DATA-PROC-CTL.
           MOVE 'C'              TO STATUS-CTL.
           MOVE WS-CONT-GRAVADOS TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           DISPLAY 'MOVIMENTOS LIDOS.............: ' WS-CONT-LIDOS.
           MOVE WS-TOTAL-LIDOS TO WS-TOTAL-ED.
           DISPLAY 'VALOR TOTAL LIDO.............: ' WS-TOTAL-ED.
           DISPLAY 'PENDENTES GRAVADOS...........: ' WS-CONT-PEN.
           DISPLAY 'ENCARGOS GRAVADOS............: ' WS-CONT-ENC.
           DISPLAY 'REAPRESENTACOES GRAVADAS.....: ' WS-CONT-NSF.
           DISPLAY 'MOVIMENTOS GRAVADOS..........: ' WS-CONT-GRAVADOS.
           MOVE WS-TOTAL-GRAVADOS TO WS-TOTAL-ED.
           DISPLAY 'VALOR TOTAL GRAVADO..........: ' WS-TOTAL-ED.
           IF WS-CONT-GRAVADOS NOT = WS-CONT-LIDOS
              OR WS-TOTAL-GRAVADOS NOT = WS-TOTAL-LIDOS
               DISPLAY 'ERRO - TOTAIS DA CONVERSAO NAO CONFEREM'
               STOP RUN
           END-IF.
           PERFORM GRAVA-EXECUCAO.
