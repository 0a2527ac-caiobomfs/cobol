              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ENC.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT CADFER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-FER
              FILE STATUS IS WS-FS-FER.
           SELECT ARREL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       FD PARMENC VALUE OF FILE-ID IS "PARMENC.DAT".
           COPY ENCREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD CADFER VALUE OF FILE-ID IS "FERIADO.DAT".
           COPY FERREG.

       FD ARREL VALUE OF FILE-ID IS "RELENC.DAT".
       01 REG-RELENC                  PIC X(80).

       01 WS-FS-ENC           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-FER           PIC X(02) VALUE ZEROS.

       01 WS-PARAMETROS.
           02  WS-DATA-ENCARGO     PIC 9(08) VALUE ZEROS.
           02  FIM-CLI         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  JA-EXECUTADO    PIC 9(01) VALUE ZERO.
           02  TEM-CADFER      PIC 9(01) VALUE ZERO.
               88  CALENDARIO-DISPONIVEL   VALUE 1.
           02  DIA-UTIL        PIC 9(01) VALUE ZERO.
               88  DATA-DIA-UTIL           VALUE 1.
           02  DATA-CAL-OK     PIC 9(01) VALUE ZERO.
               88  DATA-CAL-VALIDA         VALUE 1.

       01 WS-ULTIMO-UTIL-MES   PIC 9(08) VALUE ZEROS.

       01 WS-CALENDARIO.
           02  WS-DATA-CAL             PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CAL-R REDEFINES WS-DATA-CAL.
               03  WS-ANO-CAL          PIC 9(04).
               03  WS-MES-CAL          PIC 9(02).
               03  WS-DIA-CAL          PIC 9(02).
           02  WS-ULTIMO-DIA-CAL       PIC 9(02) VALUE ZEROS.
           02  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
               88  FIM-DE-SEMANA           VALUE 0 1.
           02  WS-ANO-ZEL              PIC 9(04) VALUE ZEROS.
           02  WS-MES-ZEL              PIC 9(02) VALUE ZEROS.
           02  WS-SECULO-ZEL           PIC 9(02) VALUE ZEROS.
           02  WS-ANO-SEC-ZEL          PIC 9(02) VALUE ZEROS.
           02  WS-TERMO-MES-ZEL        PIC 9(02) VALUE ZEROS.
           02  WS-TERMO-ANO-ZEL        PIC 9(02) VALUE ZEROS.
           02  WS-TERMO-SEC-ZEL        PIC 9(02) VALUE ZEROS.
           02  WS-SOMA-ZEL             PIC 9(04) VALUE ZEROS.
           02  WS-QUOC-CAL             PIC 9(04) VALUE ZEROS.
           02  WS-RESTO-CAL            PIC 9(03) VALUE ZEROS.

       01 WS-DIAS-MES-INI      PIC X(24)
                               VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-DIAS-MES-INI.
           02  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.

       01 WS-AGENCIA-ATUAL     PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM VERIFICA-FIM-MES.
           IF WS-DATA-ENCARGO NOT = WS-ULTIMO-UTIL-MES
               DISPLAY 'ENCARGOS NAO GERADOS - ' WS-DATA-ENCARGO
                       ' NAO E O ULTIMO DIA UTIL DO MES ('
                       WS-ULTIMO-UTIL-MES ')'
               STOP RUN
           END-IF.
           PERFORM VERIFICA-EXECUCAO.
           IF JA-EXECUTADO = 1
               DISPLAY 'ERRO - ENCARGOS JA GERADOS PARA A DATA '
           MOVE TAXA-JUROS   TO WS-TAXA-JUROS.
           MOVE VALOR-TARIFA TO WS-VALOR-TARIFA.
           CLOSE PARMENC.
           IF WS-DATA-ENCARGO = ZEROS
               PERFORM LE-DATA-PROC
           END-IF.

       LE-DATA-PROC.
           OPEN INPUT PARMPRO.
           IF WS-FS-PRM NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMPROC - " WS-FS-PRM
             STOP RUN.
           READ PARMPRO AT END
               DISPLAY "ERRO - PARMPROC.DAT SEM REGISTRO DE DATAS"
               STOP RUN
           END-READ.
           MOVE DATA-PROC TO WS-DATA-ENCARGO.
           CLOSE PARMPRO.

       VERIFICA-FIM-MES.
           MOVE WS-DATA-ENCARGO TO WS-DATA-CAL.
           PERFORM VALIDA-DATA-CAL.
           IF NOT DATA-CAL-VALIDA
               DISPLAY 'ERRO - DATA DE ENCARGOS INVALIDA: '
                       WS-DATA-ENCARGO
               STOP RUN
           END-IF.
           MOVE 0 TO TEM-CADFER.
           OPEN INPUT CADFER.
           IF WS-FS-FER EQUAL "00"
               MOVE 1 TO TEM-CADFER
           ELSE
               IF WS-FS-FER NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA FERIADO - " WS-FS-FER
                 STOP RUN
               END-IF
           END-IF.
           MOVE WS-ULTIMO-DIA-CAL TO WS-DIA-CAL.
           PERFORM VERIFICA-DIA-UTIL.
           PERFORM RECUA-DIA-UTIL UNTIL DATA-DIA-UTIL.
           MOVE WS-DATA-CAL TO WS-ULTIMO-UTIL-MES.
           IF CALENDARIO-DISPONIVEL
               CLOSE CADFER
           END-IF.

       RECUA-DIA-UTIL.
           SUBTRACT 1 FROM WS-DIA-CAL.
           PERFORM VERIFICA-DIA-UTIL.

       VALIDA-DATA-CAL.
           MOVE 0 TO DATA-CAL-OK.
           IF WS-DATA-CAL IS NUMERIC
              AND WS-ANO-CAL > 1900
              AND WS-MES-CAL > ZERO AND WS-MES-CAL < 13
              AND WS-DIA-CAL > ZERO
               PERFORM CALCULA-ULTIMO-DIA-CAL
               IF WS-DIA-CAL NOT > WS-ULTIMO-DIA-CAL
                   MOVE 1 TO DATA-CAL-OK
               END-IF
           END-IF.

       VERIFICA-DIA-UTIL.
           MOVE 1 TO DIA-UTIL.
           PERFORM CALCULA-DIA-SEMANA.
           IF FIM-DE-SEMANA
               MOVE 0 TO DIA-UTIL
           ELSE
               IF CALENDARIO-DISPONIVEL
                   MOVE WS-DATA-CAL TO DATA-FER
                   MOVE ZEROS       TO AGENCIA-FER
                   READ CADFER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 0 TO DIA-UTIL
                   END-READ
               END-IF
           END-IF.

       CALCULA-DIA-SEMANA.
           MOVE WS-ANO-CAL TO WS-ANO-ZEL.
           MOVE WS-MES-CAL TO WS-MES-ZEL.
           IF WS-MES-ZEL < 3
               ADD 12 TO WS-MES-ZEL
               SUBTRACT 1 FROM WS-ANO-ZEL
           END-IF.
           DIVIDE WS-ANO-ZEL BY 100 GIVING WS-SECULO-ZEL
                                    REMAINDER WS-ANO-SEC-ZEL.
           COMPUTE WS-TERMO-MES-ZEL = (13 * (WS-MES-ZEL + 1)) / 5.
           DIVIDE WS-ANO-SEC-ZEL BY 4 GIVING WS-TERMO-ANO-ZEL.
           DIVIDE WS-SECULO-ZEL BY 4 GIVING WS-TERMO-SEC-ZEL.
           COMPUTE WS-SOMA-ZEL = WS-DIA-CAL + WS-TERMO-MES-ZEL
                               + WS-ANO-SEC-ZEL + WS-TERMO-ANO-ZEL
                               + WS-TERMO-SEC-ZEL + 5 * WS-SECULO-ZEL.
           DIVIDE WS-SOMA-ZEL BY 7 GIVING WS-QUOC-CAL
                                   REMAINDER WS-DIA-SEMANA.

       CALCULA-ULTIMO-DIA-CAL.
           MOVE WS-DIAS-MES(WS-MES-CAL) TO WS-ULTIMO-DIA-CAL.
           IF WS-MES-CAL = 2
               DIVIDE WS-ANO-CAL BY 4 GIVING WS-QUOC-CAL
                                      REMAINDER WS-RESTO-CAL
               IF WS-RESTO-CAL = ZERO
                   MOVE 29 TO WS-ULTIMO-DIA-CAL
                   DIVIDE WS-ANO-CAL BY 100 GIVING WS-QUOC-CAL
                                          REMAINDER WS-RESTO-CAL
                   IF WS-RESTO-CAL = ZERO
                       DIVIDE WS-ANO-CAL BY 400 GIVING WS-QUOC-CAL
                                              REMAINDER WS-RESTO-CAL
                       IF WS-RESTO-CAL NOT = ZERO
                           MOVE 28 TO WS-ULTIMO-DIA-CAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICA-EXECUCAO.
           MOVE ZERO TO JA-EXECUTADO FIM-CTL.
               MOVE WS-DATA-ENCARGO TO DATA-MOV
               MOVE WS-CD-TRN-JUROS TO CD-TRANSACAO
               MOVE ZEROS           TO NR-REAPRES
               MOVE ZEROS           TO ID-CONTRA-MOV
               MOVE ZEROS           TO REF-ORIG-MOV
               WRITE REG-MOV
               ADD WS-JUROS TO WS-TOT-JUROS-AG
               ADD 1 TO WS-CONT-JUROS
           MOVE WS-DATA-ENCARGO TO DATA-MOV.
           MOVE WS-CD-TRN-TARIFA TO CD-TRANSACAO.
           MOVE ZEROS            TO NR-REAPRES.
           MOVE ZEROS            TO ID-CONTRA-MOV.
           MOVE ZEROS            TO REF-ORIG-MOV.
           WRITE REG-MOV.
           ADD WS-VALOR-TARIFA TO WS-TOT-TARIFA-AG.
           ADD 1 TO WS-CONT-TARIFAS.
