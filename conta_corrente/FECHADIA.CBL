       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHADIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT JOBREQ ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REQ.
           SELECT CADFER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-FER
              FILE STATUS IS WS-FS-FER.
           SELECT RUNCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD JOBREQ VALUE OF FILE-ID IS "JOBREQ.DAT".
           COPY REQREG.

       FD CADFER VALUE OF FILE-ID IS "FERIADO.DAT".
           COPY FERREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-REQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-FER           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
       01 WS-PROXIMA-DATA     PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMO-UTIL-MES  PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-REQ         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  TEM-CADFER      PIC 9(01) VALUE ZERO.
               88  CALENDARIO-DISPONIVEL   VALUE 1.
           02  DIA-UTIL        PIC 9(01) VALUE ZERO.
               88  DATA-DIA-UTIL           VALUE 1.
           02  FECHA-MES       PIC 9(01) VALUE ZERO.
               88  ULTIMO-DIA-UTIL-MES     VALUE 1.
           02  ACHOU-REQ       PIC 9(01) VALUE ZERO.
               88  EXIGIDO-ENCONTRADO      VALUE 1.

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

       01 WS-TAB-EXIGIDOS.
           02  WS-QTD-REQ           PIC 9(03) VALUE ZEROS.
           02  WS-REQ-EXCEDENTES    PIC 9(05) VALUE ZEROS.
           02  WS-TAB-REQ OCCURS 50 TIMES INDEXED BY WS-IDX-REQ.
               03  REQ-PROG          PIC X(08).
               03  REQ-EXECUTADO     PIC 9(01).

       01 WS-CONTADORES.
           02  WS-CONT-CONFERIDOS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-FALTANTES   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM ABRE-CALENDARIO.
           PERFORM VERIFICA-FIM-MES.
           PERFORM CARREGA-EXIGIDOS.
           PERFORM CONFERE-EXECUCOES.
           PERFORM LISTA-FALTANTES.
           IF WS-CONT-FALTANTES > ZEROS
               DISPLAY 'ERRO - DIA ' WS-DATA-PROC ' NAO FECHADO - '
                       WS-CONT-FALTANTES ' JOB(S) OBRIGATORIO(S) '
                       'SEM EXECUCAO EM RUNCTL.DAT'
               STOP RUN
           END-IF.
           PERFORM CALCULA-PROXIMO-DIA.
           PERFORM FECHA-CALENDARIO.
           PERFORM GRAVA-PARAMETRO.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'DATA FECHADA.................: ' WS-DATA-PROC.
           DISPLAY 'JOBS OBRIGATORIOS CONFERIDOS.: '
                                                 WS-CONT-CONFERIDOS.
           DISPLAY 'NOVA DATA DE PROCESSAMENTO...: ' WS-PROXIMA-DATA.
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

       ABRE-CALENDARIO.
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

       FECHA-CALENDARIO.
           IF CALENDARIO-DISPONIVEL
               CLOSE CADFER
           END-IF.

       VERIFICA-FIM-MES.
           MOVE WS-DATA-PROC TO WS-DATA-CAL.
           PERFORM CALCULA-ULTIMO-DIA-CAL.
           MOVE WS-ULTIMO-DIA-CAL TO WS-DIA-CAL.
           PERFORM VERIFICA-DIA-UTIL.
           PERFORM RECUA-DIA-UTIL UNTIL DATA-DIA-UTIL.
           MOVE WS-DATA-CAL TO WS-ULTIMO-UTIL-MES.
           MOVE 0 TO FECHA-MES.
           IF WS-DATA-PROC = WS-ULTIMO-UTIL-MES
               MOVE 1 TO FECHA-MES
           END-IF.

       RECUA-DIA-UTIL.
           SUBTRACT 1 FROM WS-DIA-CAL.
           PERFORM VERIFICA-DIA-UTIL.

       CARREGA-EXIGIDOS.
           OPEN INPUT JOBREQ.
           IF WS-FS-REQ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA JOBREQ - " WS-FS-REQ
             STOP RUN.
           READ JOBREQ AT END MOVE 1 TO FIM-REQ.
           PERFORM GUARDA-EXIGIDO UNTIL FIM-REQ = 1.
           CLOSE JOBREQ.
           IF WS-REQ-EXCEDENTES > ZEROS
               DISPLAY 'ERRO - JOBS OBRIGATORIOS ACIMA DO LIMITE DA '
                       'TABELA: ' WS-REQ-EXCEDENTES
               STOP RUN
           END-IF.

       GUARDA-EXIGIDO.
           IF EXIGIDO-DIARIO
              OR (EXIGIDO-FIM-MES AND ULTIMO-DIA-UTIL-MES)
               IF WS-QTD-REQ < 50
                   ADD 1 TO WS-QTD-REQ
                   SET WS-IDX-REQ TO WS-QTD-REQ
                   MOVE PROG-REQ TO REQ-PROG(WS-IDX-REQ)
                   MOVE ZERO     TO REQ-EXECUTADO(WS-IDX-REQ)
               ELSE
                   ADD 1 TO WS-REQ-EXCEDENTES
               END-IF
           END-IF
           READ JOBREQ AT END MOVE 1 TO FIM-REQ.

       CONFERE-EXECUCOES.
           MOVE ZERO TO FIM-CTL.
           OPEN INPUT RUNCTL.
           IF WS-FS-CTL NOT EQUAL "00"
               MOVE 1 TO FIM-CTL
           ELSE
               READ RUNCTL AT END MOVE 1 TO FIM-CTL
               END-READ
           END-IF.
           PERFORM PESQUISA-EXECUCAO UNTIL FIM-CTL = 1.
           IF WS-FS-CTL EQUAL "00" OR WS-FS-CTL EQUAL "10"
               CLOSE RUNCTL
           END-IF.

       PESQUISA-EXECUCAO.
           IF DATA-PROC-CTL = WS-DATA-PROC
              AND EXECUCAO-CONCLUIDA
               PERFORM PROCURA-EXIGIDO
               IF EXIGIDO-ENCONTRADO
                   MOVE 1 TO REQ-EXECUTADO(WS-IDX-REQ)
               END-IF
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

       PROCURA-EXIGIDO.
           MOVE 0 TO ACHOU-REQ.
           SET WS-IDX-REQ TO 1.
           PERFORM TESTA-EXIGIDO
               UNTIL WS-IDX-REQ > WS-QTD-REQ OR EXIGIDO-ENCONTRADO.

       TESTA-EXIGIDO.
           IF REQ-PROG(WS-IDX-REQ) = PROG-CTL
               MOVE 1 TO ACHOU-REQ
           ELSE
               SET WS-IDX-REQ UP BY 1
           END-IF.

       LISTA-FALTANTES.
           SET WS-IDX-REQ TO 1.
           PERFORM TESTA-FALTANTE UNTIL WS-IDX-REQ > WS-QTD-REQ.

       TESTA-FALTANTE.
           ADD 1 TO WS-CONT-CONFERIDOS.
           IF REQ-EXECUTADO(WS-IDX-REQ) = ZERO
               DISPLAY 'JOB OBRIGATORIO SEM EXECUCAO: '
                       REQ-PROG(WS-IDX-REQ) ' DATA ' WS-DATA-PROC
               ADD 1 TO WS-CONT-FALTANTES
           END-IF.
           SET WS-IDX-REQ UP BY 1.

       CALCULA-PROXIMO-DIA.
           MOVE WS-DATA-PROC TO WS-DATA-CAL.
           PERFORM AVANCA-DIA-UTIL.
           PERFORM AVANCA-DIA-UTIL UNTIL DATA-DIA-UTIL.
           MOVE WS-DATA-CAL TO WS-PROXIMA-DATA.

       AVANCA-DIA-UTIL.
           PERFORM SOMA-UM-DIA.
           PERFORM VERIFICA-DIA-UTIL.

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

       SOMA-UM-DIA.
           PERFORM CALCULA-ULTIMO-DIA-CAL.
           IF WS-DIA-CAL < WS-ULTIMO-DIA-CAL
               ADD 1 TO WS-DIA-CAL
           ELSE
               MOVE 1 TO WS-DIA-CAL
               IF WS-MES-CAL < 12
                   ADD 1 TO WS-MES-CAL
               ELSE
                   MOVE 1 TO WS-MES-CAL
                   ADD 1 TO WS-ANO-CAL
               END-IF
           END-IF.

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

       GRAVA-PARAMETRO.
           OPEN I-O PARMPRO.
           IF WS-FS-PRM NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMPROC - " WS-FS-PRM
             STOP RUN.
           READ PARMPRO AT END
               DISPLAY "ERRO - PARMPROC.DAT SEM REGISTRO DE DATAS"
               STOP RUN
           END-READ.
           MOVE WS-PROXIMA-DATA TO DATA-PROC.
           REWRITE REG-PARM.
           IF WS-FS-PRM NOT EQUAL "00"
             DISPLAY "ERRO DE REGRAVACAO PARMPROC - " WS-FS-PRM
             STOP RUN.
           CLOSE PARMPRO.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'FECHADIA'         TO PROG-CTL.
           MOVE WS-DATA-PROC       TO DATA-PROC-CTL.
           MOVE 'C'                TO STATUS-CTL.
           MOVE WS-CONT-CONFERIDOS TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.
