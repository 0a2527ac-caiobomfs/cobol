              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT CADBLQ ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-BLQ
              FILE STATUS IS WS-FS-BLQ.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT MOVIMEN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-TRN
              FILE STATUS IS WS-FS-TRN.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD CADBLQ VALUE OF FILE-ID IS "BLOQUEIO.DAT".
           COPY BLQREG.

       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD MOVIMEN VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVREG.

       FD TRNCOD VALUE OF FILE-ID IS "TRNCOD.DAT".
           COPY TRNREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV           PIC X(02) VALUE ZEROS.
       01 WS-FS-NSF           PIC X(02) VALUE ZEROS.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-BLQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
       01 WS-DATA-LIMITE      PIC 9(08) VALUE ZEROS.

       01 WS-DATA-AUX.
           02  WS-ANO-AUX           PIC 9(04).
           02  WS-MES-AUX           PIC 9(02).
           02  WS-DIA-AUX           PIC 9(02).

       01 WS-CALCULO-DATA.
           02  WS-ULTIMO-DIA        PIC 9(02) VALUE ZEROS.
           02  WS-QUOCIENTE         PIC 9(04) VALUE ZEROS.
           02  WS-RESTO             PIC 9(03) VALUE ZEROS.

       01 WS-DIAS-MES-INI      PIC X(24)
                               VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-DIAS-MES-INI.
           02  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.

       01 WS-SWITCHES.
           02  FIM-CON         PIC 9(01) VALUE ZERO.
           02  FIM-MOV         PIC 9(01) VALUE ZERO.
           02  FIM-NSF         PIC 9(01) VALUE ZERO.
           02  FIM-BLQ         PIC 9(01) VALUE ZERO.
           02  FIM-HIS         PIC 9(01) VALUE ZERO.
           02  TEM-MOVHIST     PIC 9(01) VALUE ZERO.
               88  HISTORICO-DISPONIVEL    VALUE 1.
           02  BISSEXTO        PIC 9(01) VALUE ZERO.
               88  ANO-BISSEXTO        VALUE 1.
           02  TEM-CADBLQ      PIC 9(01) VALUE ZERO.
               88  CADASTRO-BLQ-DISPONIVEL VALUE 1.
           02  CONTA-BLOQUEADA PIC 9(01) VALUE ZERO.
               88  BLOQUEIO-TOTAL-CONTA    VALUE 1.
           02  ACHOU-CLI       PIC 9(01) VALUE ZERO.
               88  CLIENTE-ENCONTRADO  VALUE 1.
           02  ACHOU-TRN       PIC 9(01) VALUE ZERO.
           02  WS-CONTA-PROC       PIC 9(06) VALUE ZEROS.

       01 WS-SALDO-DISPONIVEL  PIC S9(10) VALUE ZEROS.
       01 WS-VALOR-BLOQUEADO   PIC S9(11) VALUE ZEROS.

       01 WS-CONTADORES.
           02  WS-CONT-MOV         PIC 9(05) VALUE ZEROS.
           02  WS-CONT-NSF         PIC 9(05) VALUE ZEROS.
           02  WS-CONT-BLQ         PIC 9(05) VALUE ZEROS.
           02  WS-CONT-HIS         PIC 9(05) VALUE ZEROS.

       01 WS-VALOR-ED           PIC -(9)9.
       01 WS-DISP-ED            PIC -(10)9.
       01 WS-DS-TRN             PIC X(25).
       01 WS-CD-PROCURADO       PIC 9(04) VALUE ZEROS.
       01 WS-TIPO-PROCURADO     PIC X(01) VALUE SPACES.
       01 WS-DS-BLQ             PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM CALCULA-DATA-LIMITE.
           PERFORM ABRE-ARQ.
           PERFORM CONSULTA-CONTA UNTIL FIM-CON = 1.
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

       CALCULA-DATA-LIMITE.
           MOVE WS-DATA-PROC TO WS-DATA-AUX.
           PERFORM SUBTRAI-UM-DIA 29 TIMES.
           MOVE WS-DATA-AUX TO WS-DATA-LIMITE.

       SUBTRAI-UM-DIA.
           IF WS-DIA-AUX > 1
               SUBTRACT 1 FROM WS-DIA-AUX
           ELSE
               IF WS-MES-AUX > 1
                   SUBTRACT 1 FROM WS-MES-AUX
               ELSE
                   MOVE 12 TO WS-MES-AUX
                   SUBTRACT 1 FROM WS-ANO-AUX
               END-IF
               PERFORM CALCULA-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-AUX
           END-IF.

       CALCULA-ULTIMO-DIA.
           MOVE WS-DIAS-MES(WS-MES-AUX) TO WS-ULTIMO-DIA.
           IF WS-MES-AUX = 2
               PERFORM VERIFICA-BISSEXTO
               IF ANO-BISSEXTO
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

       VERIFICA-BISSEXTO.
           MOVE 0 TO BISSEXTO.
           DIVIDE WS-ANO-AUX BY 4 GIVING WS-QUOCIENTE
                                  REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE 1 TO BISSEXTO
               DIVIDE WS-ANO-AUX BY 100 GIVING WS-QUOCIENTE
                                      REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   DIVIDE WS-ANO-AUX BY 400 GIVING WS-QUOCIENTE
                                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZERO
                       MOVE 0 TO BISSEXTO
                   END-IF
               END-IF
           END-IF.

       ABRE-ARQ.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           MOVE 0 TO TEM-CADBLQ.
           OPEN INPUT CADBLQ.
           IF WS-FS-BLQ EQUAL "00"
               MOVE 1 TO TEM-CADBLQ
           ELSE
               IF WS-FS-BLQ NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA BLOQUEIO - " WS-FS-BLQ
                 STOP RUN
               END-IF
           END-IF.

           MOVE 0 TO TEM-MOVHIST.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS EQUAL "00"
               MOVE 1 TO TEM-MOVHIST
           ELSE
               IF WS-FS-HIS NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
                 STOP RUN
               END-IF
           END-IF.

           OPEN INPUT TRNCOD.
           IF WS-FS-TRN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA TRNCOD - " WS-FS-TRN
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ENCONTRADO
                   PERFORM MOSTRA-CLIENTE
                   PERFORM MOSTRA-BLOQUEIOS
                   PERFORM MOSTRA-HISTORICO
                   PERFORM MOSTRA-MOVIMENTOS
                   PERFORM MOSTRA-REFUSADOS
               ELSE
           DISPLAY 'SALDO......................: ' WS-VALOR-ED.
           MOVE LIMITE-CLI TO WS-VALOR-ED.
           DISPLAY 'LIMITE.....................: ' WS-VALOR-ED.
           PERFORM APURA-BLOQUEIOS.
           IF BLOQUEIO-TOTAL-CONTA
               DISPLAY 'BLOQUEADO..................: BLOQUEIO TOTAL'
               MOVE ZEROS TO WS-SALDO-DISPONIVEL
           ELSE
               MOVE WS-VALOR-BLOQUEADO TO WS-DISP-ED
               DISPLAY 'BLOQUEADO..................: ' WS-DISP-ED
               COMPUTE WS-SALDO-DISPONIVEL = SALDO + LIMITE-CLI
                                           - WS-VALOR-BLOQUEADO
               IF WS-VALOR-BLOQUEADO > ZEROS
                  AND WS-SALDO-DISPONIVEL < ZEROS
                   MOVE ZEROS TO WS-SALDO-DISPONIVEL
               END-IF
           END-IF.
           MOVE WS-SALDO-DISPONIVEL TO WS-DISP-ED.
           DISPLAY 'DISPONIVEL.................: ' WS-DISP-ED.

       APURA-BLOQUEIOS.
           MOVE ZEROS TO WS-VALOR-BLOQUEADO.
           MOVE 0 TO CONTA-BLOQUEADA.
           PERFORM POSICIONA-BLOQUEIOS.
           PERFORM ACUMULA-BLOQUEIO UNTIL FIM-BLQ = 1.

       POSICIONA-BLOQUEIOS.
           MOVE 0 TO FIM-BLQ.
           IF NOT CADASTRO-BLQ-DISPONIVEL
               MOVE 1 TO FIM-BLQ
           ELSE
               MOVE AGENCIA-CLI TO AGENCIA-BLQ
               MOVE CONTA-CLI   TO CONTA-BLQ
               MOVE ZEROS       TO NR-BLQ
               START CADBLQ KEY IS NOT LESS THAN ID-BLQ
                   INVALID KEY MOVE 1 TO FIM-BLQ
               END-START
           END-IF.
           IF FIM-BLQ = 0
               PERFORM LE-BLOQUEIO
           END-IF.

       LE-BLOQUEIO.
           READ CADBLQ NEXT RECORD AT END MOVE 1 TO FIM-BLQ
           END-READ.
           IF FIM-BLQ = 0
               IF AGENCIA-BLQ NOT = AGENCIA-CLI
                  OR CONTA-BLQ NOT = CONTA-CLI
                   MOVE 1 TO FIM-BLQ
               END-IF
           END-IF.

       ACUMULA-BLOQUEIO.
           IF BLOQUEIO-ATIVO
              AND DATA-INI-BLQ NOT > WS-DATA-PROC
              AND DATA-FIM-BLQ NOT < WS-DATA-PROC
               IF BLOQUEIO-TOTAL
                   MOVE 1 TO CONTA-BLOQUEADA
               ELSE
                   ADD VALOR-BLQ TO WS-VALOR-BLOQUEADO
               END-IF
           END-IF
           PERFORM LE-BLOQUEIO.

       MOSTRA-BLOQUEIOS.
           MOVE ZEROS TO WS-CONT-BLQ.
           PERFORM POSICIONA-BLOQUEIOS.
           PERFORM LISTA-BLOQUEIO UNTIL FIM-BLQ = 1.

       LISTA-BLOQUEIO.
           IF BLOQUEIO-ATIVO
               IF WS-CONT-BLQ = ZEROS
                   DISPLAY 'BLOQUEIOS ATIVOS:'
               END-IF
               IF BLOQUEIO-JUDICIAL
                   MOVE 'JUDICIAL'       TO WS-DS-BLQ
               ELSE
                   MOVE 'ADMINISTRATIVO' TO WS-DS-BLQ
               END-IF
               IF BLOQUEIO-TOTAL
                   DISPLAY '  ' NR-BLQ ' ' WS-DS-BLQ ' TOTAL     '
                           ' DE ' DATA-INI-BLQ ' A ' DATA-FIM-BLQ
               ELSE
                   MOVE VALOR-BLQ TO WS-VALOR-ED
                   DISPLAY '  ' NR-BLQ ' ' WS-DS-BLQ ' ' WS-VALOR-ED
                           ' DE ' DATA-INI-BLQ ' A ' DATA-FIM-BLQ
               END-IF
               DISPLAY '      ORDEM ' REF-ORDEM-BLQ ' - '
                       DS-MOTIVO-BLQ
               ADD 1 TO WS-CONT-BLQ
           END-IF
           PERFORM LE-BLOQUEIO.

       MOSTRA-HISTORICO.
           MOVE ZEROS TO WS-CONT-HIS.
           DISPLAY 'HISTORICO DOS ULTIMOS 30 DIAS:'.
           PERFORM POSICIONA-HISTORICO.
           PERFORM LISTA-HISTORICO UNTIL FIM-HIS = 1.
           IF WS-CONT-HIS = ZEROS
               DISPLAY '  NENHUM MOVIMENTO NO HISTORICO'
           END-IF.

       POSICIONA-HISTORICO.
           MOVE 0 TO FIM-HIS.
           IF NOT HISTORICO-DISPONIVEL
               MOVE 1 TO FIM-HIS
           ELSE
               MOVE AGENCIA-CLI    TO AGENCIA-HIST
               MOVE CONTA-CLI      TO CONTA-HIST
               MOVE WS-DATA-LIMITE TO DATA-MOV-HIST
               MOVE ZEROS          TO DATA-POST-HIST
                                      NR-SEQ-HIST
               START MOVHIST KEY IS NOT LESS THAN CHAVE-HIST
                   INVALID KEY MOVE 1 TO FIM-HIS
               END-START
           END-IF.
           IF FIM-HIS = 0
               PERFORM LE-HISTORICO
           END-IF.

       LE-HISTORICO.
           READ MOVHIST NEXT RECORD AT END MOVE 1 TO FIM-HIS
           END-READ.
           IF FIM-HIS = 0
               IF AGENCIA-HIST NOT = AGENCIA-CLI
                  OR CONTA-HIST NOT = CONTA-CLI
                  OR DATA-MOV-HIST > WS-DATA-PROC
                   MOVE 1 TO FIM-HIS
               END-IF
           END-IF.

       LISTA-HISTORICO.
           MOVE CD-TRANSACAO-HIST TO WS-CD-PROCURADO.
           MOVE TIPO-MOV-HIST     TO WS-TIPO-PROCURADO.
           PERFORM LOCALIZA-TRANSACAO.
           MOVE MOVIMENTO-HIST TO WS-VALOR-ED.
           DISPLAY '  ' DATA-MOV-HIST ' ' WS-DS-TRN ' ' WS-VALOR-ED.
           ADD 1 TO WS-CONT-HIS.
           PERFORM LE-HISTORICO.

       MOSTRA-MOVIMENTOS.
           MOVE ZEROS TO WS-CONT-MOV.
           MOVE ZERO  TO FIM-MOV.

       LISTA-MOVIMENTO.
           IF ID-MOV = ID-CLI
               MOVE CD-TRANSACAO TO WS-CD-PROCURADO
               MOVE TIPO-MOV     TO WS-TIPO-PROCURADO
               PERFORM LOCALIZA-TRANSACAO
               MOVE MOVIMENTO TO WS-VALOR-ED
               DISPLAY '  ' DATA-MOV ' ' WS-DS-TRN ' ' WS-VALOR-ED

       LOCALIZA-TRANSACAO.
           MOVE 0 TO ACHOU-TRN.
           MOVE WS-CD-PROCURADO TO CD-TRN.
           READ TRNCOD
               INVALID KEY MOVE 0 TO ACHOU-TRN
               NOT INVALID KEY MOVE 1 TO ACHOU-TRN
               MOVE DS-TRN TO WS-DS-TRN
           ELSE
               MOVE SPACES TO WS-DS-TRN
               STRING 'MOVIMENTO (' WS-TIPO-PROCURADO ')'
                      DELIMITED BY SIZE INTO WS-DS-TRN
           END-IF.

           READ MOVNSF AT END MOVE 1 TO FIM-NSF.

       FINALIZA.
           IF CADASTRO-BLQ-DISPONIVEL
               CLOSE CADBLQ
           END-IF.
           IF HISTORICO-DISPONIVEL
               CLOSE MOVHIST
           END-IF.
           CLOSE CADCLI
                 TRNCOD.
           DISPLAY 'CONSULTA ENCERRADA'.
