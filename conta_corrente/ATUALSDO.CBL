              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT CADBLQ ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-BLQ
              FILE STATUS IS WS-FS-BLQ.
           SELECT CADFER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-FER
              FILE STATUS IS WS-FS-FER.
           SELECT MOVIMEN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD CADBLQ VALUE OF FILE-ID IS "BLOQUEIO.DAT".
           COPY BLQREG.

       FD CADFER VALUE OF FILE-ID IS "FERIADO.DAT".
           COPY FERREG.

       FD MOVIMEN VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVREG.

               ==MES-MOV==      BY ==MES-MOV-PEND==
               ==DIA-MOV==      BY ==DIA-MOV-PEND==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-PEND==
               ==NR-REAPRES==   BY ==NR-REAPRES-PEND==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-PEND==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-PEND==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-PEND==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-PEND==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-PEND==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-PEND==.

       FD RECLOG VALUE OF FILE-ID IS "RECLOG.DAT".
       01 REG-RECLOG                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-BLQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-FER           PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV           PIC X(02) VALUE ZEROS.
       01 WS-FS-EXC           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRE           PIC X(02) VALUE ZEROS.
       01 WS-CALCULO-SALDO.
           02  WS-SALDO-TENTATIVA  PIC S9(09) VALUE ZEROS.
           02  WS-SALDO-MINIMO     PIC S9(09) VALUE ZEROS.
           02  WS-LIMITE-ORIGEM    PIC 9(09) VALUE ZEROS.
           02  WS-VALOR-BLOQUEADO  PIC S9(11) VALUE ZEROS.
           02  WS-SALDO-LIVRE      PIC S9(11) VALUE ZEROS.

       01 WS-CODIGOS-TRANSACAO.
           02  WS-CD-TRN-TRF-ENV   PIC 9(04) VALUE 9004.
           02  WS-CD-TRN-TRF-REC   PIC 9(04) VALUE 9005.

       01 WS-DS-MOTIVO         PIC X(40) VALUE SPACES.

       01 WS-SWITCHES.
           02  FIM-CLI         PIC 9(01) VALUE ZERO.
           02  FIM-PRE         PIC 9(01) VALUE ZERO.
           02  FIM-MOV         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  FIM-BLQ         PIC 9(01) VALUE ZERO.
           02  TEM-CADBLQ      PIC 9(01) VALUE ZERO.
               88  CADASTRO-BLQ-DISPONIVEL VALUE 1.
           02  CONTA-BLOQUEADA PIC 9(01) VALUE ZERO.
               88  BLOQUEIO-TOTAL-CONTA    VALUE 1.
           02  TEM-CADFER      PIC 9(01) VALUE ZERO.
               88  CALENDARIO-DISPONIVEL   VALUE 1.
           02  DIA-UTIL        PIC 9(01) VALUE ZERO.
               88  DATA-DIA-UTIL           VALUE 1.
           02  DATA-CAL-OK     PIC 9(01) VALUE ZERO.
               88  DATA-CAL-VALIDA         VALUE 1.
           02  JA-EXECUTADO    PIC 9(01) VALUE ZERO.
           02  LIBERACAO-OK    PIC 9(01) VALUE ZERO.
           02  EM-ABERTO       PIC 9(01) VALUE ZERO.
           02  WS-CONT-PENDENTES   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-SEM-FUNDOS  PIC 9(07) VALUE ZEROS.
           02  WS-CONT-RESTAURADAS PIC 9(07) VALUE ZEROS.
           02  WS-CONT-TRANSFER    PIC 9(07) VALUE ZEROS.
           02  WS-CONT-TRF-RECUSA  PIC 9(07) VALUE ZEROS.
           02  WS-CONT-BLOQUEADOS  PIC 9(07) VALUE ZEROS.
           02  WS-CONT-DATAS-AJUST PIC 9(07) VALUE ZEROS.

       01 WS-CALENDARIO.
           02  WS-DATA-CAL             PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CAL-R REDEFINES WS-DATA-CAL.
               03  WS-ANO-CAL          PIC 9(04).
               03  WS-MES-CAL          PIC 9(02).
               03  WS-DIA-CAL          PIC 9(02).
           02  WS-AGENCIA-CAL          PIC 9(03) VALUE ZEROS.
           02  WS-AGENCIA-CONTRA-CAL   PIC 9(03) VALUE ZEROS.
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

       01 WS-LINHA              PIC X(80).

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

           OPEN I-O MOVIMEN.
           IF WS-FS-MOV NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
             STOP RUN.
           CLOSE MOVIMEN.

       PROCESSA-MOVIMENTO.
           PERFORM AJUSTA-DATA-VALOR.
           EVALUATE TRUE
               WHEN DATA-MOV > WS-DATA-PROC
                   PERFORM GRAVA-PENDENTE
               WHEN CD-TRANSACAO = WS-CD-TRN-TRF-REC
                   CONTINUE
               WHEN CD-TRANSACAO = WS-CD-TRN-TRF-ENV
                   PERFORM LOCALIZA-CLIENTE
                   IF CLIENTE-ENCONTRADO
                       PERFORM POSTA-TRANSFERENCIA
                   ELSE
                       MOVE ZEROS TO WS-SALDO-TENTATIVA
                                     WS-LIMITE-ORIGEM
                       MOVE 'CONTA DE ORIGEM NAO ENCONTRADA' TO
                                                      WS-DS-MOTIVO
                       PERFORM RECUSA-TRANSFERENCIA
                   END-IF
               WHEN OTHER
                   PERFORM LOCALIZA-CLIENTE
                   IF CLIENTE-ENCONTRADO
                       PERFORM POSTA-MOVIMENTO
                   ELSE
                       PERFORM GRAVA-EXCECAO
                   END-IF
           END-EVALUATE
           READ MOVIMEN AT END MOVE 1 TO FIM-MOV.

       AJUSTA-DATA-VALOR.
           MOVE DATA-MOV           TO WS-DATA-CAL.
           MOVE AGENCIA-MOV        TO WS-AGENCIA-CAL.
           MOVE AGENCIA-CONTRA-MOV TO WS-AGENCIA-CONTRA-CAL.
           PERFORM AJUSTA-DIA-UTIL.
           IF WS-DATA-CAL NOT = DATA-MOV
               MOVE WS-DATA-CAL TO DATA-MOV
               REWRITE REG-MOV
               IF WS-FS-MOV NOT EQUAL "00"
                 DISPLAY "ERRO DE REGRAVACAO MOVIMENTO - " WS-FS-MOV
                 STOP RUN
               END-IF
               ADD 1 TO WS-CONT-DATAS-AJUST
           END-IF.

       AJUSTA-DIA-UTIL.
           PERFORM VALIDA-DATA-CAL.
           IF DATA-CAL-VALIDA
               PERFORM VERIFICA-DIA-UTIL
               PERFORM AVANCA-DIA-UTIL UNTIL DATA-DIA-UTIL
           END-IF.

       AVANCA-DIA-UTIL.
           PERFORM SOMA-UM-DIA.
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
                   MOVE ZEROS TO AGENCIA-FER
                   PERFORM PROCURA-FERIADO
                   IF DATA-DIA-UTIL AND WS-AGENCIA-CAL NOT = ZEROS
                       MOVE WS-AGENCIA-CAL TO AGENCIA-FER
                       PERFORM PROCURA-FERIADO
                   END-IF
                   IF DATA-DIA-UTIL
                      AND WS-AGENCIA-CONTRA-CAL NOT = ZEROS
                       MOVE WS-AGENCIA-CONTRA-CAL TO AGENCIA-FER
                       PERFORM PROCURA-FERIADO
                   END-IF
               END-IF
           END-IF.

       PROCURA-FERIADO.
           MOVE WS-DATA-CAL TO DATA-FER.
           READ CADFER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 0 TO DIA-UTIL
           END-READ.

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

       POSTA-MOVIMENTO.
           COMPUTE WS-SALDO-TENTATIVA = SALDO + MOVIMENTO.
           COMPUTE WS-SALDO-MINIMO = ZERO - LIMITE-CLI.
           MOVE SPACES TO WS-DS-MOTIVO.
           IF MOVIMENTO < ZERO
               PERFORM VERIFICA-DEBITO
           END-IF.
           IF WS-DS-MOTIVO NOT = SPACES
               PERFORM GRAVA-SEM-FUNDOS
           ELSE
               MOVE WS-SALDO-TENTATIVA TO SALDO
               ADD 1 TO WS-CONT-POSTADOS
           END-IF.

       POSTA-TRANSFERENCIA.
           COMPUTE WS-SALDO-TENTATIVA = SALDO + MOVIMENTO.
           COMPUTE WS-SALDO-MINIMO = ZERO - LIMITE-CLI.
           MOVE LIMITE-CLI TO WS-LIMITE-ORIGEM.
           MOVE SPACES TO WS-DS-MOTIVO.
           PERFORM VERIFICA-DEBITO.
           IF WS-DS-MOTIVO NOT = SPACES
               PERFORM RECUSA-TRANSFERENCIA
           ELSE
               PERFORM LOCALIZA-DESTINO
               IF CLIENTE-ENCONTRADO
                   PERFORM CREDITA-DESTINO
                   PERFORM DEBITA-ORIGEM
                   ADD 2 TO WS-CONT-POSTADOS
                   ADD 1 TO WS-CONT-TRANSFER
               ELSE
                   MOVE 'CONTA DE DESTINO NAO ENCONTRADA' TO
                                                      WS-DS-MOTIVO
                   PERFORM RECUSA-TRANSFERENCIA
               END-IF
           END-IF.

       VERIFICA-DEBITO.
           IF WS-SALDO-TENTATIVA < WS-SALDO-MINIMO
               MOVE 'DEBITO ULTRAPASSA O LIMITE AUTORIZADO' TO
                                                      WS-DS-MOTIVO
           ELSE
               PERFORM APURA-BLOQUEIOS
               COMPUTE WS-SALDO-LIVRE = WS-SALDO-TENTATIVA
                                      - WS-VALOR-BLOQUEADO
               IF BLOQUEIO-TOTAL-CONTA
                   MOVE 'CONTA COM BLOQUEIO TOTAL DE SALDO' TO
                                                      WS-DS-MOTIVO
                   ADD 1 TO WS-CONT-BLOQUEADOS
               ELSE
                   IF WS-SALDO-LIVRE < WS-SALDO-MINIMO
                       MOVE 'DEBITO ATINGE SALDO BLOQUEADO' TO
                                                      WS-DS-MOTIVO
                       ADD 1 TO WS-CONT-BLOQUEADOS
                   END-IF
               END-IF
           END-IF.

       APURA-BLOQUEIOS.
           MOVE ZEROS TO WS-VALOR-BLOQUEADO.
           MOVE 0 TO CONTA-BLOQUEADA
                     FIM-BLQ.
           IF NOT CADASTRO-BLQ-DISPONIVEL
               MOVE 1 TO FIM-BLQ
           ELSE
               MOVE AGENCIA-MOV TO AGENCIA-BLQ
               MOVE CONTA-MOV   TO CONTA-BLQ
               MOVE ZEROS       TO NR-BLQ
               START CADBLQ KEY IS NOT LESS THAN ID-BLQ
                   INVALID KEY MOVE 1 TO FIM-BLQ
               END-START
           END-IF.
           IF FIM-BLQ = 0
               READ CADBLQ NEXT RECORD AT END MOVE 1 TO FIM-BLQ
               END-READ
           END-IF.
           PERFORM ACUMULA-BLOQUEIO UNTIL FIM-BLQ = 1.

       ACUMULA-BLOQUEIO.
           IF AGENCIA-BLQ NOT = AGENCIA-MOV
              OR CONTA-BLQ NOT = CONTA-MOV
               MOVE 1 TO FIM-BLQ
           ELSE
               IF BLOQUEIO-ATIVO
                  AND DATA-INI-BLQ NOT > WS-DATA-PROC
                  AND DATA-FIM-BLQ NOT < WS-DATA-PROC
                   IF BLOQUEIO-TOTAL
                       MOVE 1 TO CONTA-BLOQUEADA
                   ELSE
                       ADD VALOR-BLQ TO WS-VALOR-BLOQUEADO
                   END-IF
               END-IF
               READ CADBLQ NEXT RECORD AT END MOVE 1 TO FIM-BLQ
               END-READ
           END-IF.

       CREDITA-DESTINO.
           COMPUTE SALDO = SALDO - MOVIMENTO.
           REWRITE REG-CLI
               INVALID KEY
                   DISPLAY 'ERRO DE REGRAVACAO CLIENTE - '
                           AGENCIA-CONTRA-MOV '/' CONTA-CONTRA-MOV
                   STOP RUN
           END-REWRITE.

       DEBITA-ORIGEM.
           PERFORM LOCALIZA-CLIENTE.
           IF NOT CLIENTE-ENCONTRADO
               DISPLAY 'ERRO DE RELEITURA CLIENTE - '
                       AGENCIA-MOV '/' CONTA-MOV
               STOP RUN
           END-IF.
           MOVE WS-SALDO-TENTATIVA TO SALDO.
           REWRITE REG-CLI
               INVALID KEY
                   DISPLAY 'ERRO DE REGRAVACAO CLIENTE - '
                           AGENCIA-MOV '/' CONTA-MOV
                   STOP RUN
           END-REWRITE.

       LOCALIZA-CLIENTE.
           MOVE 0 TO ACHOU-CLI.
           MOVE AGENCIA-MOV TO AGENCIA-CLI.
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.

       LOCALIZA-DESTINO.
           MOVE 0 TO ACHOU-CLI.
           MOVE AGENCIA-CONTRA-MOV TO AGENCIA-CLI.
           MOVE CONTA-CONTRA-MOV   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-CLI
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.

       GRAVA-EXCECAO.
           MOVE AGENCIA-MOV TO AGENCIA-MOV-EXC.
           MOVE CONTA-MOV   TO CONTA-MOV-EXC.
           MOVE CD-TRANSACAO TO CD-TRANSACAO-NSF.
           MOVE WS-SALDO-TENTATIVA TO SALDO-TENTATIVA-NSF.
           MOVE LIMITE-CLI  TO LIMITE-NSF.
           MOVE WS-DS-MOTIVO TO DS-MOTIVO-NSF.
           MOVE NR-REAPRES  TO NR-REAPRES-NSF.
           MOVE ID-CONTRA-MOV TO ID-CONTRA-NSF.
           MOVE REF-ORIG-MOV  TO REF-ORIG-NSF.
           WRITE REG-MOVNSF.
           ADD 1 TO WS-CONT-SEM-FUNDOS.

       RECUSA-TRANSFERENCIA.
           MOVE AGENCIA-MOV TO AGENCIA-MOV-NSF.
           MOVE CONTA-MOV   TO CONTA-MOV-NSF.
           MOVE MOVIMENTO   TO MOVIMENTO-NSF.
           MOVE TIPO-MOV    TO TIPO-MOV-NSF.
           MOVE DATA-MOV    TO DATA-MOV-NSF.
           MOVE CD-TRANSACAO TO CD-TRANSACAO-NSF.
           MOVE WS-SALDO-TENTATIVA TO SALDO-TENTATIVA-NSF.
           MOVE WS-LIMITE-ORIGEM   TO LIMITE-NSF.
           MOVE WS-DS-MOTIVO       TO DS-MOTIVO-NSF.
           MOVE NR-REAPRES  TO NR-REAPRES-NSF.
           MOVE ID-CONTRA-MOV TO ID-CONTRA-NSF.
           MOVE REF-ORIG-MOV  TO REF-ORIG-NSF.
           WRITE REG-MOVNSF.

           MOVE AGENCIA-CONTRA-MOV TO AGENCIA-MOV-NSF.
           MOVE CONTA-CONTRA-MOV   TO CONTA-MOV-NSF.
           COMPUTE MOVIMENTO-NSF = ZERO - MOVIMENTO.
           MOVE 'C'                TO TIPO-MOV-NSF.
           MOVE DATA-MOV           TO DATA-MOV-NSF.
           MOVE WS-CD-TRN-TRF-REC  TO CD-TRANSACAO-NSF.
           MOVE ZEROS              TO SALDO-TENTATIVA-NSF
                                      LIMITE-NSF.
           MOVE 'TRANSFERENCIA RECUSADA NA ORIGEM' TO DS-MOTIVO-NSF.
           MOVE NR-REAPRES  TO NR-REAPRES-NSF.
           MOVE ID-MOV      TO ID-CONTRA-NSF.
           MOVE ZEROS       TO REF-ORIG-NSF.
           WRITE REG-MOVNSF.
           ADD 1 TO WS-CONT-TRF-RECUSA.

       GRAVA-PENDENTE.
           MOVE REG-MOV TO REG-MOV-PEND.
           WRITE REG-MOV-PEND.
           ADD 1 TO WS-CONT-PENDENTES.

       FINALIZA.
           IF CADASTRO-BLQ-DISPONIVEL
               CLOSE CADBLQ
           END-IF.
           IF CALENDARIO-DISPONIVEL
               CLOSE CADFER
           END-IF.
           CLOSE CADCLI
                 MOVEXC
                 MOVPEND
           DISPLAY 'MOVIMENTOS EM EXCECAO........: ' WS-CONT-EXCECAO.
           DISPLAY 'MOVIMENTOS PENDENTES (DATA)..: ' WS-CONT-PENDENTES.
           DISPLAY 'MOVIMENTOS SEM FUNDOS........: ' WS-CONT-SEM-FUNDOS.
           DISPLAY 'TRANSFERENCIAS POSTADAS......: ' WS-CONT-TRANSFER.
           DISPLAY 'TRANSFERENCIAS RECUSADAS.....: ' WS-CONT-TRF-RECUSA.
           DISPLAY 'DEBITOS RETIDOS POR BLOQUEIO.: ' WS-CONT-BLOQUEADOS.
           DISPLAY 'DATAS AJUSTADAS P/ DIA UTIL..: '
                                                 WS-CONT-DATAS-AJUST.
