              FILE STATUS IS WS-FS-NSO.
           SELECT NSFTRAB ASSIGN TO DISK.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT ARQMES ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ARQ.
           SELECT TRNCOD ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
               ==MES-MOV==      BY ==MES-MOV-ORD==
               ==DIA-MOV==      BY ==DIA-MOV-ORD==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-ORD==
               ==NR-REAPRES==   BY ==NR-REAPRES-ORD==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-ORD==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-ORD==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-ORD==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-ORD==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-ORD==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-ORD==.

       SD MOVTRAB.
           COPY MOVREG REPLACING
               ==MES-MOV==      BY ==MES-MOV-TRAB==
               ==DIA-MOV==      BY ==DIA-MOV-TRAB==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-TRAB==
               ==NR-REAPRES==   BY ==NR-REAPRES-TRAB==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-TRAB==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-TRAB==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-TRAB==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-TRAB==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-TRAB==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-TRAB==.

       FD MOVNSF VALUE OF FILE-ID IS "MOVNSF.DAT".
           COPY NSFREG.
               ==SALDO-TENTATIVA-NSF== BY ==SALDO-TENT-NSF-ORD==
               ==LIMITE-NSF==          BY ==LIMITE-NSF-ORD==
               ==DS-MOTIVO-NSF==       BY ==DS-MOTIVO-NSF-ORD==
               ==NR-REAPRES-NSF==      BY ==NR-REAPRES-NSF-ORD==
               ==ID-CONTRA-NSF==       BY ==ID-CONTRA-NSF-ORD==
               ==AGENCIA-CONTRA-NSF==  BY ==AGENCIA-CONTRA-NSF-ORD==
               ==CONTA-CONTRA-NSF==    BY ==CONTA-CONTRA-NSF-ORD==
               ==REF-ORIG-NSF==        BY ==REF-ORIG-NSF-ORD==
               ==DATA-ORIG-NSF==       BY ==DATA-ORIG-NSF-ORD==
               ==CD-TRN-ORIG-NSF==     BY ==CD-TRN-ORIG-NSF-ORD==.

       SD NSFTRAB.
           COPY NSFREG REPLACING
               ==SALDO-TENTATIVA-NSF== BY ==SALDO-TENT-NSF-TRAB==
               ==LIMITE-NSF==          BY ==LIMITE-NSF-TRAB==
               ==DS-MOTIVO-NSF==       BY ==DS-MOTIVO-NSF-TRAB==
               ==NR-REAPRES-NSF==      BY ==NR-REAPRES-NSF-TRAB==
               ==ID-CONTRA-NSF==       BY ==ID-CONTRA-NSF-TRAB==
               ==AGENCIA-CONTRA-NSF==  BY ==AGENCIA-CONTRA-NSF-TRAB==
               ==CONTA-CONTRA-NSF==    BY ==CONTA-CONTRA-NSF-TRAB==
               ==REF-ORIG-NSF==        BY ==REF-ORIG-NSF-TRAB==
               ==DATA-ORIG-NSF==       BY ==DATA-ORIG-NSF-TRAB==
               ==CD-TRN-ORIG-NSF==     BY ==CD-TRN-ORIG-NSF-TRAB==.

       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD ARQMES VALUE OF FILE-ID IS WS-NOME-ARQ.
           COPY HISREG REPLACING
               ==REG-HIST==            BY ==REG-ARQ==
               ==CHAVE-HIST==          BY ==CHAVE-ARQ==
               ==ID-HIST==             BY ==ID-ARQ==
               ==AGENCIA-HIST==        BY ==AGENCIA-ARQ==
               ==CONTA-HIST==          BY ==CONTA-ARQ==
               ==DATA-MOV-HIST==       BY ==DATA-MOV-ARQ==
               ==DATA-POST-HIST==      BY ==DATA-POST-ARQ==
               ==NR-SEQ-HIST==         BY ==NR-SEQ-ARQ==
               ==MOVIMENTO-HIST==      BY ==MOVIMENTO-ARQ==
               ==TIPO-MOV-HIST==       BY ==TIPO-MOV-ARQ==
               ==CD-TRANSACAO-HIST==   BY ==CD-TRANSACAO-ARQ==
               ==ID-CONTRA-HIST==      BY ==ID-CONTRA-ARQ==
               ==AGENCIA-CONTRA-HIST== BY ==AGENCIA-CONTRA-ARQ==
               ==CONTA-CONTRA-HIST==   BY ==CONTA-CONTRA-ARQ==
               ==REF-ORIG-HIST==       BY ==REF-ORIG-ARQ==
               ==DATA-ORIG-HIST==      BY ==DATA-ORIG-ARQ==
               ==CD-TRN-ORIG-HIST==    BY ==CD-TRN-ORIG-ARQ==.

       FD TRNCOD VALUE OF FILE-ID IS "TRNCOD.DAT".
           COPY TRNREG.

       01 WS-FS-NSF           PIC X(02) VALUE ZEROS.
       01 WS-FS-NSO           PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-ARQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-EXT           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
           02  WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
           02  WS-DATA-INI         PIC 9(08) VALUE ZEROS.
           02  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
           02  WS-ULT-CORTE        PIC 9(08) VALUE ZEROS.
           02  WS-ANO-MES-FIM      PIC 9(06) VALUE ZEROS.

       01 WS-NOME-ARQ.
           02  FILLER               PIC X(03) VALUE 'HIS'.
           02  WS-ANO-MES-ARQ.
               03  WS-ANO-ARQ       PIC 9(04) VALUE ZEROS.
               03  WS-MES-ARQ       PIC 9(02) VALUE ZEROS.
           02  FILLER               PIC X(04) VALUE '.DAT'.

       01 WS-MODO-EXT          PIC X(01) VALUE SPACES.
           88  WS-REEMISSAO        VALUE 'H'.
           02  FIM-CLI         PIC 9(01) VALUE ZERO.
           02  FIM-MOV         PIC 9(01) VALUE ZERO.
           02  FIM-HIS         PIC 9(01) VALUE ZERO.
           02  FIM-ARQ         PIC 9(01) VALUE ZERO.
           02  FIM-NSF         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  POSTAGEM-OK     PIC 9(01) VALUE ZERO.
               88  REFUSADO-ENCONTRADO VALUE 1.
           02  ACHOU-TRN       PIC 9(01) VALUE ZERO.
               88  TRANSACAO-ENCONTRADA VALUE 1.
           02  ACHOU-ORIG      PIC 9(01) VALUE ZERO.
               88  ORIGINAL-ENCONTRADO VALUE 1.

       01 WS-PAGINA            PIC 9(05) VALUE ZEROS.

       01 WS-LINHAS-CONTA.
           02  WS-QTD-LINHAS        PIC 9(03) VALUE ZEROS.
           02  WS-QTD-OMITIDAS      PIC 9(05) VALUE ZEROS.
           02  WS-TAB-LIN OCCURS 999 TIMES INDEXED BY WS-IDX-LIN
                                                      WS-IDX-DES.
               03  WS-TAB-LINHA      PIC X(80).
               03  LIN-DATA          PIC 9(08).
               03  LIN-VALOR         PIC S9(09).
               03  LIN-CD-TRN        PIC 9(04).
               03  LIN-ESTORNADO     PIC 9(01).

       01 WS-NSF-CONTA.
           02  WS-QTD-NSF           PIC 9(03) VALUE ZEROS.
       INICIO.
           PERFORM LE-PARAMETRO.
           IF WS-REEMISSAO
               PERFORM VERIFICA-ARQUIVAMENTO
               PERFORM CLASSIFICA-HISTORICO
               PERFORM LIMPA-NSFORD
           ELSE
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.
           PERFORM LIBERA-HISTORICO UNTIL FIM-HIS = 1.
           CLOSE MOVHIST.
           IF WS-DATA-INI < WS-ULT-CORTE
               PERFORM CARREGA-ARQUIVADOS
           END-IF.
       FIM-HISTORICO.
           EXIT.

       LIBERA-HISTORICO.
           IF DATA-MOV-HIST NOT < WS-ULT-CORTE
              OR DATA-POST-HIST NOT < WS-ULT-CORTE
               MOVE AGENCIA-HIST   TO AGENCIA-MOV-TRAB
               MOVE CONTA-HIST     TO CONTA-MOV-TRAB
               MOVE MOVIMENTO-HIST TO MOVIMENTO-TRAB
               MOVE TIPO-MOV-HIST  TO TIPO-MOV-TRAB
               MOVE DATA-MOV-HIST  TO DATA-MOV-TRAB
               MOVE CD-TRANSACAO-HIST TO CD-TRANSACAO-TRAB
               MOVE ZEROS TO NR-REAPRES-TRAB
               MOVE ID-CONTRA-HIST TO ID-CONTRA-MOV-TRAB
               MOVE REF-ORIG-HIST  TO REF-ORIG-MOV-TRAB
               RELEASE REG-MOV-TRAB
           END-IF
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.

       CARREGA-ARQUIVADOS.
           MOVE WS-ULT-CORTE TO WS-DATA-AUX.
           IF WS-MES-AUX = 1
               COMPUTE WS-ANO-MES-FIM = (WS-ANO-AUX - 1) * 100 + 12
           ELSE
               COMPUTE WS-ANO-MES-FIM = WS-ANO-AUX * 100
                                      + WS-MES-AUX - 1
           END-IF.
           MOVE WS-DATA-INI TO WS-DATA-AUX.
           MOVE WS-ANO-AUX  TO WS-ANO-ARQ.
           MOVE WS-MES-AUX  TO WS-MES-ARQ.
           PERFORM CARREGA-ARQUIVO-MES
               UNTIL WS-ANO-MES-ARQ > WS-ANO-MES-FIM.

       CARREGA-ARQUIVO-MES.
           MOVE ZERO TO FIM-ARQ.
           OPEN INPUT ARQMES.
           IF WS-FS-ARQ EQUAL "35"
               MOVE 1 TO FIM-ARQ
           ELSE
               IF WS-FS-ARQ NOT EQUAL "00"
                 DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ " - "
                         WS-FS-ARQ
                 STOP RUN
               END-IF
               READ ARQMES AT END MOVE 1 TO FIM-ARQ
               END-READ
           END-IF.
           PERFORM LIBERA-ARQUIVADO UNTIL FIM-ARQ = 1.
           IF WS-FS-ARQ EQUAL "00" OR WS-FS-ARQ EQUAL "10"
               CLOSE ARQMES
           END-IF.
           IF WS-MES-ARQ = 12
               ADD 1 TO WS-ANO-ARQ
               MOVE 1 TO WS-MES-ARQ
           ELSE
               ADD 1 TO WS-MES-ARQ
           END-IF.

       LIBERA-ARQUIVADO.
           IF DATA-MOV-ARQ NOT < WS-DATA-INI
               MOVE AGENCIA-ARQ   TO AGENCIA-MOV-TRAB
               MOVE CONTA-ARQ     TO CONTA-MOV-TRAB
               MOVE MOVIMENTO-ARQ TO MOVIMENTO-TRAB
               MOVE TIPO-MOV-ARQ  TO TIPO-MOV-TRAB
               MOVE DATA-MOV-ARQ  TO DATA-MOV-TRAB
               MOVE CD-TRANSACAO-ARQ TO CD-TRANSACAO-TRAB
               MOVE ZEROS TO NR-REAPRES-TRAB
               MOVE ID-CONTRA-ARQ TO ID-CONTRA-MOV-TRAB
               MOVE REF-ORIG-ARQ  TO REF-ORIG-MOV-TRAB
               RELEASE REG-MOV-TRAB
           END-IF
           READ ARQMES AT END MOVE 1 TO FIM-ARQ.

       LIMPA-NSFORD.
           OPEN OUTPUT NSFORD.
           CLOSE NSFORD.
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

       VERIFICA-ARQUIVAMENTO.
           MOVE ZEROS TO WS-ULT-CORTE.
           MOVE ZERO  TO FIM-CTL.
           OPEN INPUT RUNCTL.
           IF WS-FS-CTL NOT EQUAL "00"
               MOVE 1 TO FIM-CTL
           ELSE
               READ RUNCTL AT END MOVE 1 TO FIM-CTL
               END-READ
           END-IF.
           PERFORM PESQUISA-ARQUIVAMENTO UNTIL FIM-CTL = 1.
           IF WS-FS-CTL EQUAL "00" OR WS-FS-CTL EQUAL "10"
               CLOSE RUNCTL
           END-IF.

       PESQUISA-ARQUIVAMENTO.
           IF PROG-CTL = 'ARQHIST '
              AND (EXECUCAO-CONCLUIDA OR EXECUCAO-INICIADA)
              AND DATA-PROC-CTL > WS-ULT-CORTE
               MOVE DATA-PROC-CTL TO WS-ULT-CORTE
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
           MOVE SPACES TO WS-LINHA.
           STRING WS-DATA-ED ' ' WS-DS-TRN ': ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           IF ID-CONTRA-MOV-ORD NOT = ZEROS
               PERFORM FORMATA-CONTRAPARTIDA
           END-IF.
           MOVE 0 TO ACHOU-ORIG.
           IF REF-ORIG-MOV-ORD NOT = ZEROS
               PERFORM FORMATA-REFERENCIA
               PERFORM PROCURA-ORIGINAL
           END-IF.
           IF WS-QTD-LINHAS < 999
               ADD 1 TO WS-QTD-LINHAS
               IF ORIGINAL-ENCONTRADO
                   PERFORM ABRE-ESPACO-LINHA
               ELSE
                   SET WS-IDX-LIN TO WS-QTD-LINHAS
               END-IF
               MOVE WS-LINHA         TO WS-TAB-LINHA(WS-IDX-LIN)
               MOVE DATA-MOV-ORD     TO LIN-DATA(WS-IDX-LIN)
               MOVE MOVIMENTO-ORD    TO LIN-VALOR(WS-IDX-LIN)
               MOVE CD-TRANSACAO-ORD TO LIN-CD-TRN(WS-IDX-LIN)
               MOVE ZERO             TO LIN-ESTORNADO(WS-IDX-LIN)
           ELSE
               ADD 1 TO WS-QTD-OMITIDAS
           END-IF.

       FORMATA-CONTRAPARTIDA.
           IF MOVIMENTO-ORD < ZEROS
               MOVE ' PARA ' TO WS-LINHA(49:6)
           ELSE
               MOVE ' DE   ' TO WS-LINHA(49:6)
           END-IF.
           STRING AGENCIA-CONTRA-MOV-ORD '/' CONTA-CONTRA-MOV-ORD
                  DELIMITED BY SIZE INTO WS-LINHA(55:10).

       FORMATA-REFERENCIA.
           MOVE DATA-ORIG-MOV-ORD TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE ' REF ' TO WS-LINHA(49:6).
           MOVE WS-DATA-ED TO WS-LINHA(55:10).

       PROCURA-ORIGINAL.
           SET WS-IDX-LIN TO 1.
           PERFORM TESTA-ORIGINAL
               UNTIL WS-IDX-LIN > WS-QTD-LINHAS OR ORIGINAL-ENCONTRADO.

       TESTA-ORIGINAL.
           IF LIN-ESTORNADO(WS-IDX-LIN) = ZERO
              AND LIN-DATA(WS-IDX-LIN)   = DATA-ORIG-MOV-ORD
              AND LIN-CD-TRN(WS-IDX-LIN) = CD-TRN-ORIG-MOV-ORD
              AND LIN-VALOR(WS-IDX-LIN)  = ZERO - MOVIMENTO-ORD
               MOVE 1 TO LIN-ESTORNADO(WS-IDX-LIN)
               MOVE ' ESTORNADO' TO WS-TAB-LINHA(WS-IDX-LIN)(49:10)
               MOVE 1 TO ACHOU-ORIG
           ELSE
               SET WS-IDX-LIN UP BY 1
           END-IF.

       ABRE-ESPACO-LINHA.
           SET WS-IDX-LIN UP BY 1.
           SET WS-IDX-DES TO WS-QTD-LINHAS.
           PERFORM DESLOCA-LINHA UNTIL WS-IDX-DES NOT > WS-IDX-LIN.

       DESLOCA-LINHA.
           MOVE WS-TAB-LIN(WS-IDX-DES - 1) TO WS-TAB-LIN(WS-IDX-DES).
           SET WS-IDX-DES DOWN BY 1.

       LOCALIZA-TRANSACAO.
           MOVE 0 TO ACHOU-TRN.
           MOVE CD-TRANSACAO-ORD TO CD-TRN.
