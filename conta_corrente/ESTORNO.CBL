       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTSOL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-SOL.
           SELECT SOLTRAB ASSIGN TO DISK.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT CADEST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-EST
              FILE STATUS IS WS-FS-EST.
           SELECT MOVENT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ENT.
           SELECT ARREL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT SEQCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-SEQ.
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
       FD ESTSOL VALUE OF FILE-ID IS "ESTSOL.DAT".
       01 REG-ESTSOL.
           03  ID-SOL.
               05  AGENCIA-SOL       PIC 9(03).
               05  CONTA-SOL         PIC 9(06).
           03  DATA-MOV-SOL          PIC 9(08).
           03  DATA-POST-SOL         PIC 9(08).
           03  MOVIMENTO-SOL         PIC S9(09).
           03  CD-TRANSACAO-SOL      PIC 9(04).
           03  OPERADOR-SOL          PIC X(08).
           03  DS-MOTIVO-SOL         PIC X(30).

       SD SOLTRAB.
       01 REG-SOL-TRAB.
           03  ID-SOL-TRAB.
               05  AGENCIA-SOL-TRAB  PIC 9(03).
               05  CONTA-SOL-TRAB    PIC 9(06).
           03  DATA-MOV-SOL-TRAB     PIC 9(08).
           03  DATA-POST-SOL-TRAB    PIC 9(08).
           03  MOVIMENTO-SOL-TRAB    PIC S9(09).
           03  CD-TRANS-SOL-TRAB     PIC 9(04).
           03  OPERADOR-SOL-TRAB     PIC X(08).
           03  DS-MOTIVO-SOL-TRAB    PIC X(30).

       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD CADEST VALUE OF FILE-ID IS "ESTORNO.DAT".
           COPY ESTREG.

       FD MOVENT VALUE OF FILE-ID IS "MOVENT.DAT".
           COPY ENTREG.

       FD ARREL VALUE OF FILE-ID IS "RELEST.DAT".
       01 REG-RELEST                  PIC X(80).

       FD SEQCTL VALUE OF FILE-ID IS "SEQCTL.DAT".
       01 REG-SEQCTL.
           03  NR-SEQ-CTL            PIC 9(06).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-SOL           PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-EST           PIC X(02) VALUE ZEROS.
       01 WS-FS-ENT           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-SEQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
       01 WS-NR-SEQ-NOVO      PIC 9(06) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-SOL         PIC 9(01) VALUE ZERO.
           02  FIM-HIS         PIC 9(01) VALUE ZERO.
           02  FIM-OCOR        PIC 9(01) VALUE ZERO.
           02  TEM-AGENCIA     PIC 9(01) VALUE ZERO.

       01 WS-CODIGOS-TRANSACAO.
           02  WS-CD-TRN-TRF-ENV   PIC 9(04) VALUE 9004.
           02  WS-CD-TRN-TRF-REC   PIC 9(04) VALUE 9005.
           02  WS-CD-TRN-EST-CRED  PIC 9(04) VALUE 9006.
           02  WS-CD-TRN-EST-DEB   PIC 9(04) VALUE 9007.

       01 WS-TAB-SOLICITACOES.
           02  WS-QTD-SOL           PIC 9(03) VALUE ZEROS.
           02  WS-SOL-EXCEDENTES    PIC 9(05) VALUE ZEROS.
           02  WS-TAB-SOL OCCURS 500 TIMES INDEXED BY WS-IDX-SOL.
               03  SOL-ID.
                   05  SOL-AGENCIA   PIC 9(03).
                   05  SOL-CONTA     PIC 9(06).
               03  SOL-DATA-MOV      PIC 9(08).
               03  SOL-DATA-POST     PIC 9(08).
               03  SOL-VALOR         PIC S9(09).
               03  SOL-CD-TRN        PIC 9(04).
               03  SOL-OPERADOR      PIC X(08).
               03  SOL-MOTIVO        PIC X(30).
               03  SOL-QT-ACHADOS    PIC 9(03).

       01 WS-AGENCIA-ATUAL     PIC 9(03) VALUE ZEROS.
       01 WS-QT-ESTORNADOS     PIC 9(03) VALUE ZEROS.
       01 WS-CD-ESTORNO        PIC 9(04) VALUE ZEROS.

       01 WS-RODAPE.
           02  WS-QT-DET           PIC 9(07) VALUE ZEROS.
           02  WS-HASH-DET         PIC 9(15) VALUE ZEROS.
           02  WS-VALOR-ABS        PIC 9(09) VALUE ZEROS.

       01 WS-TOTAIS-AGENCIA.
           02  WS-EST-AG           PIC 9(05) VALUE ZEROS.
           02  WS-REC-AG           PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-AG         PIC 9(13) VALUE ZEROS.

       01 WS-CONTADORES.
           02  WS-CONT-LIDAS       PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ESTORNADOS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-RECUSADOS   PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-ESTORNADO  PIC 9(13) VALUE ZEROS.

       01 WS-MOTIVO             PIC X(40).
       01 WS-VALOR-ED           PIC -(9)9.
       01 WS-TOTAL-ED           PIC -(13)9.
       01 WS-LINHA              PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-SEQUENCIA.
           SORT SOLTRAB
               ON ASCENDING KEY ID-SOL-TRAB
               ON ASCENDING KEY DATA-MOV-SOL-TRAB
               USING ESTSOL
               OUTPUT PROCEDURE IS CARREGA-SOLICITACOES
                              THRU FIM-CARREGA.
           IF WS-SOL-EXCEDENTES > ZEROS
               DISPLAY 'ERRO - SOLICITACOES ACIMA DO LIMITE DA TABELA: '
                       WS-SOL-EXCEDENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PESQUISA-HISTORICO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-CABECALHO.
           PERFORM CABECALHO-RELATORIO.
           SET WS-IDX-SOL TO 1.
           PERFORM TRATA-SOLICITACAO
               UNTIL WS-IDX-SOL > WS-QTD-SOL.
           IF TEM-AGENCIA = 1
               PERFORM TOTALIZA-AGENCIA
           END-IF.
           PERFORM GRAVA-RODAPE.
           PERFORM TOTALIZA-RELATORIO.
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

       LE-SEQUENCIA.
           MOVE ZEROS TO WS-NR-SEQ-NOVO.
           OPEN INPUT SEQCTL.
           IF WS-FS-SEQ EQUAL "00"
               READ SEQCTL
                   AT END CONTINUE
                   NOT AT END MOVE NR-SEQ-CTL TO WS-NR-SEQ-NOVO
               END-READ
               CLOSE SEQCTL
           END-IF.
           ADD 1 TO WS-NR-SEQ-NOVO.

       CARREGA-SOLICITACOES.
           RETURN SOLTRAB AT END MOVE 1 TO FIM-SOL.
           PERFORM GUARDA-SOLICITACAO UNTIL FIM-SOL = 1.
       FIM-CARREGA.
           EXIT.

       GUARDA-SOLICITACAO.
           ADD 1 TO WS-CONT-LIDAS.
           IF WS-QTD-SOL < 500
               ADD 1 TO WS-QTD-SOL
               SET WS-IDX-SOL TO WS-QTD-SOL
               MOVE ID-SOL-TRAB        TO SOL-ID(WS-IDX-SOL)
               MOVE DATA-MOV-SOL-TRAB  TO SOL-DATA-MOV(WS-IDX-SOL)
               MOVE DATA-POST-SOL-TRAB TO SOL-DATA-POST(WS-IDX-SOL)
               MOVE MOVIMENTO-SOL-TRAB TO SOL-VALOR(WS-IDX-SOL)
               MOVE CD-TRANS-SOL-TRAB  TO SOL-CD-TRN(WS-IDX-SOL)
               MOVE OPERADOR-SOL-TRAB  TO SOL-OPERADOR(WS-IDX-SOL)
               MOVE DS-MOTIVO-SOL-TRAB TO SOL-MOTIVO(WS-IDX-SOL)
               MOVE ZEROS              TO SOL-QT-ACHADOS(WS-IDX-SOL)
           ELSE
               ADD 1 TO WS-SOL-EXCEDENTES
           END-IF
           RETURN SOLTRAB AT END MOVE 1 TO FIM-SOL.

       PESQUISA-HISTORICO.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS EQUAL "35"
               MOVE 1 TO FIM-HIS
           ELSE
               IF WS-FS-HIS NOT EQUAL "00"
                 DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
                 STOP RUN
               ELSE
                 READ MOVHIST AT END MOVE 1 TO FIM-HIS
                 END-READ
               END-IF
           END-IF.
           PERFORM CONFRONTA-HISTORICO UNTIL FIM-HIS = 1.
           IF WS-FS-HIS EQUAL "00" OR WS-FS-HIS EQUAL "10"
               CLOSE MOVHIST
           END-IF.

       CONFRONTA-HISTORICO.
           SET WS-IDX-SOL TO 1.
           PERFORM TESTA-SOLICITACAO
               UNTIL WS-IDX-SOL > WS-QTD-SOL.
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.

       TESTA-SOLICITACAO.
           IF SOL-ID(WS-IDX-SOL)        = ID-HIST
              AND SOL-DATA-MOV(WS-IDX-SOL)  = DATA-MOV-HIST
              AND SOL-DATA-POST(WS-IDX-SOL) = DATA-POST-HIST
              AND SOL-VALOR(WS-IDX-SOL)     = MOVIMENTO-HIST
              AND SOL-CD-TRN(WS-IDX-SOL)    = CD-TRANSACAO-HIST
               ADD 1 TO SOL-QT-ACHADOS(WS-IDX-SOL)
           END-IF.
           SET WS-IDX-SOL UP BY 1.

       ABRE-ARQ.
           OPEN I-O CADEST.
           IF WS-FS-EST EQUAL "35"
               OPEN OUTPUT CADEST
               CLOSE CADEST
               OPEN I-O CADEST
           END-IF.
           IF WS-FS-EST NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA ESTORNO - " WS-FS-EST
             STOP RUN.

           OPEN OUTPUT MOVENT.
           IF WS-FS-ENT NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVENT - " WS-FS-ENT
             STOP RUN.

           OPEN OUTPUT ARREL.
           IF WS-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RELEST - " WS-FS-REL
             STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES        TO REG-ENT.
           MOVE '0'           TO TIPO-REG.
           MOVE ZEROS         TO DADOS-ENT.
           MOVE WS-DATA-PROC  TO DATA-ARQ-ENT.
           MOVE WS-NR-SEQ-NOVO TO NR-SEQ-ENT.
           MOVE 'ESTORNO '    TO OPERADOR-ENT.
           WRITE REG-ENT.

       CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING 'ESTORNOS - PROCESSAMENTO DE ' WS-DATA-PROC
                  ' - ARQUIVO ' WS-NR-SEQ-NOVO
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.

       TRATA-SOLICITACAO.
           IF TEM-AGENCIA = 1
              AND SOL-AGENCIA(WS-IDX-SOL) NOT = WS-AGENCIA-ATUAL
               PERFORM TOTALIZA-AGENCIA
           END-IF.
           IF TEM-AGENCIA = 0
               PERFORM INICIA-AGENCIA
           END-IF.
           MOVE ZEROS TO WS-QT-ESTORNADOS.
           IF SOL-QT-ACHADOS(WS-IDX-SOL) > ZEROS
               PERFORM CONTA-ESTORNOS
           END-IF.
           EVALUATE TRUE
               WHEN SOL-OPERADOR(WS-IDX-SOL) = SPACES
                 OR SOL-MOTIVO(WS-IDX-SOL) = SPACES
                   MOVE 'SOLICITACAO SEM OPERADOR OU MOTIVO' TO
                                                          WS-MOTIVO
                   PERFORM RECUSA-SOLICITACAO
               WHEN SOL-CD-TRN(WS-IDX-SOL) = WS-CD-TRN-TRF-ENV
                 OR SOL-CD-TRN(WS-IDX-SOL) = WS-CD-TRN-TRF-REC
                   MOVE 'TRANSFERENCIA NAO PODE SER ESTORNADA' TO
                                                          WS-MOTIVO
                   PERFORM RECUSA-SOLICITACAO
               WHEN SOL-CD-TRN(WS-IDX-SOL) = WS-CD-TRN-EST-CRED
                 OR SOL-CD-TRN(WS-IDX-SOL) = WS-CD-TRN-EST-DEB
                   MOVE 'ESTORNO NAO PODE SER ESTORNADO' TO WS-MOTIVO
                   PERFORM RECUSA-SOLICITACAO
               WHEN SOL-QT-ACHADOS(WS-IDX-SOL) = ZEROS
                   MOVE 'MOVIMENTO NAO ENCONTRADO NO HISTORICO' TO
                                                          WS-MOTIVO
                   PERFORM RECUSA-SOLICITACAO
               WHEN WS-QT-ESTORNADOS NOT < SOL-QT-ACHADOS(WS-IDX-SOL)
                   MOVE 'MOVIMENTO JA ESTORNADO' TO WS-MOTIVO
                   PERFORM RECUSA-SOLICITACAO
               WHEN OTHER
                   PERFORM GRAVA-DETALHE
                   PERFORM GRAVA-REGISTRO-ESTORNO
                   PERFORM GRAVA-LINHA-ESTORNO
           END-EVALUATE.
           SET WS-IDX-SOL UP BY 1.

       INICIA-AGENCIA.
           MOVE SOL-AGENCIA(WS-IDX-SOL) TO WS-AGENCIA-ATUAL.
           MOVE ZEROS TO WS-EST-AG WS-REC-AG WS-VALOR-AG.
           MOVE 1 TO TEM-AGENCIA.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           STRING 'AGENCIA ' WS-AGENCIA-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.

       CONTA-ESTORNOS.
           MOVE ZERO TO FIM-OCOR.
           PERFORM MONTA-CHAVE-ESTORNO.
           PERFORM PROCURA-OCORRENCIA
               UNTIL FIM-OCOR = 1
                  OR WS-QT-ESTORNADOS NOT < SOL-QT-ACHADOS(WS-IDX-SOL).

       MONTA-CHAVE-ESTORNO.
           MOVE SOL-ID(WS-IDX-SOL)        TO ID-EST.
           MOVE SOL-DATA-MOV(WS-IDX-SOL)  TO DATA-MOV-ORIG-EST.
           MOVE SOL-DATA-POST(WS-IDX-SOL) TO DATA-POST-ORIG-EST.
           MOVE SOL-VALOR(WS-IDX-SOL)     TO VALOR-ORIG-EST.
           MOVE SOL-CD-TRN(WS-IDX-SOL)    TO CD-TRN-ORIG-EST.

       PROCURA-OCORRENCIA.
           COMPUTE NR-OCOR-EST = WS-QT-ESTORNADOS + 1.
           READ CADEST
               INVALID KEY MOVE 1 TO FIM-OCOR
               NOT INVALID KEY ADD 1 TO WS-QT-ESTORNADOS
           END-READ.

       GRAVA-DETALHE.
           MOVE SPACES            TO REG-ENT.
           MOVE '1'               TO TIPO-REG.
           MOVE SOL-AGENCIA(WS-IDX-SOL) TO AGENCIA-ENT.
           MOVE SOL-CONTA(WS-IDX-SOL)   TO CONTA-ENT.
           COMPUTE MOVIMENTO-ENT = ZERO - SOL-VALOR(WS-IDX-SOL).
           IF SOL-VALOR(WS-IDX-SOL) > ZEROS
               MOVE 'D'                TO TIPO-MOV-ENT
               MOVE WS-CD-TRN-EST-CRED TO WS-CD-ESTORNO
           ELSE
               MOVE 'C'                TO TIPO-MOV-ENT
               MOVE WS-CD-TRN-EST-DEB  TO WS-CD-ESTORNO
           END-IF.
           MOVE WS-CD-ESTORNO     TO CD-TRANSACAO-ENT.
           MOVE WS-DATA-PROC      TO DATA-MOV-ENT.
           MOVE ZEROS             TO ID-DEST-ENT.
           MOVE SOL-DATA-MOV(WS-IDX-SOL) TO DATA-ORIG-ENT.
           MOVE SOL-CD-TRN(WS-IDX-SOL)   TO CD-TRN-ORIG-ENT.
           IF MOVIMENTO-ENT < ZEROS
               COMPUTE WS-VALOR-ABS = ZERO - MOVIMENTO-ENT
           ELSE
               MOVE MOVIMENTO-ENT TO WS-VALOR-ABS
           END-IF.
           MOVE SOL-OPERADOR(WS-IDX-SOL) TO OPERADOR-DET-ENT.
           WRITE REG-ENT.
           ADD 1 TO WS-QT-DET.
           ADD WS-VALOR-ABS TO WS-HASH-DET.
           ADD 1 TO WS-CONT-ESTORNADOS WS-EST-AG.
           ADD WS-VALOR-ABS TO WS-VALOR-ESTORNADO WS-VALOR-AG.

       GRAVA-REGISTRO-ESTORNO.
           PERFORM MONTA-CHAVE-ESTORNO.
           COMPUTE NR-OCOR-EST = WS-QT-ESTORNADOS + 1.
           MOVE WS-DATA-PROC              TO DATA-EST.
           MOVE WS-NR-SEQ-NOVO            TO NR-SEQ-EST.
           MOVE WS-CD-ESTORNO             TO CD-TRN-EST.
           MOVE SOL-OPERADOR(WS-IDX-SOL)  TO OPERADOR-EST.
           MOVE SOL-MOTIVO(WS-IDX-SOL)    TO DS-MOTIVO-EST.
           WRITE REG-EST
               INVALID KEY
                   DISPLAY 'ERRO DE GRAVACAO ESTORNO - '
                           AGENCIA-EST '/' CONTA-EST
                   STOP RUN
           END-WRITE.

       GRAVA-LINHA-ESTORNO.
           MOVE SOL-VALOR(WS-IDX-SOL) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'ESTORNADO ' SOL-AGENCIA(WS-IDX-SOL) '/'
                  SOL-CONTA(WS-IDX-SOL)
                  ' MOV ' SOL-DATA-MOV(WS-IDX-SOL)
                  ' CD ' SOL-CD-TRN(WS-IDX-SOL)
                  ' VALOR ' WS-VALOR-ED
                  ' POR ' WS-CD-ESTORNO
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           MOVE SPACES TO WS-LINHA.
           STRING '          OPERADOR ' SOL-OPERADOR(WS-IDX-SOL)
                  ' - ' SOL-MOTIVO(WS-IDX-SOL)
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.

       RECUSA-SOLICITACAO.
           MOVE SOL-VALOR(WS-IDX-SOL) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'RECUSADO  ' SOL-AGENCIA(WS-IDX-SOL) '/'
                  SOL-CONTA(WS-IDX-SOL)
                  ' MOV ' SOL-DATA-MOV(WS-IDX-SOL)
                  ' CD ' SOL-CD-TRN(WS-IDX-SOL)
                  ' VALOR ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           MOVE SPACES TO WS-LINHA.
           STRING '          OPERADOR ' SOL-OPERADOR(WS-IDX-SOL)
                  ' - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           ADD 1 TO WS-CONT-RECUSADOS WS-REC-AG.

       TOTALIZA-AGENCIA.
           MOVE WS-VALOR-AG TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'TOTAL AGENCIA ' WS-AGENCIA-ATUAL
                  ' ESTORNOS ' WS-EST-AG ' VALOR ' WS-TOTAL-ED
                  ' RECUSADOS ' WS-REC-AG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           STRING 'VISTO DO SUPERVISOR: ______________________________'
                  '  DATA: __/__/____'
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           MOVE 0 TO TEM-AGENCIA.

       GRAVA-RODAPE.
           MOVE SPACES      TO REG-ENT.
           MOVE '9'         TO TIPO-REG.
           MOVE ZEROS       TO DADOS-ENT.
           MOVE WS-QT-DET   TO QT-REG-ENT.
           MOVE WS-HASH-DET TO HASH-ENT.
           WRITE REG-ENT.

       TOTALIZA-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           MOVE WS-VALOR-ESTORNADO TO WS-TOTAL-ED.
           STRING 'ESTORNOS GERADOS.....: ' WS-CONT-ESTORNADOS
                  ' TOTAL ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.
           MOVE SPACES TO WS-LINHA.
           STRING 'SOLICITACOES RECUSADAS: ' WS-CONT-RECUSADOS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELEST.
           WRITE REG-RELEST.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'ESTORNO '         TO PROG-CTL.
           MOVE WS-DATA-PROC       TO DATA-PROC-CTL.
           MOVE 'C'                TO STATUS-CTL.
           MOVE WS-CONT-ESTORNADOS TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           CLOSE CADEST
                 MOVENT
                 ARREL.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'ARQUIVO DE ESTORNOS ' WS-NR-SEQ-NOVO
                   ' GERADO PARA ' WS-DATA-PROC.
           DISPLAY 'SOLICITACOES LIDAS...........: ' WS-CONT-LIDAS.
           DISPLAY 'ESTORNOS GERADOS.............: ' WS-CONT-ESTORNADOS.
           DISPLAY 'SOLICITACOES RECUSADAS.......: ' WS-CONT-RECUSADOS.
