       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERAGEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDPERM ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ID-PERM
              FILE STATUS IS WS-FS-PER.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
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
       FD ORDPERM VALUE OF FILE-ID IS "ORDPERM.DAT".
           COPY PERREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD MOVENT VALUE OF FILE-ID IS "MOVENT.DAT".
           COPY ENTREG.

       FD ARREL VALUE OF FILE-ID IS "RELPER.DAT".
       01 REG-RELPER                  PIC X(80).

       FD SEQCTL VALUE OF FILE-ID IS "SEQCTL.DAT".
       01 REG-SEQCTL.
           03  NR-SEQ-CTL            PIC 9(06).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PER           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-ENT           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-SEQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
       01 WS-NR-SEQ-NOVO      PIC 9(06) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-PER         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  JA-EXECUTADO    PIC 9(01) VALUE ZERO.
           02  ORDEM-ALTERADA  PIC 9(01) VALUE ZERO.
           02  ACHOU-CLI       PIC 9(01) VALUE ZERO.
               88  CLIENTE-ENCONTRADO  VALUE 1.

       01 WS-RODAPE.
           02  WS-QT-DET           PIC 9(07) VALUE ZEROS.
           02  WS-HASH-DET         PIC 9(15) VALUE ZEROS.

       01 WS-DATA-AUX.
           02  WS-ANO-AUX           PIC 9(04).
           02  WS-MES-AUX           PIC 9(02).
           02  WS-DIA-AUX           PIC 9(02).

       01 WS-DATA-BASE.
           02  WS-ANO-BASE          PIC 9(04).
           02  WS-MES-BASE          PIC 9(02).
           02  WS-DIA-BASE          PIC 9(02).

       01 WS-CALCULO-DATA.
           02  WS-ULTIMO-DIA        PIC 9(02) VALUE ZEROS.
           02  WS-QT-MESES          PIC 9(02) VALUE ZEROS.
           02  WS-QUOCIENTE         PIC 9(04) VALUE ZEROS.
           02  WS-RESTO             PIC 9(03) VALUE ZEROS.

       01 WS-DIAS-MES-INI      PIC X(24)
                               VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-DIAS-MES-INI.
           02  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.

       01 WS-CONTADORES.
           02  WS-CONT-GERADOS     PIC 9(05) VALUE ZEROS.
           02  WS-CONT-IGNORADOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ENCERRADAS  PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-GERADO     PIC 9(13) VALUE ZEROS.

       01 WS-MOTIVO             PIC X(30).
       01 WS-VALOR-ED           PIC -(13)9.
       01 WS-LINHA              PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM VERIFICA-EXECUCAO.
           IF JA-EXECUTADO = 1
               DISPLAY 'ERRO - ORDENS PERMANENTES JA GERADAS PARA A '
                       'DATA ' WS-DATA-PROC
               STOP RUN
           END-IF.
           PERFORM LE-SEQUENCIA.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-CABECALHO.
           PERFORM CABECALHO-RELATORIO.
           READ ORDPERM NEXT RECORD AT END MOVE 1 TO FIM-PER.
           PERFORM PROCESSA-ORDEM UNTIL FIM-PER = 1.
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

       VERIFICA-EXECUCAO.
           MOVE ZERO TO JA-EXECUTADO FIM-CTL.
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
           IF PROG-CTL = 'PERAGEND'
              AND DATA-PROC-CTL = WS-DATA-PROC
              AND EXECUCAO-CONCLUIDA
               MOVE 1 TO JA-EXECUTADO
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

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

       ABRE-ARQ.
           OPEN I-O ORDPERM.
           IF WS-FS-PER NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA ORDPERM - " WS-FS-PER
             STOP RUN.

           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           OPEN OUTPUT MOVENT.
           IF WS-FS-ENT NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVENT - " WS-FS-ENT
             STOP RUN.

           OPEN OUTPUT ARREL.
           IF WS-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RELPER - " WS-FS-REL
             STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES        TO REG-ENT.
           MOVE '0'           TO TIPO-REG.
           MOVE ZEROS         TO DADOS-ENT.
           MOVE WS-DATA-PROC  TO DATA-ARQ-ENT.
           MOVE WS-NR-SEQ-NOVO TO NR-SEQ-ENT.
           MOVE 'PERAGEND'    TO OPERADOR-ENT.
           WRITE REG-ENT.

       CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING 'ORDENS PERMANENTES - PROCESSAMENTO DE ' WS-DATA-PROC
                  ' - ARQUIVO ' WS-NR-SEQ-NOVO
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.

       PROCESSA-ORDEM.
           MOVE ZERO TO ORDEM-ALTERADA.
           IF ORDEM-ATIVA OR ORDEM-SUSPENSA
               IF DATA-PROX-PERM NOT > WS-DATA-PROC
                  AND DATA-PROX-PERM NOT > DATA-FIM-PERM
                   PERFORM LOCALIZA-CLIENTE
                   PERFORM TRATA-VENCIMENTO
                       UNTIL DATA-PROX-PERM > WS-DATA-PROC
                          OR DATA-PROX-PERM > DATA-FIM-PERM
                   MOVE 1 TO ORDEM-ALTERADA
               END-IF
               IF DATA-PROX-PERM > DATA-FIM-PERM
                   PERFORM ENCERRA-ORDEM
               END-IF
           END-IF.
           IF ORDEM-ALTERADA = 1
               REWRITE REG-PERM
                   INVALID KEY
                       DISPLAY 'ERRO DE REGRAVACAO ORDEM - '
                               AGENCIA-PERM '/' CONTA-PERM '/'
                               NR-ORDEM-PERM
                       STOP RUN
               END-REWRITE
           END-IF.
           READ ORDPERM NEXT RECORD AT END MOVE 1 TO FIM-PER.

       LOCALIZA-CLIENTE.
           MOVE 0 TO ACHOU-CLI.
           MOVE AGENCIA-PERM TO AGENCIA-CLI.
           MOVE CONTA-PERM   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-CLI
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.

       TRATA-VENCIMENTO.
           EVALUATE TRUE
               WHEN ORDEM-SUSPENSA
                   MOVE 'ORDEM SUSPENSA' TO WS-MOTIVO
                   PERFORM GRAVA-LINHA-IGNORADA
               WHEN NOT CLIENTE-ENCONTRADO
                   MOVE 'CONTA NAO CADASTRADA' TO WS-MOTIVO
                   PERFORM GRAVA-LINHA-IGNORADA
               WHEN OTHER
                   PERFORM GRAVA-DETALHE
                   PERFORM GRAVA-LINHA-GERADA
           END-EVALUATE.
           PERFORM AVANCA-VENCIMENTO.

       GRAVA-DETALHE.
           MOVE SPACES            TO REG-ENT.
           MOVE '1'               TO TIPO-REG.
           MOVE AGENCIA-PERM      TO AGENCIA-ENT.
           MOVE CONTA-PERM        TO CONTA-ENT.
           IF TIPO-MOV-PERM = 'D'
               COMPUTE MOVIMENTO-ENT = ZERO - VALOR-PERM
           ELSE
               MOVE VALOR-PERM    TO MOVIMENTO-ENT
           END-IF.
           MOVE TIPO-MOV-PERM     TO TIPO-MOV-ENT.
           MOVE DATA-PROX-PERM    TO DATA-MOV-ENT.
           MOVE CD-TRANSACAO-PERM TO CD-TRANSACAO-ENT.
           MOVE ZEROS             TO ID-DEST-ENT.
           MOVE ZEROS             TO REF-ORIG-ENT.
           WRITE REG-ENT.
           ADD 1 TO WS-QT-DET.
           ADD VALOR-PERM TO WS-HASH-DET.
           ADD 1 TO WS-CONT-GERADOS.
           ADD VALOR-PERM TO WS-VALOR-GERADO.
           MOVE DATA-PROX-PERM TO DATA-ULT-PERM.

       GRAVA-LINHA-GERADA.
           MOVE MOVIMENTO-ENT TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'GERADA    ' AGENCIA-PERM '/' CONTA-PERM
                  ' ORDEM ' NR-ORDEM-PERM ' VENC ' DATA-PROX-PERM
                  ' VALOR ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.

       GRAVA-LINHA-IGNORADA.
           MOVE SPACES TO WS-LINHA.
           STRING 'IGNORADA  ' AGENCIA-PERM '/' CONTA-PERM
                  ' ORDEM ' NR-ORDEM-PERM ' VENC ' DATA-PROX-PERM
                  ' ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.
           ADD 1 TO WS-CONT-IGNORADOS.

       ENCERRA-ORDEM.
           MOVE 'E' TO SITUACAO-PERM.
           MOVE 1 TO ORDEM-ALTERADA.
           ADD 1 TO WS-CONT-ENCERRADAS.
           MOVE SPACES TO WS-LINHA.
           STRING 'ENCERRADA ' AGENCIA-PERM '/' CONTA-PERM
                  ' ORDEM ' NR-ORDEM-PERM ' FIM ' DATA-FIM-PERM
                  ' FIM DA VIGENCIA'
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.

       AVANCA-VENCIMENTO.
           MOVE DATA-PROX-PERM TO WS-DATA-AUX.
           MOVE DATA-INI-PERM  TO WS-DATA-BASE.
           EVALUATE TRUE
               WHEN FREQ-SEMANAL
                   PERFORM SOMA-UM-DIA 7 TIMES
               WHEN FREQ-QUINZENAL
                   PERFORM SOMA-UM-DIA 14 TIMES
               WHEN FREQ-MENSAL
                   MOVE 1 TO WS-QT-MESES
                   PERFORM SOMA-MESES
               WHEN FREQ-TRIMESTRAL
                   MOVE 3 TO WS-QT-MESES
                   PERFORM SOMA-MESES
               WHEN OTHER
                   MOVE 12 TO WS-QT-MESES
                   PERFORM SOMA-MESES
           END-EVALUATE.
           MOVE WS-DATA-AUX TO DATA-PROX-PERM.

       SOMA-UM-DIA.
           PERFORM CALCULA-ULTIMO-DIA.
           ADD 1 TO WS-DIA-AUX.
           IF WS-DIA-AUX > WS-ULTIMO-DIA
               MOVE 1 TO WS-DIA-AUX
               ADD 1 TO WS-MES-AUX
               IF WS-MES-AUX > 12
                   MOVE 1 TO WS-MES-AUX
                   ADD 1 TO WS-ANO-AUX
               END-IF
           END-IF.

       SOMA-MESES.
           ADD WS-QT-MESES TO WS-MES-AUX.
           IF WS-MES-AUX > 12
               SUBTRACT 12 FROM WS-MES-AUX
               ADD 1 TO WS-ANO-AUX
           END-IF.
           PERFORM CALCULA-ULTIMO-DIA.
           IF WS-DIA-BASE > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-AUX
           ELSE
               MOVE WS-DIA-BASE TO WS-DIA-AUX
           END-IF.

       CALCULA-ULTIMO-DIA.
           MOVE WS-DIAS-MES(WS-MES-AUX) TO WS-ULTIMO-DIA.
           IF WS-MES-AUX = 2
               DIVIDE WS-ANO-AUX BY 4 GIVING WS-QUOCIENTE
                                      REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE 29 TO WS-ULTIMO-DIA
                   DIVIDE WS-ANO-AUX BY 100 GIVING WS-QUOCIENTE
                                          REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       DIVIDE WS-ANO-AUX BY 400 GIVING WS-QUOCIENTE
                                              REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZERO
                           MOVE 28 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVA-RODAPE.
           MOVE SPACES      TO REG-ENT.
           MOVE '9'         TO TIPO-REG.
           MOVE ZEROS       TO DADOS-ENT.
           MOVE WS-QT-DET   TO QT-REG-ENT.
           MOVE WS-HASH-DET TO HASH-ENT.
           WRITE REG-ENT.

       TOTALIZA-RELATORIO.
           MOVE WS-VALOR-GERADO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'ORDENS GERADAS.......: ' WS-CONT-GERADOS
                  ' TOTAL ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.
           MOVE SPACES TO WS-LINHA.
           STRING 'VENCIMENTOS IGNORADOS: ' WS-CONT-IGNORADOS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.
           MOVE SPACES TO WS-LINHA.
           STRING 'ORDENS ENCERRADAS....: ' WS-CONT-ENCERRADAS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELPER.
           WRITE REG-RELPER.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'PERAGEND'       TO PROG-CTL.
           MOVE WS-DATA-PROC     TO DATA-PROC-CTL.
           MOVE 'C'              TO STATUS-CTL.
           MOVE WS-CONT-GERADOS  TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           CLOSE ORDPERM
                 CADCLI
                 MOVENT
                 ARREL.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'ARQUIVO DE ORDENS PERMANENTES ' WS-NR-SEQ-NOVO
                   ' GERADO PARA ' WS-DATA-PROC.
           DISPLAY 'ORDENS GERADAS...............: ' WS-CONT-GERADOS.
           DISPLAY 'VENCIMENTOS IGNORADOS........: ' WS-CONT-IGNORADOS.
           DISPLAY 'ORDENS ENCERRADAS............: '
                                                 WS-CONT-ENCERRADAS.
