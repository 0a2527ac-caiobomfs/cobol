       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBLQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-JRN.
           SELECT CADBLQ ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-BLQ
              FILE STATUS IS WS-FS-BLQ.
           SELECT ARREL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQJRN VALUE OF FILE-ID IS "CLIJRNL.DAT".
           COPY JRNREG.

       FD CADBLQ VALUE OF FILE-ID IS "BLOQUEIO.DAT".
           COPY BLQREG.

       FD ARREL VALUE OF FILE-ID IS "RELBLQ.DAT".
       01 REG-RELBLQ                  PIC X(80).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-JRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-BLQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-JRN         PIC 9(01) VALUE ZERO.
           02  TEM-CADBLQ      PIC 9(01) VALUE ZERO.
               88  CADASTRO-DISPONIVEL VALUE 1.
           02  ACHOU-BLQ       PIC 9(01) VALUE ZERO.
               88  BLOQUEIO-ENCONTRADO VALUE 1.

       01 WS-DS-TRANSACAO      PIC X(09) VALUE SPACES.
       01 WS-DS-TIPO           PIC X(14) VALUE SPACES.
       01 WS-DS-ABRANG         PIC X(16) VALUE SPACES.

       01 WS-CONTADORES.
           02  WS-CONT-INCLUIDOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ALTERADOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LIBERADOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-EXPIRADOS   PIC 9(05) VALUE ZEROS.

       01 WS-VALOR-ED           PIC -(9)9.
       01 WS-LINHA              PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM ABRE-ARQ.
           PERFORM CABECALHO-RELATORIO.
           READ ARQJRN AT END MOVE 1 TO FIM-JRN.
           PERFORM LISTA-BLOQUEIO UNTIL FIM-JRN = 1.
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
           OPEN INPUT ARQJRN.
           IF WS-FS-JRN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIJRNL - " WS-FS-JRN
             STOP RUN.

           MOVE 0 TO TEM-CADBLQ.
           OPEN INPUT CADBLQ.
           IF WS-FS-BLQ EQUAL "00"
               MOVE 1 TO TEM-CADBLQ
           END-IF.

           OPEN OUTPUT ARREL.
           IF WS-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RELBLQ - " WS-FS-REL
             STOP RUN.

       CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING 'BLOQUEIOS DE SALDO INCLUIDOS, LIBERADOS E EXPIRADOS'
                  ' - DATA ' WS-DATA-PROC
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

       LISTA-BLOQUEIO.
           IF DATA-JRN = WS-DATA-PROC
              AND ARQUIVO-JRN = 'BLQMOV.DAT'
               PERFORM FORMATA-BLOQUEIO
           END-IF
           READ ARQJRN AT END MOVE 1 TO FIM-JRN.

       FORMATA-BLOQUEIO.
           EVALUATE TIPO-TRN-JRN
               WHEN 'I'
                   MOVE 'INCLUIDO ' TO WS-DS-TRANSACAO
                   ADD 1 TO WS-CONT-INCLUIDOS
               WHEN 'A'
                   MOVE 'ALTERADO ' TO WS-DS-TRANSACAO
                   ADD 1 TO WS-CONT-ALTERADOS
               WHEN 'L'
                   MOVE 'LIBERADO ' TO WS-DS-TRANSACAO
                   ADD 1 TO WS-CONT-LIBERADOS
               WHEN 'E'
                   MOVE 'EXPIRADO ' TO WS-DS-TRANSACAO
                   ADD 1 TO WS-CONT-EXPIRADOS
               WHEN OTHER
                   MOVE 'INVALIDO ' TO WS-DS-TRANSACAO
           END-EVALUATE.
           IF TIPO-BLQ-NOVA-JRN = 'J'
               MOVE 'JUDICIAL'       TO WS-DS-TIPO
           ELSE
               MOVE 'ADMINISTRATIVO' TO WS-DS-TIPO
           END-IF.
           IF ABRANG-BLQ-NOVA-JRN = 'T'
               MOVE 'BLOQUEIO TOTAL' TO WS-DS-ABRANG
           ELSE
               MOVE VALOR-BLQ-NOVA-JRN TO WS-VALOR-ED
               MOVE SPACES TO WS-DS-ABRANG
               STRING 'VALOR ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-DS-ABRANG
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING WS-DS-TRANSACAO ' CONTA '
                  AGENCIA-BLQ-NOVA-JRN '/' CONTA-BLQ-NOVA-JRN
                  ' NR ' NR-BLQ-NOVA-JRN ' ' WS-DS-TIPO
                  ' ' WS-DS-ABRANG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

           MOVE SPACES TO WS-LINHA.
           STRING '  VIGENCIA ' DATA-INI-BLQ-NOVA-JRN
                  ' A ' DATA-FIM-BLQ-NOVA-JRN
                  DELIMITED BY SIZE INTO WS-LINHA.
           IF TIPO-TRN-JRN = 'A'
              AND VALOR-BLQ-NOVA-JRN NOT = VALOR-BLQ-ANT-JRN
               MOVE VALOR-BLQ-ANT-JRN TO WS-VALOR-ED
               MOVE '  VALOR ANTERIOR ' TO WS-LINHA(32:17)
               MOVE WS-VALOR-ED TO WS-LINHA(49:10)
           END-IF.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

           PERFORM LOCALIZA-BLOQUEIO.
           IF BLOQUEIO-ENCONTRADO
               MOVE SPACES TO WS-LINHA
               STRING '  ORDEM ' REF-ORDEM-BLQ ' - ' DS-MOTIVO-BLQ
                      DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-RELBLQ
               WRITE REG-RELBLQ
           END-IF.

       LOCALIZA-BLOQUEIO.
           MOVE 0 TO ACHOU-BLQ.
           IF CADASTRO-DISPONIVEL
               MOVE ID-BLQ-NOVA-JRN TO ID-BLQ
               READ CADBLQ
                   INVALID KEY MOVE 0 TO ACHOU-BLQ
                   NOT INVALID KEY MOVE 1 TO ACHOU-BLQ
               END-READ
           END-IF.

       FINALIZA.
           MOVE SPACES TO WS-LINHA.
           STRING 'BLOQUEIOS INCLUIDOS..: ' WS-CONT-INCLUIDOS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

           MOVE SPACES TO WS-LINHA.
           STRING 'BLOQUEIOS ALTERADOS..: ' WS-CONT-ALTERADOS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

           MOVE SPACES TO WS-LINHA.
           STRING 'BLOQUEIOS LIBERADOS..: ' WS-CONT-LIBERADOS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

           MOVE SPACES TO WS-LINHA.
           STRING 'BLOQUEIOS EXPIRADOS..: ' WS-CONT-EXPIRADOS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELBLQ.
           WRITE REG-RELBLQ.

           CLOSE ARQJRN
                 ARREL.
           IF CADASTRO-DISPONIVEL
               CLOSE CADBLQ
           END-IF.
           DISPLAY 'BLOQUEIOS INCLUIDOS..........: '
                                                 WS-CONT-INCLUIDOS.
           DISPLAY 'BLOQUEIOS ALTERADOS..........: '
                                                 WS-CONT-ALTERADOS.
           DISPLAY 'BLOQUEIOS LIBERADOS..........: '
                                                 WS-CONT-LIBERADOS.
           DISPLAY 'BLOQUEIOS EXPIRADOS..........: '
                                                 WS-CONT-EXPIRADOS.
