       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVMOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSOL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-SOL.
           SELECT MOVAPR ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-APR
              FILE STATUS IS WS-FS-APR.
           SELECT ARQREJ ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REJ.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQSOL VALUE OF FILE-ID IS "APRSOL.DAT".
       01 REG-APRSOL.
           03  CHAVE-SOL.
               05  DATA-ARQ-SOL      PIC 9(08).
               05  NR-SEQ-SOL        PIC 9(06).
               05  NR-ITEM-SOL       PIC 9(07).
           03  DECISAO-SOL           PIC X(01).
               88  SOLICITA-APROVACAO  VALUE 'A'.
               88  SOLICITA-REJEICAO   VALUE 'R'.
           03  OPERADOR-SOL          PIC X(08).
           03  DS-MOTIVO-SOL         PIC X(30).

       FD MOVAPR VALUE OF FILE-ID IS "MOVAPR.DAT".
           COPY APRREG.

       FD ARQREJ VALUE OF FILE-ID IS "APRREJ.DAT".
       01 REG-APRREJ.
           03  DADOS-REJ             PIC X(60).
           03  CD-MOTIVO-REJ         PIC 9(02).
           03  DS-MOTIVO-REJ         PIC X(40).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-SOL           PIC X(02) VALUE ZEROS.
       01 WS-FS-APR           PIC X(02) VALUE ZEROS.
       01 WS-FS-REJ           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-SOL         PIC 9(01) VALUE ZERO.
           02  ACHOU-APR       PIC 9(01) VALUE ZERO.
               88  ITEM-ENCONTRADO     VALUE 1.

       01 WS-CONTADORES.
           02  WS-CONT-LIDAS       PIC 9(05) VALUE ZEROS.
           02  WS-CONT-APROVADOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-CANCELADOS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REJEITADOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM ABRE-ARQ.
           READ ARQSOL AT END MOVE 1 TO FIM-SOL.
           PERFORM PROCESSA-DECISAO UNTIL FIM-SOL = 1.
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
           OPEN INPUT ARQSOL.
           IF WS-FS-SOL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA APRSOL - " WS-FS-SOL
             STOP RUN.

           OPEN I-O MOVAPR.
           IF WS-FS-APR NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVAPR - " WS-FS-APR
             STOP RUN.

           OPEN OUTPUT ARQREJ.
           IF WS-FS-REJ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA APRREJ - " WS-FS-REJ
             STOP RUN.

       PROCESSA-DECISAO.
           ADD 1 TO WS-CONT-LIDAS.
           PERFORM LOCALIZA-ITEM.
           EVALUATE TRUE
               WHEN NOT SOLICITA-APROVACAO AND NOT SOLICITA-REJEICAO
                   MOVE 01 TO CD-MOTIVO-REJ
                   MOVE 'DECISAO INVALIDA (A OU R)' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT ITEM-ENCONTRADO
                   MOVE 02 TO CD-MOTIVO-REJ
                   MOVE 'ITEM NAO ENCONTRADO EM MOVAPR.DAT' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT ITEM-PENDENTE
                   MOVE 03 TO CD-MOTIVO-REJ
                   MOVE 'ITEM JA DECIDIDO' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN OPERADOR-SOL = SPACES
                   MOVE 04 TO CD-MOTIVO-REJ
                   MOVE 'OPERADOR APROVADOR NAO INFORMADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN OPERADOR-SOL = OPERADOR-ENT-APR
                   MOVE 05 TO CD-MOTIVO-REJ
                   MOVE 'APROVADOR IGUAL AO OPERADOR DE ENTRADA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN SOLICITA-REJEICAO AND DS-MOTIVO-SOL = SPACES
                   MOVE 06 TO CD-MOTIVO-REJ
                   MOVE 'REJEICAO SEM MOTIVO INFORMADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN OTHER
                   PERFORM REGISTRA-DECISAO
           END-EVALUATE
           READ ARQSOL AT END MOVE 1 TO FIM-SOL.

       LOCALIZA-ITEM.
           MOVE 0 TO ACHOU-APR.
           MOVE CHAVE-SOL TO CHAVE-APR.
           READ MOVAPR
               INVALID KEY MOVE 0 TO ACHOU-APR
               NOT INVALID KEY MOVE 1 TO ACHOU-APR
           END-READ.

       REGISTRA-DECISAO.
           MOVE DECISAO-SOL   TO SITUACAO-APR.
           MOVE OPERADOR-SOL  TO OPERADOR-DEC-APR.
           MOVE WS-DATA-PROC  TO DATA-DECISAO-APR.
           MOVE DS-MOTIVO-SOL TO DS-MOTIVO-DEC-APR.
           REWRITE REG-MOVAPR
               INVALID KEY
                   DISPLAY 'ERRO DE REGRAVACAO MOVAPR - '
                           DATA-ARQ-APR '/' NR-SEQ-APR '/' NR-ITEM-APR
                   STOP RUN
           END-REWRITE.
           IF ITEM-APROVADO
               ADD 1 TO WS-CONT-APROVADOS
           ELSE
               ADD 1 TO WS-CONT-CANCELADOS
           END-IF.

       GRAVA-REJEITO.
           MOVE REG-APRSOL TO DADOS-REJ.
           WRITE REG-APRREJ.
           ADD 1 TO WS-CONT-REJEITADOS.

       FINALIZA.
           CLOSE ARQSOL
                 MOVAPR
                 ARQREJ.
           DISPLAY 'DECISOES LIDAS...............: ' WS-CONT-LIDAS.
           DISPLAY 'ITENS APROVADOS..............: ' WS-CONT-APROVADOS.
           DISPLAY 'ITENS REJEITADOS (CANCELADOS): '
                                                 WS-CONT-CANCELADOS.
           DISPLAY 'DECISOES RECUSADAS...........: '
                                                 WS-CONT-REJEITADOS.
