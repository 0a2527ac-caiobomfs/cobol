       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-TRN.
           SELECT CADFER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-FER
              FILE STATUS IS WS-FS-FER.
           SELECT ARQREJ ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REJ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQTRN VALUE OF FILE-ID IS "FERMOV.DAT".
       01 REG-FERMOV.
           03  CHAVE-FER-TRN.
               05  DATA-TRN          PIC 9(08).
               05  AGENCIA-TRN       PIC 9(03).
           03  DS-FERIADO-TRN        PIC X(30).
           03  TIPO-TRN              PIC X(01).

       FD CADFER VALUE OF FILE-ID IS "FERIADO.DAT".
           COPY FERREG.

       FD ARQREJ VALUE OF FILE-ID IS "FERREJ.DAT".
       01 REG-FERREJ.
           03  DADOS-REJ             PIC X(42).
           03  CD-MOTIVO-REJ         PIC 9(02).
           03  DS-MOTIVO-REJ         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-FER           PIC X(02) VALUE ZEROS.
       01 WS-FS-REJ           PIC X(02) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-TRN         PIC 9(01) VALUE ZERO.
           02  ACHOU-FER       PIC 9(01) VALUE ZERO.
               88  FERIADO-ENCONTRADO  VALUE 1.
           02  DATA-OK         PIC 9(01) VALUE ZERO.
               88  DATA-VALIDA         VALUE 1.

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

       01 WS-CONTADORES.
           02  WS-CONT-INCLUSAO    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ALTERACAO   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-EXCLUSAO    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REJEITADOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           READ ARQTRN AT END MOVE 1 TO FIM-TRN.
           PERFORM PROCESSA-TRANSACAO UNTIL FIM-TRN = 1.
           PERFORM FINALIZA.
           STOP RUN.

       ABRE-ARQ.
           OPEN INPUT ARQTRN.
           IF WS-FS-TRN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA FERMOV - " WS-FS-TRN
             STOP RUN.

           OPEN I-O CADFER.
           IF WS-FS-FER EQUAL "35"
               OPEN OUTPUT CADFER
               CLOSE CADFER
               OPEN I-O CADFER
           END-IF.
           IF WS-FS-FER NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA FERIADO - " WS-FS-FER
             STOP RUN.

           OPEN OUTPUT ARQREJ.
           IF WS-FS-REJ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA FERREJ - " WS-FS-REJ
             STOP RUN.

       PROCESSA-TRANSACAO.
           PERFORM LOCALIZA-FERIADO.
           EVALUATE TIPO-TRN
               WHEN 'I'
                   PERFORM INCLUI-FERIADO
               WHEN 'A'
                   PERFORM ALTERA-FERIADO
               WHEN 'E'
                   PERFORM EXCLUI-FERIADO
               WHEN OTHER
                   MOVE 99 TO CD-MOTIVO-REJ
                   MOVE 'CODIGO DE TRANSACAO INVALIDO (TIPO-TRN)' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
           END-EVALUATE
           READ ARQTRN AT END MOVE 1 TO FIM-TRN.

       LOCALIZA-FERIADO.
           MOVE 0 TO ACHOU-FER.
           MOVE CHAVE-FER-TRN TO CHAVE-FER.
           READ CADFER
               INVALID KEY MOVE 0 TO ACHOU-FER
               NOT INVALID KEY MOVE 1 TO ACHOU-FER
           END-READ.

       INCLUI-FERIADO.
           MOVE DATA-TRN TO WS-DATA-AUX.
           PERFORM VALIDA-DATA.
           EVALUATE TRUE
               WHEN FERIADO-ENCONTRADO
                   MOVE 01 TO CD-MOTIVO-REJ
                   MOVE 'INCLUSAO - FERIADO JA CADASTRADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT DATA-VALIDA
                   MOVE 02 TO CD-MOTIVO-REJ
                   MOVE 'DATA DO FERIADO INVALIDA' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN DS-FERIADO-TRN = SPACES
                   MOVE 03 TO CD-MOTIVO-REJ
                   MOVE 'DESCRICAO DO FERIADO NAO INFORMADA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN OTHER
                   MOVE CHAVE-FER-TRN  TO CHAVE-FER
                   MOVE DS-FERIADO-TRN TO DS-FERIADO
                   WRITE REG-FER
                       INVALID KEY
                           DISPLAY 'ERRO DE INCLUSAO FERIADO - '
                                   DATA-TRN '/' AGENCIA-TRN
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-CONT-INCLUSAO
           END-EVALUATE.

       ALTERA-FERIADO.
           IF NOT FERIADO-ENCONTRADO
               MOVE 11 TO CD-MOTIVO-REJ
               MOVE 'FERIADO NAO CADASTRADO' TO DS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF DS-FERIADO-TRN NOT = SPACES
                   MOVE DS-FERIADO-TRN TO DS-FERIADO
               END-IF
               REWRITE REG-FER
                   INVALID KEY
                       DISPLAY 'ERRO DE ALTERACAO FERIADO - '
                               DATA-TRN '/' AGENCIA-TRN
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CONT-ALTERACAO
           END-IF.

       EXCLUI-FERIADO.
           IF NOT FERIADO-ENCONTRADO
               MOVE 11 TO CD-MOTIVO-REJ
               MOVE 'FERIADO NAO CADASTRADO' TO DS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               DELETE CADFER
                   INVALID KEY
                       DISPLAY 'ERRO DE EXCLUSAO FERIADO - '
                               DATA-TRN '/' AGENCIA-TRN
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CONT-EXCLUSAO
           END-IF.

       VALIDA-DATA.
           MOVE 0 TO DATA-OK.
           IF WS-DATA-AUX IS NUMERIC
              AND WS-ANO-AUX > 1900
              AND WS-MES-AUX > ZERO AND WS-MES-AUX < 13
              AND WS-DIA-AUX > ZERO
               PERFORM CALCULA-ULTIMO-DIA
               IF WS-DIA-AUX NOT > WS-ULTIMO-DIA
                   MOVE 1 TO DATA-OK
               END-IF
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

       GRAVA-REJEITO.
           MOVE REG-FERMOV TO DADOS-REJ.
           WRITE REG-FERREJ.
           ADD 1 TO WS-CONT-REJEITADOS.

       FINALIZA.
           CLOSE ARQTRN
                 CADFER
                 ARQREJ.
           DISPLAY 'FERIADOS INCLUIDOS...........: ' WS-CONT-INCLUSAO.
           DISPLAY 'FERIADOS ALTERADOS...........: ' WS-CONT-ALTERACAO.
           DISPLAY 'FERIADOS EXCLUIDOS...........: ' WS-CONT-EXCLUSAO.
           DISPLAY 'TRANSACOES REJEITADAS........: '
                                                 WS-CONT-REJEITADOS.
