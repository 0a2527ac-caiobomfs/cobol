       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-TRN.
           SELECT ORDPERM ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-PERM
              FILE STATUS IS WS-FS-PER.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT TRNCOD ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-TRN
              FILE STATUS IS WS-FS-COD.
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
       FD ARQTRN VALUE OF FILE-ID IS "PERMOV.DAT".
       01 REG-PERMOV.
           03  ID-PERM-TRN.
               05  AGENCIA-TRN       PIC 9(03).
               05  CONTA-TRN         PIC 9(06).
               05  NR-ORDEM-TRN      PIC 9(04).
           03  VALOR-TRN             PIC 9(09).
           03  TIPO-MOV-TRN          PIC X(01).
           03  CD-TRANSACAO-TRN      PIC 9(04).
           03  FREQUENCIA-TRN        PIC X(01).
               88  FREQ-VALIDA-TRN   VALUE 'S' 'Q' 'M' 'T' 'A'.
           03  DATA-INI-TRN          PIC 9(08).
           03  DATA-FIM-TRN          PIC 9(08).
           03  TIPO-TRN              PIC X(01).

       FD ORDPERM VALUE OF FILE-ID IS "ORDPERM.DAT".
           COPY PERREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD TRNCOD VALUE OF FILE-ID IS "TRNCOD.DAT".
           COPY TRNREG.

       FD ARQREJ VALUE OF FILE-ID IS "PERREJ.DAT".
       01 REG-PERREJ.
           03  DADOS-REJ             PIC X(45).
           03  CD-MOTIVO-REJ         PIC 9(02).
           03  DS-MOTIVO-REJ         PIC X(40).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-PER           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-COD           PIC X(02) VALUE ZEROS.
       01 WS-FS-REJ           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-TRN         PIC 9(01) VALUE ZERO.
           02  ACHOU-PER       PIC 9(01) VALUE ZERO.
               88  ORDEM-ENCONTRADA    VALUE 1.
           02  ACHOU-CLI       PIC 9(01) VALUE ZERO.
               88  CLIENTE-ENCONTRADO  VALUE 1.
           02  ACHOU-TRN       PIC 9(01) VALUE ZERO.
               88  TRANSACAO-ENCONTRADA VALUE 1.
           02  ORDEM-ABERTA    PIC 9(01) VALUE ZERO.
               88  ORDEM-EM-VIGOR      VALUE 1.
           02  DATA-OK         PIC 9(01) VALUE ZERO.
           02  DATA-INI-OK     PIC 9(01) VALUE ZERO.
               88  DATA-INI-VALIDA     VALUE 1.
           02  DATA-FIM-OK     PIC 9(01) VALUE ZERO.
               88  DATA-FIM-VALIDA     VALUE 1.

       01 WS-ALTERACAO.
           02  WS-TIPO-NOVO        PIC X(01) VALUE SPACES.
           02  WS-CD-NOVO          PIC 9(04) VALUE ZEROS.
           02  WS-DATA-INI-NOVA    PIC 9(08) VALUE ZEROS.
           02  WS-DATA-FIM-NOVA    PIC 9(08) VALUE ZEROS.

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
           02  WS-CONT-SUSPENSAO   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REATIVACAO  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-CANCELAMENTO PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REJEITADOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM ABRE-ARQ.
           READ ARQTRN AT END MOVE 1 TO FIM-TRN.
           PERFORM PROCESSA-TRANSACAO UNTIL FIM-TRN = 1.
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
           OPEN INPUT ARQTRN.
           IF WS-FS-TRN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PERMOV - " WS-FS-TRN
             STOP RUN.

           OPEN I-O ORDPERM.
           IF WS-FS-PER EQUAL "35"
               OPEN OUTPUT ORDPERM
               CLOSE ORDPERM
               OPEN I-O ORDPERM
           END-IF.
           IF WS-FS-PER NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA ORDPERM - " WS-FS-PER
             STOP RUN.

           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           OPEN INPUT TRNCOD.
           IF WS-FS-COD NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA TRNCOD - " WS-FS-COD
             STOP RUN.

           OPEN OUTPUT ARQREJ.
           IF WS-FS-REJ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PERREJ - " WS-FS-REJ
             STOP RUN.

       PROCESSA-TRANSACAO.
           PERFORM LOCALIZA-ORDEM.
           EVALUATE TIPO-TRN
               WHEN 'I'
                   PERFORM INCLUI-ORDEM
               WHEN 'A'
                   PERFORM ALTERA-ORDEM
               WHEN 'S'
                   PERFORM SUSPENDE-ORDEM
               WHEN 'R'
                   PERFORM REATIVA-ORDEM
               WHEN 'C'
                   PERFORM CANCELA-ORDEM
               WHEN OTHER
                   MOVE 99 TO CD-MOTIVO-REJ
                   MOVE 'CODIGO DE TRANSACAO INVALIDO (TIPO-TRN)' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
           END-EVALUATE
           READ ARQTRN AT END MOVE 1 TO FIM-TRN.

       LOCALIZA-ORDEM.
           MOVE 0 TO ACHOU-PER.
           MOVE ID-PERM-TRN TO ID-PERM.
           READ ORDPERM
               INVALID KEY MOVE 0 TO ACHOU-PER
               NOT INVALID KEY MOVE 1 TO ACHOU-PER
           END-READ.

       LOCALIZA-CLIENTE.
           MOVE 0 TO ACHOU-CLI.
           MOVE AGENCIA-TRN TO AGENCIA-CLI.
           MOVE CONTA-TRN   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-CLI
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.

       LOCALIZA-TRANSACAO.
           MOVE 0 TO ACHOU-TRN.
           MOVE WS-CD-NOVO TO CD-TRN.
           READ TRNCOD
               INVALID KEY MOVE 0 TO ACHOU-TRN
               NOT INVALID KEY MOVE 1 TO ACHOU-TRN
           END-READ.

       INCLUI-ORDEM.
           IF ORDEM-ENCONTRADA
               MOVE 01 TO CD-MOTIVO-REJ
               MOVE 'INCLUSAO - ORDEM JA CADASTRADA' TO
                                                      DS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               MOVE TIPO-MOV-TRN     TO WS-TIPO-NOVO
               MOVE CD-TRANSACAO-TRN TO WS-CD-NOVO
               MOVE DATA-INI-TRN     TO WS-DATA-INI-NOVA
               IF DATA-FIM-TRN = ZEROS
                   MOVE 99999999     TO WS-DATA-FIM-NOVA
               ELSE
                   MOVE DATA-FIM-TRN TO WS-DATA-FIM-NOVA
               END-IF
               PERFORM LOCALIZA-CLIENTE
               PERFORM LOCALIZA-TRANSACAO
               PERFORM VALIDA-DATAS
               EVALUATE TRUE
                   WHEN NOT CLIENTE-ENCONTRADO
                       MOVE 02 TO CD-MOTIVO-REJ
                       MOVE 'CONTA NAO CADASTRADA EM CLIENTE.DAT' TO
                                                      DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN VALOR-TRN = ZEROS
                       MOVE 03 TO CD-MOTIVO-REJ
                       MOVE 'VALOR DA ORDEM ZERADO' TO DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN NOT FREQ-VALIDA-TRN
                       MOVE 07 TO CD-MOTIVO-REJ
                       MOVE 'FREQUENCIA INVALIDA' TO DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN NOT DATA-INI-VALIDA
                       MOVE 08 TO CD-MOTIVO-REJ
                       MOVE 'DATA INICIAL INVALIDA' TO DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN WS-DATA-INI-NOVA < WS-DATA-PROC
                       MOVE 09 TO CD-MOTIVO-REJ
                       MOVE 'DATA INICIAL ANTERIOR AO PROCESSAMENTO' TO
                                                      DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN OTHER
                       PERFORM VALIDA-CONTEUDO
               END-EVALUATE
           END-IF.

       VALIDA-CONTEUDO.
           EVALUATE TRUE
               WHEN WS-TIPO-NOVO NOT = 'D' AND WS-TIPO-NOVO NOT = 'C'
                   MOVE 04 TO CD-MOTIVO-REJ
                   MOVE 'TIPO DE MOVIMENTO INVALIDO' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT TRANSACAO-ENCONTRADA
                   MOVE 05 TO CD-MOTIVO-REJ
                   MOVE 'CODIGO DE TRANSACAO NAO CADASTRADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NATUREZA-TRN NOT = WS-TIPO-NOVO
                   MOVE 06 TO CD-MOTIVO-REJ
                   MOVE 'TIPO DE MOVIMENTO DIFERE DA TRANSACAO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT DATA-INI-VALIDA
                   MOVE 08 TO CD-MOTIVO-REJ
                   MOVE 'DATA INICIAL INVALIDA' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT DATA-FIM-VALIDA
                   MOVE 10 TO CD-MOTIVO-REJ
                   MOVE 'DATA FINAL INVALIDA' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN WS-DATA-FIM-NOVA < WS-DATA-INI-NOVA
                   MOVE 10 TO CD-MOTIVO-REJ
                   MOVE 'DATA FINAL ANTERIOR A DATA INICIAL' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-TRN = 'I'
                   PERFORM GRAVA-INCLUSAO
               WHEN OTHER
                   PERFORM GRAVA-ALTERACAO
           END-EVALUATE.

       VALIDA-DATAS.
           MOVE WS-DATA-INI-NOVA TO WS-DATA-AUX.
           PERFORM VALIDA-DATA.
           MOVE DATA-OK TO DATA-INI-OK.
           MOVE 1 TO DATA-FIM-OK.
           IF WS-DATA-FIM-NOVA NOT = 99999999
               MOVE WS-DATA-FIM-NOVA TO WS-DATA-AUX
               PERFORM VALIDA-DATA
               MOVE DATA-OK TO DATA-FIM-OK
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

       GRAVA-INCLUSAO.
           MOVE ID-PERM-TRN      TO ID-PERM.
           MOVE VALOR-TRN        TO VALOR-PERM.
           MOVE WS-TIPO-NOVO     TO TIPO-MOV-PERM.
           MOVE WS-CD-NOVO       TO CD-TRANSACAO-PERM.
           MOVE FREQUENCIA-TRN   TO FREQUENCIA-PERM.
           MOVE WS-DATA-INI-NOVA TO DATA-INI-PERM.
           MOVE WS-DATA-FIM-NOVA TO DATA-FIM-PERM.
           MOVE 'A'              TO SITUACAO-PERM.
           MOVE WS-DATA-INI-NOVA TO DATA-PROX-PERM.
           MOVE ZEROS            TO DATA-ULT-PERM.
           WRITE REG-PERM
               INVALID KEY
                   DISPLAY 'ERRO DE INCLUSAO ORDEM - '
                           AGENCIA-TRN '/' CONTA-TRN '/' NR-ORDEM-TRN
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CONT-INCLUSAO.

       ALTERA-ORDEM.
           PERFORM VERIFICA-ORDEM-ABERTA.
           IF ORDEM-EM-VIGOR
               PERFORM MONTA-ALTERACAO
               PERFORM LOCALIZA-TRANSACAO
               PERFORM VALIDA-DATAS
               EVALUATE TRUE
                   WHEN FREQUENCIA-TRN NOT = SPACE
                        AND NOT FREQ-VALIDA-TRN
                       MOVE 07 TO CD-MOTIVO-REJ
                       MOVE 'FREQUENCIA INVALIDA' TO DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN DATA-INI-TRN NOT = ZEROS
                        AND DATA-ULT-PERM NOT = ZEROS
                       MOVE 15 TO CD-MOTIVO-REJ
                       MOVE 'ALTERACAO - ORDEM JA GERADA, DATA FIXA' TO
                                                      DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN DATA-INI-TRN NOT = ZEROS
                        AND DATA-INI-TRN < WS-DATA-PROC
                       MOVE 09 TO CD-MOTIVO-REJ
                       MOVE 'DATA INICIAL ANTERIOR AO PROCESSAMENTO' TO
                                                      DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   WHEN OTHER
                       PERFORM VALIDA-CONTEUDO
               END-EVALUATE
           END-IF.

       MONTA-ALTERACAO.
           IF TIPO-MOV-TRN NOT = SPACE
               MOVE TIPO-MOV-TRN TO WS-TIPO-NOVO
           ELSE
               MOVE TIPO-MOV-PERM TO WS-TIPO-NOVO
           END-IF.
           IF CD-TRANSACAO-TRN NOT = ZEROS
               MOVE CD-TRANSACAO-TRN TO WS-CD-NOVO
           ELSE
               MOVE CD-TRANSACAO-PERM TO WS-CD-NOVO
           END-IF.
           IF DATA-INI-TRN NOT = ZEROS
               MOVE DATA-INI-TRN TO WS-DATA-INI-NOVA
           ELSE
               MOVE DATA-INI-PERM TO WS-DATA-INI-NOVA
           END-IF.
           IF DATA-FIM-TRN NOT = ZEROS
               MOVE DATA-FIM-TRN TO WS-DATA-FIM-NOVA
           ELSE
               MOVE DATA-FIM-PERM TO WS-DATA-FIM-NOVA
           END-IF.

       GRAVA-ALTERACAO.
           IF VALOR-TRN NOT = ZEROS
               MOVE VALOR-TRN TO VALOR-PERM
           END-IF.
           IF FREQUENCIA-TRN NOT = SPACE
               MOVE FREQUENCIA-TRN TO FREQUENCIA-PERM
           END-IF.
           IF DATA-INI-TRN NOT = ZEROS
               MOVE WS-DATA-INI-NOVA TO DATA-INI-PERM
                                        DATA-PROX-PERM
           END-IF.
           MOVE WS-TIPO-NOVO     TO TIPO-MOV-PERM.
           MOVE WS-CD-NOVO       TO CD-TRANSACAO-PERM.
           MOVE WS-DATA-FIM-NOVA TO DATA-FIM-PERM.
           PERFORM REGRAVA-ORDEM.
           ADD 1 TO WS-CONT-ALTERACAO.

       SUSPENDE-ORDEM.
           PERFORM VERIFICA-ORDEM-ABERTA.
           IF ORDEM-EM-VIGOR
               IF ORDEM-SUSPENSA
                   MOVE 13 TO CD-MOTIVO-REJ
                   MOVE 'SUSPENSAO - ORDEM JA SUSPENSA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   MOVE 'S' TO SITUACAO-PERM
                   PERFORM REGRAVA-ORDEM
                   ADD 1 TO WS-CONT-SUSPENSAO
               END-IF
           END-IF.

       REATIVA-ORDEM.
           PERFORM VERIFICA-ORDEM-ABERTA.
           IF ORDEM-EM-VIGOR
               IF NOT ORDEM-SUSPENSA
                   MOVE 14 TO CD-MOTIVO-REJ
                   MOVE 'REATIVACAO - ORDEM NAO ESTA SUSPENSA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   MOVE 'A' TO SITUACAO-PERM
                   PERFORM REGRAVA-ORDEM
                   ADD 1 TO WS-CONT-REATIVACAO
               END-IF
           END-IF.

       CANCELA-ORDEM.
           PERFORM VERIFICA-ORDEM-ABERTA.
           IF ORDEM-EM-VIGOR
               MOVE 'C' TO SITUACAO-PERM
               PERFORM REGRAVA-ORDEM
               ADD 1 TO WS-CONT-CANCELAMENTO
           END-IF.

       VERIFICA-ORDEM-ABERTA.
           MOVE 0 TO ORDEM-ABERTA.
           IF NOT ORDEM-ENCONTRADA
               MOVE 11 TO CD-MOTIVO-REJ
               MOVE 'ORDEM NAO CADASTRADA' TO DS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF ORDEM-CANCELADA OR ORDEM-ENCERRADA
                   MOVE 12 TO CD-MOTIVO-REJ
                   MOVE 'ORDEM CANCELADA OU ENCERRADA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   MOVE 1 TO ORDEM-ABERTA
               END-IF
           END-IF.

       REGRAVA-ORDEM.
           REWRITE REG-PERM
               INVALID KEY
                   DISPLAY 'ERRO DE REGRAVACAO ORDEM - '
                           AGENCIA-TRN '/' CONTA-TRN '/' NR-ORDEM-TRN
                   STOP RUN
           END-REWRITE.

       GRAVA-REJEITO.
           MOVE REG-PERMOV TO DADOS-REJ.
           WRITE REG-PERREJ.
           ADD 1 TO WS-CONT-REJEITADOS.

       FINALIZA.
           CLOSE ARQTRN
                 ORDPERM
                 CADCLI
                 TRNCOD
                 ARQREJ.
           DISPLAY 'ORDENS INCLUIDAS.............: ' WS-CONT-INCLUSAO.
           DISPLAY 'ORDENS ALTERADAS.............: ' WS-CONT-ALTERACAO.
           DISPLAY 'ORDENS SUSPENSAS.............: ' WS-CONT-SUSPENSAO.
           DISPLAY 'ORDENS REATIVADAS............: '
                                                 WS-CONT-REATIVACAO.
           DISPLAY 'ORDENS CANCELADAS............: '
                                                 WS-CONT-CANCELAMENTO.
           DISPLAY 'TRANSACOES REJEITADAS........: '
                                                 WS-CONT-REJEITADOS.
