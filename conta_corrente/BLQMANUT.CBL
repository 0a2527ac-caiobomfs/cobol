       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQMANUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-TRN.
           SELECT CADBLQ ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-BLQ
              FILE STATUS IS WS-FS-BLQ.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT ARQREJ ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REJ.
           SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-JRN.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQTRN VALUE OF FILE-ID IS "BLQMOV.DAT".
       01 REG-BLQMOV.
           03  ID-BLQ-TRN.
               05  AGENCIA-TRN       PIC 9(03).
               05  CONTA-TRN         PIC 9(06).
               05  NR-BLQ-TRN        PIC 9(03).
           03  TIPO-BLQ-TRN          PIC X(01).
           03  ABRANGENCIA-TRN       PIC X(01).
           03  VALOR-TRN             PIC 9(09).
           03  DS-MOTIVO-TRN         PIC X(30).
           03  REF-ORDEM-TRN         PIC X(20).
           03  DATA-INI-TRN          PIC 9(08).
           03  DATA-FIM-TRN          PIC 9(08).
           03  TIPO-TRN              PIC X(01).

       FD CADBLQ VALUE OF FILE-ID IS "BLOQUEIO.DAT".
           COPY BLQREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD ARQREJ VALUE OF FILE-ID IS "BLQREJ.DAT".
       01 REG-BLQREJ.
           03  DADOS-REJ             PIC X(90).
           03  CD-MOTIVO-REJ         PIC 9(02).
           03  DS-MOTIVO-REJ         PIC X(40).

       FD ARQJRN VALUE OF FILE-ID IS "CLIJRNL.DAT".
           COPY JRNREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-BLQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-REJ           PIC X(02) VALUE ZEROS.
       01 WS-FS-JRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-TRN         PIC 9(01) VALUE ZERO.
           02  FIM-BLQ         PIC 9(01) VALUE ZERO.
           02  ACHOU-BLQ       PIC 9(01) VALUE ZERO.
               88  BLOQUEIO-ENCONTRADO VALUE 1.
           02  ACHOU-CLI       PIC 9(01) VALUE ZERO.
               88  CLIENTE-ENCONTRADO  VALUE 1.
           02  DATA-OK         PIC 9(01) VALUE ZERO.
           02  DATA-INI-OK     PIC 9(01) VALUE ZERO.
               88  DATA-INI-VALIDA     VALUE 1.
           02  DATA-FIM-OK     PIC 9(01) VALUE ZERO.
               88  DATA-FIM-VALIDA     VALUE 1.

       01 WS-ALTERACAO.
           02  WS-TIPO-NOVO        PIC X(01) VALUE SPACES.
               88  TIPO-NOVO-VALIDO    VALUE 'J' 'A'.
               88  TIPO-NOVO-JUDICIAL  VALUE 'J'.
           02  WS-ABRANG-NOVA      PIC X(01) VALUE SPACES.
               88  ABRANG-NOVA-VALIDA  VALUE 'V' 'T'.
               88  ABRANG-NOVA-VALOR   VALUE 'V'.
           02  WS-VALOR-NOVO       PIC 9(09) VALUE ZEROS.
           02  WS-MOTIVO-NOVO      PIC X(30) VALUE SPACES.
           02  WS-REF-NOVA         PIC X(20) VALUE SPACES.
           02  WS-DATA-INI-NOVA    PIC 9(08) VALUE ZEROS.
           02  WS-DATA-FIM-NOVA    PIC 9(08) VALUE ZEROS.

       01 WS-TIPO-JRN          PIC X(01) VALUE SPACES.
       01 WS-IMAGEM-ANT        PIC X(47) VALUE SPACES.

       01 WS-IMAGEM-BLQ.
           02  WS-ID-IMG           PIC X(12).
           02  WS-TIPO-IMG         PIC X(01).
           02  WS-ABRANG-IMG       PIC X(01).
           02  WS-VALOR-IMG        PIC 9(09).
           02  WS-DATA-INI-IMG     PIC 9(08).
           02  WS-DATA-FIM-IMG     PIC 9(08).
           02  WS-SITUACAO-IMG     PIC X(01).
           02  FILLER              PIC X(07) VALUE SPACES.

       01 WS-IMAGEM-VAZIA.
           02  FILLER          PIC 9(12) VALUE ZEROS.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FILLER          PIC 9(25) VALUE ZEROS.
           02  FILLER          PIC X(08) VALUE SPACES.

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
           02  WS-CONT-LIBERACAO   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-EXPIRADOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REJEITADOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM ABRE-ARQ.
           READ ARQTRN AT END MOVE 1 TO FIM-TRN.
           PERFORM PROCESSA-TRANSACAO UNTIL FIM-TRN = 1.
           PERFORM EXPIRA-BLOQUEIOS.
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
             DISPLAY "ERRO DE ABERTURA BLQMOV - " WS-FS-TRN
             STOP RUN.

           OPEN I-O CADBLQ.
           IF WS-FS-BLQ EQUAL "35"
               OPEN OUTPUT CADBLQ
               CLOSE CADBLQ
               OPEN I-O CADBLQ
           END-IF.
           IF WS-FS-BLQ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA BLOQUEIO - " WS-FS-BLQ
             STOP RUN.

           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           OPEN OUTPUT ARQREJ.
           IF WS-FS-REJ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA BLQREJ - " WS-FS-REJ
             STOP RUN.

           OPEN EXTEND ARQJRN.
           IF WS-FS-JRN EQUAL "35"
               OPEN OUTPUT ARQJRN
           END-IF.
           IF WS-FS-JRN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIJRNL - " WS-FS-JRN
             STOP RUN.

       PROCESSA-TRANSACAO.
           PERFORM LOCALIZA-BLOQUEIO.
           EVALUATE TIPO-TRN
               WHEN 'I'
                   PERFORM INCLUI-BLOQUEIO
               WHEN 'A'
                   PERFORM ALTERA-BLOQUEIO
               WHEN 'L'
                   PERFORM LIBERA-BLOQUEIO
               WHEN OTHER
                   MOVE 99 TO CD-MOTIVO-REJ
                   MOVE 'CODIGO DE TRANSACAO INVALIDO (TIPO-TRN)' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
           END-EVALUATE
           READ ARQTRN AT END MOVE 1 TO FIM-TRN.

       LOCALIZA-BLOQUEIO.
           MOVE 0 TO ACHOU-BLQ.
           MOVE WS-IMAGEM-VAZIA TO WS-IMAGEM-ANT.
           MOVE ID-BLQ-TRN TO ID-BLQ.
           READ CADBLQ
               INVALID KEY MOVE 0 TO ACHOU-BLQ
               NOT INVALID KEY
                   MOVE 1 TO ACHOU-BLQ
                   PERFORM MONTA-IMAGEM
                   MOVE WS-IMAGEM-BLQ TO WS-IMAGEM-ANT
           END-READ.

       LOCALIZA-CLIENTE.
           MOVE 0 TO ACHOU-CLI.
           MOVE AGENCIA-TRN TO AGENCIA-CLI.
           MOVE CONTA-TRN   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-CLI
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.

       INCLUI-BLOQUEIO.
           IF BLOQUEIO-ENCONTRADO
               MOVE 01 TO CD-MOTIVO-REJ
               MOVE 'INCLUSAO - BLOQUEIO JA CADASTRADO' TO
                                                      DS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               MOVE TIPO-BLQ-TRN    TO WS-TIPO-NOVO
               MOVE ABRANGENCIA-TRN TO WS-ABRANG-NOVA
               MOVE VALOR-TRN       TO WS-VALOR-NOVO
               MOVE DS-MOTIVO-TRN   TO WS-MOTIVO-NOVO
               MOVE REF-ORDEM-TRN   TO WS-REF-NOVA
               IF DATA-INI-TRN = ZEROS
                   MOVE WS-DATA-PROC TO WS-DATA-INI-NOVA
               ELSE
                   MOVE DATA-INI-TRN TO WS-DATA-INI-NOVA
               END-IF
               IF DATA-FIM-TRN = ZEROS
                   MOVE 99999999     TO WS-DATA-FIM-NOVA
               ELSE
                   MOVE DATA-FIM-TRN TO WS-DATA-FIM-NOVA
               END-IF
               PERFORM LOCALIZA-CLIENTE
               IF NOT CLIENTE-ENCONTRADO
                   MOVE 02 TO CD-MOTIVO-REJ
                   MOVE 'CONTA NAO CADASTRADA EM CLIENTE.DAT' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   PERFORM VALIDA-DATAS
                   PERFORM VALIDA-CONTEUDO
               END-IF
           END-IF.

       VALIDA-CONTEUDO.
           EVALUATE TRUE
               WHEN NOT TIPO-NOVO-VALIDO
                   MOVE 03 TO CD-MOTIVO-REJ
                   MOVE 'TIPO DE BLOQUEIO INVALIDO' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT ABRANG-NOVA-VALIDA
                   MOVE 04 TO CD-MOTIVO-REJ
                   MOVE 'ABRANGENCIA DO BLOQUEIO INVALIDA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN ABRANG-NOVA-VALOR AND WS-VALOR-NOVO = ZEROS
                   MOVE 05 TO CD-MOTIVO-REJ
                   MOVE 'VALOR DO BLOQUEIO ZERADO' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN WS-MOTIVO-NOVO = SPACES
                   MOVE 06 TO CD-MOTIVO-REJ
                   MOVE 'MOTIVO DO BLOQUEIO NAO INFORMADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-NOVO-JUDICIAL AND WS-REF-NOVA = SPACES
                   MOVE 07 TO CD-MOTIVO-REJ
                   MOVE 'BLOQUEIO JUDICIAL SEM REFERENCIA DA ORDEM' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT DATA-INI-VALIDA
                   MOVE 08 TO CD-MOTIVO-REJ
                   MOVE 'DATA INICIAL INVALIDA' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN NOT DATA-FIM-VALIDA
                   MOVE 09 TO CD-MOTIVO-REJ
                   MOVE 'DATA FINAL INVALIDA' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN WS-DATA-FIM-NOVA < WS-DATA-INI-NOVA
                   MOVE 10 TO CD-MOTIVO-REJ
                   MOVE 'DATA FINAL ANTERIOR A DATA INICIAL' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN WS-DATA-FIM-NOVA < WS-DATA-PROC
                   MOVE 13 TO CD-MOTIVO-REJ
                   MOVE 'DATA FINAL ANTERIOR AO PROCESSAMENTO' TO
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
           MOVE ID-BLQ-TRN       TO ID-BLQ.
           MOVE WS-TIPO-NOVO     TO TIPO-BLQ.
           MOVE WS-ABRANG-NOVA   TO ABRANGENCIA-BLQ.
           IF BLOQUEIO-TOTAL
               MOVE ZEROS         TO VALOR-BLQ
           ELSE
               MOVE WS-VALOR-NOVO TO VALOR-BLQ
           END-IF.
           MOVE WS-MOTIVO-NOVO   TO DS-MOTIVO-BLQ.
           MOVE WS-REF-NOVA      TO REF-ORDEM-BLQ.
           MOVE WS-DATA-INI-NOVA TO DATA-INI-BLQ.
           MOVE WS-DATA-FIM-NOVA TO DATA-FIM-BLQ.
           MOVE 'A'              TO SITUACAO-BLQ.
           MOVE WS-DATA-PROC     TO DATA-SIT-BLQ.
           WRITE REG-BLQ
               INVALID KEY
                   DISPLAY 'ERRO DE INCLUSAO BLOQUEIO - '
                           AGENCIA-TRN '/' CONTA-TRN '/' NR-BLQ-TRN
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CONT-INCLUSAO.
           MOVE 'I'             TO WS-TIPO-JRN.
           MOVE 'N'             TO EXISTIA-ANT-JRN.
           PERFORM GRAVA-JORNAL.

       ALTERA-BLOQUEIO.
           PERFORM VERIFICA-BLOQUEIO-ATIVO.
           IF BLOQUEIO-ENCONTRADO AND BLOQUEIO-ATIVO
               PERFORM MONTA-ALTERACAO
               PERFORM VALIDA-DATAS
               PERFORM VALIDA-CONTEUDO
           END-IF.

       MONTA-ALTERACAO.
           IF TIPO-BLQ-TRN NOT = SPACE
               MOVE TIPO-BLQ-TRN TO WS-TIPO-NOVO
           ELSE
               MOVE TIPO-BLQ TO WS-TIPO-NOVO
           END-IF.
           IF ABRANGENCIA-TRN NOT = SPACE
               MOVE ABRANGENCIA-TRN TO WS-ABRANG-NOVA
           ELSE
               MOVE ABRANGENCIA-BLQ TO WS-ABRANG-NOVA
           END-IF.
           IF VALOR-TRN NOT = ZEROS
               MOVE VALOR-TRN TO WS-VALOR-NOVO
           ELSE
               MOVE VALOR-BLQ TO WS-VALOR-NOVO
           END-IF.
           IF DS-MOTIVO-TRN NOT = SPACES
               MOVE DS-MOTIVO-TRN TO WS-MOTIVO-NOVO
           ELSE
               MOVE DS-MOTIVO-BLQ TO WS-MOTIVO-NOVO
           END-IF.
           IF REF-ORDEM-TRN NOT = SPACES
               MOVE REF-ORDEM-TRN TO WS-REF-NOVA
           ELSE
               MOVE REF-ORDEM-BLQ TO WS-REF-NOVA
           END-IF.
           IF DATA-INI-TRN NOT = ZEROS
               MOVE DATA-INI-TRN TO WS-DATA-INI-NOVA
           ELSE
               MOVE DATA-INI-BLQ TO WS-DATA-INI-NOVA
           END-IF.
           IF DATA-FIM-TRN NOT = ZEROS
               MOVE DATA-FIM-TRN TO WS-DATA-FIM-NOVA
           ELSE
               MOVE DATA-FIM-BLQ TO WS-DATA-FIM-NOVA
           END-IF.

       GRAVA-ALTERACAO.
           MOVE WS-TIPO-NOVO     TO TIPO-BLQ.
           MOVE WS-ABRANG-NOVA   TO ABRANGENCIA-BLQ.
           IF BLOQUEIO-TOTAL
               MOVE ZEROS         TO VALOR-BLQ
           ELSE
               MOVE WS-VALOR-NOVO TO VALOR-BLQ
           END-IF.
           MOVE WS-MOTIVO-NOVO   TO DS-MOTIVO-BLQ.
           MOVE WS-REF-NOVA      TO REF-ORDEM-BLQ.
           MOVE WS-DATA-INI-NOVA TO DATA-INI-BLQ.
           MOVE WS-DATA-FIM-NOVA TO DATA-FIM-BLQ.
           PERFORM REGRAVA-BLOQUEIO.
           ADD 1 TO WS-CONT-ALTERACAO.
           MOVE 'A' TO WS-TIPO-JRN.
           MOVE 'S' TO EXISTIA-ANT-JRN.
           PERFORM GRAVA-JORNAL.

       LIBERA-BLOQUEIO.
           PERFORM VERIFICA-BLOQUEIO-ATIVO.
           IF BLOQUEIO-ENCONTRADO AND BLOQUEIO-ATIVO
               MOVE 'L'          TO SITUACAO-BLQ
               MOVE WS-DATA-PROC TO DATA-SIT-BLQ
               PERFORM REGRAVA-BLOQUEIO
               ADD 1 TO WS-CONT-LIBERACAO
               MOVE 'L' TO WS-TIPO-JRN
               MOVE 'S' TO EXISTIA-ANT-JRN
               PERFORM GRAVA-JORNAL
           END-IF.

       VERIFICA-BLOQUEIO-ATIVO.
           IF NOT BLOQUEIO-ENCONTRADO
               MOVE 11 TO CD-MOTIVO-REJ
               MOVE 'BLOQUEIO NAO CADASTRADO' TO DS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF NOT BLOQUEIO-ATIVO
                   MOVE 12 TO CD-MOTIVO-REJ
                   MOVE 'BLOQUEIO JA LIBERADO OU EXPIRADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               END-IF
           END-IF.

       REGRAVA-BLOQUEIO.
           REWRITE REG-BLQ
               INVALID KEY
                   DISPLAY 'ERRO DE REGRAVACAO BLOQUEIO - '
                           AGENCIA-BLQ '/' CONTA-BLQ '/' NR-BLQ
                   STOP RUN
           END-REWRITE.

       EXPIRA-BLOQUEIOS.
           MOVE ZEROS TO ID-BLQ.
           START CADBLQ KEY IS NOT LESS THAN ID-BLQ
               INVALID KEY MOVE 1 TO FIM-BLQ
           END-START.
           IF FIM-BLQ = 0
               READ CADBLQ NEXT RECORD AT END MOVE 1 TO FIM-BLQ
               END-READ
           END-IF.
           PERFORM VERIFICA-EXPIRACAO UNTIL FIM-BLQ = 1.

       VERIFICA-EXPIRACAO.
           IF BLOQUEIO-ATIVO AND DATA-FIM-BLQ < WS-DATA-PROC
               PERFORM MONTA-IMAGEM
               MOVE WS-IMAGEM-BLQ TO WS-IMAGEM-ANT
               MOVE 'E'           TO SITUACAO-BLQ
               MOVE WS-DATA-PROC  TO DATA-SIT-BLQ
               PERFORM REGRAVA-BLOQUEIO
               ADD 1 TO WS-CONT-EXPIRADOS
               MOVE 'E' TO WS-TIPO-JRN
               MOVE 'S' TO EXISTIA-ANT-JRN
               PERFORM GRAVA-JORNAL
           END-IF
           READ CADBLQ NEXT RECORD AT END MOVE 1 TO FIM-BLQ.

       MONTA-IMAGEM.
           MOVE ID-BLQ          TO WS-ID-IMG.
           MOVE TIPO-BLQ        TO WS-TIPO-IMG.
           MOVE ABRANGENCIA-BLQ TO WS-ABRANG-IMG.
           MOVE VALOR-BLQ       TO WS-VALOR-IMG.
           MOVE DATA-INI-BLQ    TO WS-DATA-INI-IMG.
           MOVE DATA-FIM-BLQ    TO WS-DATA-FIM-IMG.
           MOVE SITUACAO-BLQ    TO WS-SITUACAO-IMG.

       GRAVA-JORNAL.
           PERFORM MONTA-IMAGEM.
           MOVE WS-DATA-PROC  TO DATA-JRN.
           MOVE 'BLQMOV.DAT'  TO ARQUIVO-JRN.
           MOVE WS-TIPO-JRN   TO TIPO-TRN-JRN.
           MOVE WS-IMAGEM-ANT TO IMAGEM-ANT-JRN.
           MOVE 'S'           TO EXISTE-NOVA-JRN.
           MOVE WS-IMAGEM-BLQ TO IMAGEM-NOVA-JRN.
           WRITE REG-CLIJRNL.

       GRAVA-REJEITO.
           MOVE REG-BLQMOV TO DADOS-REJ.
           WRITE REG-BLQREJ.
           ADD 1 TO WS-CONT-REJEITADOS.

       FINALIZA.
           CLOSE ARQTRN
                 CADBLQ
                 CADCLI
                 ARQREJ
                 ARQJRN.
           DISPLAY 'DATA DE PROCESSAMENTO........: ' WS-DATA-PROC.
           DISPLAY 'BLOQUEIOS INCLUIDOS..........: ' WS-CONT-INCLUSAO.
           DISPLAY 'BLOQUEIOS ALTERADOS..........: ' WS-CONT-ALTERACAO.
           DISPLAY 'BLOQUEIOS LIBERADOS..........: ' WS-CONT-LIBERACAO.
           DISPLAY 'BLOQUEIOS EXPIRADOS..........: ' WS-CONT-EXPIRADOS.
           DISPLAY 'TRANSACOES REJEITADAS........: '
                                                 WS-CONT-REJEITADOS.
