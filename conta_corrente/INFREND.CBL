       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMINF ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PIN.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-JRN.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT HISORD ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ORD.
           SELECT HISTRAB ASSIGN TO DISK.
           SELECT CLITRAB ASSIGN TO DISK.
           SELECT ARREL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT ARQIRF ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-IRF.
           SELECT RUNCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD PARMINF VALUE OF FILE-ID IS "PARMINF.DAT".
           COPY PINREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD ARQJRN VALUE OF FILE-ID IS "CLIJRNL.DAT".
           COPY JRNREG.

       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD HISORD VALUE OF FILE-ID IS "INFHIS.DAT".
       01 REG-HIS-ORD.
           03  ID-HIS-ORD.
               05  AGENCIA-HIS-ORD    PIC 9(03).
               05  CONTA-HIS-ORD      PIC 9(06).
           03  DATA-POST-HIS-ORD     PIC 9(08).
           03  MOVIMENTO-HIS-ORD     PIC S9(09).
           03  CD-TRANS-HIS-ORD      PIC 9(04).
           03  CD-TRN-ORIG-HIS-ORD   PIC 9(04).

       SD HISTRAB.
       01 REG-HIS-TRAB.
           03  ID-HIS-TRAB.
               05  AGENCIA-HIS-TRAB   PIC 9(03).
               05  CONTA-HIS-TRAB     PIC 9(06).
           03  DATA-POST-HIS-TRAB    PIC 9(08).
           03  MOVIMENTO-HIS-TRAB    PIC S9(09).
           03  CD-TRANS-HIS-TRAB     PIC 9(04).
           03  CD-TRN-ORIG-HIS-TRAB  PIC 9(04).

       SD CLITRAB.
       01 REG-CLI-TRAB.
           03  ID-CLI-TRAB.
               05  AGENCIA-CLI-TRAB   PIC 9(03).
               05  CONTA-CLI-TRAB     PIC 9(06).
           03  SITUACAO-CLI-TRAB     PIC X(01).
               88  CONTA-ENCERRADA-TRAB VALUE 'E'.
           03  DATA-ENCERRA-TRAB     PIC 9(08).
           03  NOME-CLI-TRAB         PIC X(20).
           03  SALDO-CLI-TRAB        PIC S9(09).

       FD ARREL VALUE OF FILE-ID IS "INFREND.DAT".
       01 REG-RELINF                  PIC X(80).

       FD ARQIRF VALUE OF FILE-ID IS "INFRESUM.DAT".
           COPY IRFREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-PIN           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-JRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-ORD           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-IRF           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-PERIODO.
           02  WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
           02  WS-ANO-BASE         PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ANO-ANT      PIC 9(08) VALUE ZEROS.
           02  WS-FIM-ANO-BASE     PIC 9(08) VALUE ZEROS.
           02  WS-INI-ANO-BASE     PIC 9(08) VALUE ZEROS.
           02  WS-ULT-CORTE        PIC 9(08) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-HIS         PIC 9(01) VALUE ZERO.
           02  FIM-ORD         PIC 9(01) VALUE ZERO.
           02  FIM-CLI         PIC 9(01) VALUE ZERO.
           02  FIM-JRN         PIC 9(01) VALUE ZERO.
           02  FIM-TRAB        PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  HISTMOV-OK      PIC 9(01) VALUE ZERO.

       01 WS-CODIGOS-TRANSACAO.
           02  WS-CD-TRN-JUROS     PIC 9(04) VALUE 9001.
           02  WS-CD-TRN-TARIFA    PIC 9(04) VALUE 9002.
           02  WS-CD-TRN-EST-CRED  PIC 9(04) VALUE 9006.
           02  WS-CD-TRN-EST-DEB   PIC 9(04) VALUE 9007.

       01 WS-ID-ANTERIOR.
           02  WS-AGENCIA-ANTERIOR  PIC 9(03) VALUE ZEROS.
           02  WS-CONTA-ANTERIOR    PIC 9(06) VALUE ZEROS.

       01 WS-AGENCIA-ATUAL     PIC 9(03) VALUE ZEROS.

       01 WS-VALORES-CONTA.
           02  WS-MOV-POSTERIOR     PIC S9(11) VALUE ZEROS.
           02  WS-MOV-ANO           PIC S9(11) VALUE ZEROS.
           02  WS-QTD-MOV-ANO       PIC 9(07) VALUE ZEROS.
           02  WS-JUROS-ANO         PIC S9(09) VALUE ZEROS.
           02  WS-TARIFAS-ANO       PIC S9(09) VALUE ZEROS.
           02  WS-SALDO-ANT         PIC S9(09) VALUE ZEROS.
           02  WS-SALDO-BASE        PIC S9(09) VALUE ZEROS.

       01 WS-TOTAIS-AGENCIA.
           02  WS-CONT-INF-AG       PIC 9(07) VALUE ZEROS.
           02  WS-TOT-JUROS-AG      PIC S9(15) VALUE ZEROS.
           02  WS-TOT-TARIFAS-AG    PIC S9(15) VALUE ZEROS.

       01 WS-TOTAIS-GERAIS.
           02  WS-TOT-JUROS-GER     PIC S9(15) VALUE ZEROS.
           02  WS-TOT-TARIFAS-GER   PIC S9(15) VALUE ZEROS.

       01 WS-CONTADORES.
           02  WS-CONT-LIDOS        PIC 9(07) VALUE ZEROS.
           02  WS-CONT-SELECIONADOS PIC 9(07) VALUE ZEROS.
           02  WS-CONT-ATIVAS       PIC 9(07) VALUE ZEROS.
           02  WS-CONT-ENCERRADAS   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-INFORMES     PIC 9(07) VALUE ZEROS.
           02  WS-CONT-SEM-INFORME  PIC 9(07) VALUE ZEROS.
           02  WS-CONT-IMAGENS-DESC PIC 9(07) VALUE ZEROS.

       01 WS-VALOR-ED           PIC -(9)9.
       01 WS-TOTAL-ED           PIC -(15)9.
       01 WS-LINHA              PIC X(80).

       01 WS-DATA-ED.
           02  WS-DIA-ED            PIC 9(02).
           02  FILLER               PIC X(01) VALUE '/'.
           02  WS-MES-ED            PIC 9(02).
           02  FILLER               PIC X(01) VALUE '/'.
           02  WS-ANO-ED            PIC 9(04).

       01 WS-DATA-AUX.
           02  WS-ANO-AUX           PIC 9(04).
           02  WS-MES-AUX           PIC 9(02).
           02  WS-DIA-AUX           PIC 9(02).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM DEFINE-PERIODO.
           PERFORM CLASSIFICA-HISTORICO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-CABECALHO-IRF.
           SORT CLITRAB
               ON ASCENDING KEY ID-CLI-TRAB
               ON ASCENDING KEY SITUACAO-CLI-TRAB
               ON DESCENDING KEY DATA-ENCERRA-TRAB
               INPUT PROCEDURE IS SELECIONA-CONTAS THRU FIM-SELECIONA
               OUTPUT PROCEDURE IS EMITE-INFORMES THRU FIM-EMITE.
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

           OPEN INPUT PARMINF.
           IF WS-FS-PIN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMINF - " WS-FS-PIN
             STOP RUN.
           READ PARMINF AT END
               DISPLAY "ERRO - PARMINF.DAT SEM REGISTRO DE ANO-BASE"
               STOP RUN
           END-READ.
           IF ANO-BASE-INF NOT NUMERIC
               DISPLAY 'ERRO - ANO-BASE INVALIDO EM PARMINF.DAT: '
                       ANO-BASE-INF
               STOP RUN
           END-IF.
           MOVE ANO-BASE-INF TO WS-ANO-BASE.
           CLOSE PARMINF.

       DEFINE-PERIODO.
           MOVE WS-DATA-PROC TO WS-DATA-AUX.
           IF WS-ANO-BASE = ZEROS
               COMPUTE WS-ANO-BASE = WS-ANO-AUX - 1
           END-IF.
           IF WS-ANO-BASE < 1901 OR WS-ANO-BASE NOT < WS-ANO-AUX
               DISPLAY 'ERRO - ANO-BASE ' WS-ANO-BASE
                       ' INVALIDO OU AINDA NAO ENCERRADO EM '
                       WS-DATA-PROC
               STOP RUN
           END-IF.
           COMPUTE WS-FIM-ANO-BASE = WS-ANO-BASE * 10000 + 1231.
           COMPUTE WS-FIM-ANO-ANT  = WS-FIM-ANO-BASE - 10000.
           COMPUTE WS-INI-ANO-BASE = WS-ANO-BASE * 10000 + 0101.
           PERFORM VERIFICA-ARQUIVAMENTO.
           IF HISTMOV-OK = ZERO
               DISPLAY 'ERRO - HISTMOV NAO CONCLUIDO PARA A DATA '
                       WS-DATA-PROC
               STOP RUN
           END-IF.
           IF WS-ULT-CORTE > WS-INI-ANO-BASE
               DISPLAY 'ERRO - HISTORICO ARQUIVADO ATE ' WS-ULT-CORTE
                       ' - MOVIMENTOS DO ANO-BASE ' WS-ANO-BASE
                       ' FORA DO MOVHIST'
               STOP RUN
           END-IF.

       VERIFICA-ARQUIVAMENTO.
           MOVE ZEROS TO WS-ULT-CORTE.
           MOVE ZERO  TO FIM-CTL HISTMOV-OK.
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
           IF PROG-CTL = 'HISTMOV '
              AND EXECUCAO-CONCLUIDA
              AND DATA-PROC-CTL = WS-DATA-PROC
               MOVE 1 TO HISTMOV-OK
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

       CLASSIFICA-HISTORICO.
           SORT HISTRAB
               ON ASCENDING KEY ID-HIS-TRAB
               INPUT PROCEDURE IS CARREGA-HISTORICO THRU FIM-HISTORICO
               GIVING HISORD.

       CARREGA-HISTORICO.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
             STOP RUN.
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.
           PERFORM LIBERA-HISTORICO UNTIL FIM-HIS = 1.
           CLOSE MOVHIST.
       FIM-HISTORICO.
           EXIT.

       LIBERA-HISTORICO.
           ADD 1 TO WS-CONT-LIDOS.
           IF DATA-POST-HIST > WS-FIM-ANO-ANT
               MOVE ID-HIST           TO ID-HIS-TRAB
               MOVE DATA-POST-HIST    TO DATA-POST-HIS-TRAB
               MOVE MOVIMENTO-HIST    TO MOVIMENTO-HIS-TRAB
               MOVE CD-TRANSACAO-HIST TO CD-TRANS-HIS-TRAB
               MOVE CD-TRN-ORIG-HIST  TO CD-TRN-ORIG-HIS-TRAB
               RELEASE REG-HIS-TRAB
               ADD 1 TO WS-CONT-SELECIONADOS
           END-IF
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.

       ABRE-ARQ.
           OPEN INPUT HISORD.
           IF WS-FS-ORD NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA INFHIS - " WS-FS-ORD
             STOP RUN.

           OPEN OUTPUT ARREL.
           IF WS-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA INFREND - " WS-FS-REL
             STOP RUN.

           OPEN OUTPUT ARQIRF.
           IF WS-FS-IRF NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA INFRESUM - " WS-FS-IRF
             STOP RUN.

       GRAVA-CABECALHO-IRF.
           MOVE SPACES       TO REG-IRF.
           MOVE '0'          TO TIPO-REG-IRF.
           MOVE WS-ANO-BASE  TO ANO-BASE-IRF.
           MOVE WS-DATA-PROC TO DATA-GERACAO-IRF.
           WRITE REG-IRF.

       SELECIONA-CONTAS.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.
           READ CADCLI AT END MOVE 1 TO FIM-CLI.
           PERFORM LIBERA-CONTA-ATIVA UNTIL FIM-CLI = 1.
           CLOSE CADCLI.

           OPEN INPUT ARQJRN.
           IF WS-FS-JRN EQUAL "00"
               READ ARQJRN AT END MOVE 1 TO FIM-JRN
               END-READ
           ELSE
               IF WS-FS-JRN NOT EQUAL "35"
                   DISPLAY "ERRO DE ABERTURA CLIJRNL - " WS-FS-JRN
                   STOP RUN
               END-IF
               MOVE 1 TO FIM-JRN
           END-IF.
           PERFORM LIBERA-CONTA-ENCERRADA UNTIL FIM-JRN = 1.
           IF WS-FS-JRN EQUAL "00" OR WS-FS-JRN EQUAL "10"
               CLOSE ARQJRN
           END-IF.
       FIM-SELECIONA.
           EXIT.

       LIBERA-CONTA-ATIVA.
           MOVE ID-CLI    TO ID-CLI-TRAB.
           MOVE 'A'       TO SITUACAO-CLI-TRAB.
           MOVE ZEROS     TO DATA-ENCERRA-TRAB.
           MOVE NOME-CLI  TO NOME-CLI-TRAB.
           MOVE SALDO     TO SALDO-CLI-TRAB.
           RELEASE REG-CLI-TRAB.
           ADD 1 TO WS-CONT-ATIVAS.
           READ CADCLI AT END MOVE 1 TO FIM-CLI.

       LIBERA-CONTA-ENCERRADA.
           IF ARQUIVO-JRN = 'CLIMOV.DAT'
              AND TIPO-TRN-JRN = 'E'
              AND EXISTIA-ANT-JRN = 'S'
              AND DATA-JRN > WS-FIM-ANO-ANT
               MOVE AGENCIA-ANT-JRN TO AGENCIA-CLI-TRAB
               MOVE CONTA-ANT-JRN   TO CONTA-CLI-TRAB
               MOVE 'E'             TO SITUACAO-CLI-TRAB
               MOVE DATA-JRN        TO DATA-ENCERRA-TRAB
               MOVE NOME-ANT-JRN    TO NOME-CLI-TRAB
               MOVE SALDO-ANT-JRN   TO SALDO-CLI-TRAB
               RELEASE REG-CLI-TRAB
               ADD 1 TO WS-CONT-ENCERRADAS
           END-IF
           READ ARQJRN AT END MOVE 1 TO FIM-JRN.

       EMITE-INFORMES.
           READ HISORD AT END MOVE 1 TO FIM-ORD.
           RETURN CLITRAB AT END MOVE 1 TO FIM-TRAB.
           PERFORM TRATA-CONTA UNTIL FIM-TRAB = 1.
           IF WS-CONT-INFORMES > ZEROS
               PERFORM TOTALIZA-AGENCIA
           END-IF.
       FIM-EMITE.
           EXIT.

       TRATA-CONTA.
           IF ID-CLI-TRAB = WS-ID-ANTERIOR
               ADD 1 TO WS-CONT-IMAGENS-DESC
           ELSE
               MOVE ID-CLI-TRAB TO WS-ID-ANTERIOR
               PERFORM APURA-CONTA
           END-IF
           RETURN CLITRAB AT END MOVE 1 TO FIM-TRAB.

       APURA-CONTA.
           MOVE ZEROS TO WS-MOV-POSTERIOR
                         WS-MOV-ANO
                         WS-QTD-MOV-ANO
                         WS-JUROS-ANO
                         WS-TARIFAS-ANO.
           PERFORM DESCARTA-HIS-ORFAO
               UNTIL FIM-ORD = 1 OR ID-HIS-ORD NOT < ID-CLI-TRAB.
           PERFORM ACUMULA-HISTORICO
               UNTIL FIM-ORD = 1 OR ID-HIS-ORD NOT = ID-CLI-TRAB.
           COMPUTE WS-SALDO-BASE = SALDO-CLI-TRAB - WS-MOV-POSTERIOR.
           COMPUTE WS-SALDO-ANT  = WS-SALDO-BASE - WS-MOV-ANO.
           IF WS-SALDO-ANT = ZEROS
              AND WS-SALDO-BASE = ZEROS
              AND WS-QTD-MOV-ANO = ZEROS
               ADD 1 TO WS-CONT-SEM-INFORME
           ELSE
               PERFORM EMITE-CONTA
           END-IF.

       DESCARTA-HIS-ORFAO.
           READ HISORD AT END MOVE 1 TO FIM-ORD.

       ACUMULA-HISTORICO.
           IF CONTA-ENCERRADA-TRAB
              AND DATA-POST-HIS-ORD > DATA-ENCERRA-TRAB
               CONTINUE
           ELSE
               IF DATA-POST-HIS-ORD > WS-FIM-ANO-BASE
                   ADD MOVIMENTO-HIS-ORD TO WS-MOV-POSTERIOR
               ELSE
                   ADD MOVIMENTO-HIS-ORD TO WS-MOV-ANO
                   ADD 1 TO WS-QTD-MOV-ANO
                   PERFORM CLASSIFICA-ENCARGO
               END-IF
           END-IF
           READ HISORD AT END MOVE 1 TO FIM-ORD.

       CLASSIFICA-ENCARGO.
           EVALUATE TRUE
               WHEN CD-TRANS-HIS-ORD = WS-CD-TRN-JUROS
                   ADD MOVIMENTO-HIS-ORD TO WS-JUROS-ANO
               WHEN CD-TRANS-HIS-ORD = WS-CD-TRN-TARIFA
                   SUBTRACT MOVIMENTO-HIS-ORD FROM WS-TARIFAS-ANO
               WHEN CD-TRANS-HIS-ORD = WS-CD-TRN-EST-CRED
                AND CD-TRN-ORIG-HIS-ORD = WS-CD-TRN-JUROS
                   ADD MOVIMENTO-HIS-ORD TO WS-JUROS-ANO
               WHEN CD-TRANS-HIS-ORD = WS-CD-TRN-EST-DEB
                AND CD-TRN-ORIG-HIS-ORD = WS-CD-TRN-TARIFA
                   SUBTRACT MOVIMENTO-HIS-ORD FROM WS-TARIFAS-ANO
           END-EVALUATE.

       EMITE-CONTA.
           IF WS-CONT-INFORMES = ZEROS
               MOVE AGENCIA-CLI-TRAB TO WS-AGENCIA-ATUAL
               PERFORM CABECALHO-AGENCIA
           END-IF.
           IF AGENCIA-CLI-TRAB NOT = WS-AGENCIA-ATUAL
               PERFORM TOTALIZA-AGENCIA
               MOVE AGENCIA-CLI-TRAB TO WS-AGENCIA-ATUAL
               PERFORM CABECALHO-AGENCIA
           END-IF.
           ADD 1 TO WS-CONT-INFORMES
                    WS-CONT-INF-AG.
           ADD WS-JUROS-ANO   TO WS-TOT-JUROS-AG.
           ADD WS-TARIFAS-ANO TO WS-TOT-TARIFAS-AG.
           PERFORM IMPRIME-INFORME.
           PERFORM GRAVA-CONTA-IRF.

       CABECALHO-AGENCIA.
           MOVE SPACES TO WS-LINHA.
           STRING 'INFORMES DE RENDIMENTOS - AGENCIA ' WS-AGENCIA-ATUAL
                  ' - ANO-BASE ' WS-ANO-BASE
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO REG-RELINF.
           WRITE REG-RELINF.

       IMPRIME-INFORME.
           MOVE SPACES TO WS-LINHA.
           STRING 'INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE '
                  WS-ANO-BASE
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO WS-LINHA.
           STRING 'CONTA ' AGENCIA-CLI-TRAB '/' CONTA-CLI-TRAB
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO WS-LINHA.
           STRING 'CLIENTE: ' NOME-CLI-TRAB
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           IF CONTA-ENCERRADA-TRAB
               MOVE DATA-ENCERRA-TRAB TO WS-DATA-AUX
               PERFORM EDITA-DATA
               MOVE SPACES TO WS-LINHA
               STRING 'CONTA ENCERRADA EM ' WS-DATA-ED
                      DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-RELINF
               WRITE REG-RELINF
           END-IF.

           MOVE SPACES TO WS-LINHA.
           MOVE '-------------------------------------------' TO
                                                        WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE WS-FIM-ANO-ANT TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-SALDO-ANT TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'SALDO EM ' WS-DATA-ED '......: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE WS-FIM-ANO-BASE TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-SALDO-BASE TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'SALDO EM ' WS-DATA-ED '......: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE WS-JUROS-ANO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'JUROS CREDITADOS NO ANO..: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE WS-TARIFAS-ANO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'TARIFAS COBRADAS NO ANO..: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO WS-LINHA.
           MOVE '-------------------------------------------' TO
                                                        WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO REG-RELINF.
           WRITE REG-RELINF AFTER ADVANCING PAGE.

       GRAVA-CONTA-IRF.
           MOVE SPACES            TO REG-IRF.
           MOVE '1'               TO TIPO-REG-IRF.
           MOVE ID-CLI-TRAB       TO ID-IRF.
           MOVE NOME-CLI-TRAB     TO NOME-CLI-IRF.
           MOVE SITUACAO-CLI-TRAB TO SITUACAO-IRF.
           MOVE DATA-ENCERRA-TRAB TO DATA-ENCERRA-IRF.
           MOVE WS-SALDO-ANT      TO SALDO-ANT-IRF.
           MOVE WS-SALDO-BASE     TO SALDO-BASE-IRF.
           MOVE WS-JUROS-ANO      TO JUROS-IRF.
           MOVE WS-TARIFAS-ANO    TO TARIFAS-IRF.
           WRITE REG-IRF.

       TOTALIZA-AGENCIA.
           MOVE SPACES TO WS-LINHA.
           STRING 'TOTAL DA AGENCIA ' WS-AGENCIA-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO WS-LINHA.
           STRING '  INFORMES EMITIDOS...: ' WS-CONT-INF-AG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE WS-TOT-JUROS-AG TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA.
           STRING '  JUROS CREDITADOS....: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE WS-TOT-TARIFAS-AG TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA.
           STRING '  TARIFAS COBRADAS....: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELINF.
           WRITE REG-RELINF.

           MOVE SPACES TO REG-RELINF.
           WRITE REG-RELINF AFTER ADVANCING PAGE.

           ADD WS-TOT-JUROS-AG   TO WS-TOT-JUROS-GER.
           ADD WS-TOT-TARIFAS-AG TO WS-TOT-TARIFAS-GER.
           MOVE ZEROS TO WS-CONT-INF-AG
                         WS-TOT-JUROS-AG
                         WS-TOT-TARIFAS-AG.

       EDITA-DATA.
           MOVE WS-DIA-AUX TO WS-DIA-ED.
           MOVE WS-MES-AUX TO WS-MES-ED.
           MOVE WS-ANO-AUX TO WS-ANO-ED.

       GRAVA-RODAPE-IRF.
           MOVE SPACES             TO REG-IRF.
           MOVE '9'                TO TIPO-REG-IRF.
           MOVE WS-CONT-INFORMES   TO QT-CONTAS-IRF.
           MOVE WS-TOT-JUROS-GER   TO TOTAL-JUROS-IRF.
           MOVE WS-TOT-TARIFAS-GER TO TOTAL-TARIFAS-IRF.
           WRITE REG-IRF.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'INFREND '       TO PROG-CTL.
           MOVE WS-FIM-ANO-BASE  TO DATA-PROC-CTL.
           MOVE 'C'              TO STATUS-CTL.
           MOVE WS-CONT-INFORMES TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           PERFORM GRAVA-RODAPE-IRF.
           CLOSE HISORD
                 ARREL
                 ARQIRF.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'ANO-BASE.....................: ' WS-ANO-BASE.
           DISPLAY 'MOVIMENTOS DE HISTORICO LIDOS: ' WS-CONT-LIDOS.
           DISPLAY 'MOVIMENTOS DESDE O ANO-BASE..: '
                                                 WS-CONT-SELECIONADOS.
           DISPLAY 'CONTAS ATIVAS................: ' WS-CONT-ATIVAS.
           DISPLAY 'CONTAS ENCERRADAS NO PERIODO.: '
                                                 WS-CONT-ENCERRADAS.
           DISPLAY 'INFORMES EMITIDOS............: ' WS-CONT-INFORMES.
           DISPLAY 'CONTAS SEM SALDO NEM MOVIM...: '
                                                 WS-CONT-SEM-INFORME.
           IF WS-CONT-IMAGENS-DESC > ZEROS
               DISPLAY 'AVISO - IMAGENS DE CONTA DESCARTADAS: '
                       WS-CONT-IMAGENS-DESC
           END-IF.
