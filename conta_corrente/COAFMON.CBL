       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAFMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT PARMCOF ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-COF.
           SELECT TRNCOD ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-TRN
              FILE STATUS IS WS-FS-TRN.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT ARREL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT ARQCOM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-COM.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT RUNCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
           SELECT COFTRAB ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD PARMCOF VALUE OF FILE-ID IS "PARMCOAF.DAT".
           COPY COFREG.

       FD TRNCOD VALUE OF FILE-ID IS "TRNCOD.DAT".
           COPY TRNREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD ARREL VALUE OF FILE-ID IS "RELCOAF.DAT".
       01 REG-RELCOAF                 PIC X(80).

       FD ARQCOM VALUE OF FILE-ID IS "COAFCOM.DAT".
           COPY COMREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       SD COFTRAB.
       01 REG-COF-TRAB.
           03  CHAVE-TRAB.
               05  ID-TRAB.
                   07  AGENCIA-TRAB   PIC 9(03).
                   07  CONTA-TRAB     PIC 9(06).
               05  TIPO-MOV-TRAB      PIC X(01).
           03  NR-DIA-TRAB           PIC 9(07).
           03  DATA-MOV-TRAB         PIC 9(08).
           03  VALOR-TRAB            PIC 9(09).
           03  CD-TRANS-TRAB         PIC 9(04).
           03  DATA-POST-TRAB        PIC 9(08).
           03  NOVO-TRAB             PIC 9(01).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-COF           PIC X(02) VALUE ZEROS.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-COM           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-PERIODO.
           02  WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
           02  WS-DATA-INI         PIC 9(08) VALUE ZEROS.
           02  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
           02  WS-ULT-COMUNICADO   PIC 9(08) VALUE ZEROS.
           02  WS-ULT-HISTMOV      PIC 9(08) VALUE ZEROS.
           02  WS-MENOR-DATA-MOV   PIC 9(08) VALUE ZEROS.

       01 WS-LIMITES.
           02  WS-VALOR-LIMITE     PIC 9(09) VALUE ZEROS.
           02  WS-VALOR-FAIXA      PIC 9(09) VALUE ZEROS.
           02  WS-QT-DIAS-JANELA   PIC 9(03) VALUE ZEROS.
           02  WS-QT-MIN-FRACION   PIC 9(02) VALUE ZEROS.

       01 WS-NUMERO-DIAS.
           02  WS-NR-DIA           PIC 9(07) VALUE ZEROS.
           02  WS-NR-DIA-INI       PIC 9(07) VALUE ZEROS.
           02  WS-NR-DIA-JANELA    PIC 9(07) VALUE ZEROS.
           02  WS-NR-DIA-LIM       PIC S9(07) VALUE ZEROS.
           02  WS-ANO-ANT          PIC 9(04) VALUE ZEROS.
           02  WS-QT-BISS-4        PIC 9(04) VALUE ZEROS.
           02  WS-QT-BISS-100      PIC 9(04) VALUE ZEROS.
           02  WS-QT-BISS-400      PIC 9(04) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-HIS         PIC 9(01) VALUE ZERO.
           02  FIM-COF         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  FIM-TRAB        PIC 9(01) VALUE ZERO.
           02  TEM-LIMITES     PIC 9(01) VALUE ZERO.
           02  FRACIONA        PIC 9(01) VALUE ZERO.
               88  FRACIONAMENTO-ATIVO  VALUE 1.
           02  ACHOU-MON       PIC 9(01) VALUE ZERO.
               88  TRANSACAO-MONITORADA VALUE 1.
           02  ACHOU-CLI       PIC 9(01) VALUE ZERO.
               88  CLIENTE-ENCONTRADO   VALUE 1.
           02  DATA-OK         PIC 9(01) VALUE ZERO.
               88  DATA-VALIDA          VALUE 1.
           02  BISSEXTO        PIC 9(01) VALUE ZERO.
               88  ANO-BISSEXTO         VALUE 1.
           02  TEM-AGENCIA     PIC 9(01) VALUE ZERO.
           02  NOVO-PERIODO    PIC 9(01) VALUE ZERO.
               88  MOVIMENTO-NOVO       VALUE 1.

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

       01 WS-DIAS-ACUM-INI     PIC X(36)
                 VALUE '000031059090120151181212243273304334'.
       01 WS-TAB-DIAS-ACUM REDEFINES WS-DIAS-ACUM-INI.
           02  WS-DIAS-ACUM         PIC 9(03) OCCURS 12 TIMES.

       01 WS-MONITORADOS.
           02  WS-QTD-MON           PIC 9(03) VALUE ZEROS.
           02  WS-TAB-MON OCCURS 50 TIMES INDEXED BY WS-IDX-MON.
               03  MON-CD-TRN        PIC 9(04).
               03  MON-DS-TRN        PIC X(25).

       01 WS-CD-PROCURADO       PIC 9(04) VALUE ZEROS.
       01 WS-VALOR-ABS          PIC 9(09) VALUE ZEROS.

       01 WS-CHAVE-ATUAL        PIC X(10) VALUE SPACES.
       01 WS-AGENCIA-REL        PIC 9(03) VALUE ZEROS.

       01 WS-FRACIONADOS.
           02  WS-QTD-FRA           PIC 9(03) VALUE ZEROS.
           02  WS-FRA-EXCEDENTES    PIC 9(05) VALUE ZEROS.
           02  WS-QT-JANELA         PIC 9(03) VALUE ZEROS.
           02  WS-SOMA-JANELA       PIC 9(11) VALUE ZEROS.
           02  WS-TAB-FRA OCCURS 500 TIMES INDEXED BY WS-IDX-FRA
                                                      WS-IDX-JAN
                                                      WS-IDX-LIS.
               03  FRA-NR-DIA        PIC 9(07).
               03  FRA-DATA          PIC 9(08).
               03  FRA-VALOR         PIC 9(09).
               03  FRA-CD-TRN        PIC 9(04).
               03  FRA-DATA-POST     PIC 9(08).

       01 WS-MOV-ALERTA.
           02  WS-DATA-ALERTA       PIC 9(08) VALUE ZEROS.
           02  WS-VALOR-ALERTA      PIC 9(09) VALUE ZEROS.
           02  WS-CD-TRN-ALERTA     PIC 9(04) VALUE ZEROS.
           02  WS-DATA-POST-ALERTA  PIC 9(08) VALUE ZEROS.

       01 WS-OCORRENCIA.
           02  WS-TIPO-OCORRENCIA   PIC X(01) VALUE SPACES.
           02  WS-DS-OCORRENCIA     PIC X(40) VALUE SPACES.
           02  WS-NOME-OCORRENCIA   PIC X(20) VALUE SPACES.
           02  WS-QT-MOV-OCO        PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-OCO         PIC 9(11) VALUE ZEROS.

       01 WS-CONTADORES.
           02  WS-CONT-LIDOS        PIC 9(07) VALUE ZEROS.
           02  WS-CONT-SELECIONADOS PIC 9(07) VALUE ZEROS.
           02  WS-NR-OCORRENCIA     PIC 9(06) VALUE ZEROS.
           02  WS-CONT-ACIMA-LIMITE PIC 9(06) VALUE ZEROS.
           02  WS-CONT-FRACIONADAS  PIC 9(06) VALUE ZEROS.
           02  WS-QT-REG-COM        PIC 9(07) VALUE ZEROS.
           02  WS-VALOR-TOTAL-COM   PIC 9(15) VALUE ZEROS.

       01 WS-VALOR-ED           PIC Z(10)9.
       01 WS-DS-TRN             PIC X(25).
       01 WS-LINHA              PIC X(80).

       01 WS-DATA-ED.
           02  WS-DIA-ED            PIC 9(02).
           02  FILLER               PIC X(01) VALUE '/'.
           02  WS-MES-ED            PIC 9(02).
           02  FILLER               PIC X(01) VALUE '/'.
           02  WS-ANO-ED            PIC 9(04).

       01 WS-DATA-ED-INI        PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARAMETRO-COAF.
           PERFORM VERIFICA-EXECUCAO.
           PERFORM DEFINE-PERIODO.
           PERFORM ABRE-ARQ.
           PERFORM CABECALHO-RELATORIO.
           PERFORM GRAVA-CABECALHO-COM.
           SORT COFTRAB
               ON ASCENDING KEY CHAVE-TRAB
               ON ASCENDING KEY NR-DIA-TRAB
               ON ASCENDING KEY VALOR-TRAB
               INPUT PROCEDURE IS SELECIONA-HISTORICO THRU FIM-SELECIONA
               OUTPUT PROCEDURE IS APURA-OCORRENCIAS THRU FIM-APURA.
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

       LE-PARAMETRO-COAF.
           OPEN INPUT PARMCOF.
           IF WS-FS-COF NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMCOAF - " WS-FS-COF
             STOP RUN.
           OPEN INPUT TRNCOD.
           IF WS-FS-TRN NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA TRNCOD - " WS-FS-TRN
             STOP RUN.
           READ PARMCOF AT END MOVE 1 TO FIM-COF.
           PERFORM TRATA-PARAMETRO-COAF UNTIL FIM-COF = 1.
           CLOSE PARMCOF
                 TRNCOD.
           IF TEM-LIMITES = ZERO
               DISPLAY 'ERRO - PARMCOAF.DAT SEM REGISTRO DE LIMITES'
               STOP RUN
           END-IF.
           IF WS-QTD-MON = ZEROS
               DISPLAY 'ERRO - PARMCOAF.DAT SEM TRANSACOES MONITORADAS'
               STOP RUN
           END-IF.
           IF WS-VALOR-LIMITE = ZEROS
               DISPLAY 'ERRO - LIMITE DE COMUNICACAO NAO INFORMADO EM '
                       'PARMCOAF.DAT'
               STOP RUN
           END-IF.
           MOVE 0 TO FRACIONA.
           IF WS-VALOR-FAIXA > ZEROS
              AND WS-VALOR-FAIXA < WS-VALOR-LIMITE
              AND WS-QT-DIAS-JANELA > ZEROS
              AND WS-QT-MIN-FRACION > 1
               MOVE 1 TO FRACIONA
           END-IF.

       TRATA-PARAMETRO-COAF.
           EVALUATE TRUE
               WHEN REG-LIMITES-COAF
                   MOVE 1                 TO TEM-LIMITES
                   MOVE DATA-INI-COAF     TO WS-DATA-INI
                   MOVE DATA-FIM-COAF     TO WS-DATA-FIM
                   MOVE VALOR-LIMITE-COAF TO WS-VALOR-LIMITE
                   MOVE VALOR-FAIXA-COAF  TO WS-VALOR-FAIXA
                   MOVE QT-DIAS-JANELA    TO WS-QT-DIAS-JANELA
                   MOVE QT-MIN-FRACION    TO WS-QT-MIN-FRACION
               WHEN REG-TRANSACAO-COAF
                   PERFORM GUARDA-MONITORADO
               WHEN OTHER
                   DISPLAY 'ERRO - TIPO DE REGISTRO INVALIDO EM '
                           'PARMCOAF.DAT'
                   STOP RUN
           END-EVALUATE
           READ PARMCOF AT END MOVE 1 TO FIM-COF.

       GUARDA-MONITORADO.
           MOVE CD-TRN-COAF TO CD-TRN.
           READ TRNCOD
               INVALID KEY
                   DISPLAY 'ERRO - TRANSACAO MONITORADA ' CD-TRN-COAF
                           ' NAO CADASTRADA EM TRNCOD.DAT'
                   STOP RUN
           END-READ.
           IF WS-QTD-MON < 50
               ADD 1 TO WS-QTD-MON
               SET WS-IDX-MON TO WS-QTD-MON
               MOVE CD-TRN TO MON-CD-TRN(WS-IDX-MON)
               MOVE DS-TRN TO MON-DS-TRN(WS-IDX-MON)
           ELSE
               DISPLAY 'ERRO - TRANSACOES MONITORADAS ACIMA DO LIMITE '
                       'DA TABELA'
               STOP RUN
           END-IF.

       VERIFICA-EXECUCAO.
           MOVE ZEROS TO WS-ULT-COMUNICADO
                         WS-ULT-HISTMOV.
           MOVE ZERO  TO FIM-CTL.
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
           IF PROG-CTL = 'COAFMON '
              AND EXECUCAO-CONCLUIDA
              AND DATA-PROC-CTL > WS-ULT-COMUNICADO
               MOVE DATA-PROC-CTL TO WS-ULT-COMUNICADO
           END-IF
           IF PROG-CTL = 'HISTMOV '
              AND EXECUCAO-CONCLUIDA
              AND DATA-PROC-CTL > WS-ULT-HISTMOV
               MOVE DATA-PROC-CTL TO WS-ULT-HISTMOV
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

       DEFINE-PERIODO.
           IF WS-DATA-INI = ZEROS
               IF WS-ULT-COMUNICADO > ZEROS
                   MOVE WS-ULT-COMUNICADO TO WS-DATA-AUX
                   PERFORM SOMA-UM-DIA
                   MOVE WS-DATA-AUX TO WS-DATA-INI
               ELSE
                   MOVE WS-DATA-PROC TO WS-DATA-INI
               END-IF
           END-IF.
           IF WS-DATA-FIM = ZEROS
               MOVE WS-DATA-PROC TO WS-DATA-FIM
           END-IF.
           MOVE WS-DATA-INI TO WS-DATA-AUX.
           PERFORM VALIDA-DATA.
           IF NOT DATA-VALIDA
               DISPLAY 'ERRO - DATA INICIAL DO PERIODO INVALIDA: '
                       WS-DATA-INI
               STOP RUN
           END-IF.
           MOVE WS-DATA-FIM TO WS-DATA-AUX.
           PERFORM VALIDA-DATA.
           IF NOT DATA-VALIDA
               DISPLAY 'ERRO - DATA FINAL DO PERIODO INVALIDA: '
                       WS-DATA-FIM
               STOP RUN
           END-IF.
           IF WS-DATA-INI NOT > WS-ULT-COMUNICADO
               DISPLAY 'ERRO - PERIODO ' WS-DATA-INI ' A ' WS-DATA-FIM
                       ' JA COMUNICADO (COMUNICACAO ATE '
                       WS-ULT-COMUNICADO ')'
               STOP RUN
           END-IF.
           IF WS-DATA-INI > WS-DATA-FIM
               DISPLAY 'ERRO - PERIODO INVALIDO: ' WS-DATA-INI ' A '
                       WS-DATA-FIM
               STOP RUN
           END-IF.
           IF WS-DATA-FIM > WS-DATA-PROC
               DISPLAY 'ERRO - PERIODO ULTRAPASSA A DATA DE '
                       'PROCESSAMENTO ' WS-DATA-PROC
               STOP RUN
           END-IF.
           IF WS-DATA-FIM > WS-ULT-HISTMOV
               DISPLAY 'ERRO - HISTMOV NAO CONCLUIDO PARA ' WS-DATA-FIM
                       ' (ULTIMO HISTORICO ' WS-ULT-HISTMOV ')'
               STOP RUN
           END-IF.
           MOVE WS-DATA-INI TO WS-DATA-AUX.
           PERFORM CALCULA-NR-DIA.
           MOVE WS-NR-DIA TO WS-NR-DIA-INI.
           IF FRACIONAMENTO-ATIVO
               COMPUTE WS-NR-DIA-JANELA =
                       WS-NR-DIA-INI - WS-QT-DIAS-JANELA + 1
           END-IF.

       ABRE-ARQ.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           OPEN OUTPUT ARREL.
           IF WS-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RELCOAF - " WS-FS-REL
             STOP RUN.

           OPEN OUTPUT ARQCOM.
           IF WS-FS-COM NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA COAFCOM - " WS-FS-COM
             STOP RUN.

       CABECALHO-RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING 'MONITORAMENTO COAF - MOVIMENTOS ACIMA DO LIMITE '
                  'E FRACIONADOS'
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

           MOVE WS-DATA-INI TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED-INI.
           MOVE WS-DATA-FIM TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-VALOR-LIMITE TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'PERIODO ' WS-DATA-ED-INI ' A ' WS-DATA-ED
                  '   LIMITE ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

           MOVE SPACES TO WS-LINHA.
           IF FRACIONAMENTO-ATIVO
               MOVE WS-VALOR-FAIXA TO WS-VALOR-ED
               STRING 'FRACIONAMENTO: FAIXA ' WS-VALOR-ED
                      ' JANELA ' WS-QT-DIAS-JANELA ' DIAS MINIMO '
                      WS-QT-MIN-FRACION ' MOVIMENTOS'
                      DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               MOVE 'FRACIONAMENTO: NAO MONITORADO' TO WS-LINHA
           END-IF.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

       GRAVA-CABECALHO-COM.
           MOVE SPACES          TO REG-COM.
           MOVE '0'             TO TIPO-REG-COM.
           MOVE WS-DATA-PROC    TO DATA-GERACAO-COM.
           MOVE WS-DATA-INI     TO DATA-INI-COM.
           MOVE WS-DATA-FIM     TO DATA-FIM-COM.
           MOVE WS-VALOR-LIMITE TO VALOR-LIMITE-COM.
           WRITE REG-COM.

       SELECIONA-HISTORICO.
           IF FRACIONAMENTO-ATIVO
               PERFORM APURA-INICIO-JANELA
           END-IF.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
             STOP RUN.
           MOVE 0 TO FIM-HIS.
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.
           PERFORM AVALIA-HISTORICO UNTIL FIM-HIS = 1.
           CLOSE MOVHIST.
       FIM-SELECIONA.
           EXIT.

       APURA-INICIO-JANELA.
           MOVE WS-DATA-INI TO WS-MENOR-DATA-MOV.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
             STOP RUN.
           MOVE 0 TO FIM-HIS.
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.
           PERFORM PROCURA-RETROATIVO UNTIL FIM-HIS = 1.
           CLOSE MOVHIST.
           MOVE WS-MENOR-DATA-MOV TO WS-DATA-AUX.
           PERFORM CALCULA-NR-DIA.
           COMPUTE WS-NR-DIA-JANELA =
                   WS-NR-DIA - WS-QT-DIAS-JANELA + 1.

       PROCURA-RETROATIVO.
           IF DATA-POST-HIST NOT < WS-DATA-INI
              AND DATA-POST-HIST NOT > WS-DATA-FIM
              AND DATA-MOV-HIST < WS-MENOR-DATA-MOV
               MOVE CD-TRANSACAO-HIST TO WS-CD-PROCURADO
               PERFORM PROCURA-MONITORADO
               MOVE DATA-MOV-HIST TO WS-DATA-AUX
               PERFORM VALIDA-DATA
               IF TRANSACAO-MONITORADA AND DATA-VALIDA
                   MOVE DATA-MOV-HIST TO WS-MENOR-DATA-MOV
               END-IF
           END-IF
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.

       AVALIA-HISTORICO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE CD-TRANSACAO-HIST TO WS-CD-PROCURADO.
           PERFORM PROCURA-MONITORADO.
           MOVE DATA-MOV-HIST TO WS-DATA-AUX.
           PERFORM VALIDA-DATA.
           IF TRANSACAO-MONITORADA
              AND DATA-VALIDA
              AND DATA-POST-HIST NOT > WS-DATA-FIM
               MOVE 0 TO NOVO-PERIODO
               IF DATA-POST-HIST NOT < WS-DATA-INI
                   MOVE 1 TO NOVO-PERIODO
               END-IF
               IF MOVIMENTO-HIST < ZEROS
                   COMPUTE WS-VALOR-ABS = ZERO - MOVIMENTO-HIST
               ELSE
                   MOVE MOVIMENTO-HIST TO WS-VALOR-ABS
               END-IF
               PERFORM CALCULA-NR-DIA
               EVALUATE TRUE
                   WHEN WS-VALOR-ABS NOT < WS-VALOR-LIMITE
                    AND MOVIMENTO-NOVO
                       PERFORM LIBERA-SELECIONADO
                   WHEN FRACIONAMENTO-ATIVO
                    AND WS-VALOR-ABS < WS-VALOR-LIMITE
                    AND WS-VALOR-ABS NOT < WS-VALOR-FAIXA
                    AND WS-NR-DIA NOT < WS-NR-DIA-JANELA
                       PERFORM LIBERA-SELECIONADO
               END-EVALUATE
           END-IF
           READ MOVHIST AT END MOVE 1 TO FIM-HIS.

       LIBERA-SELECIONADO.
           MOVE AGENCIA-HIST      TO AGENCIA-TRAB.
           MOVE CONTA-HIST        TO CONTA-TRAB.
           MOVE TIPO-MOV-HIST     TO TIPO-MOV-TRAB.
           MOVE WS-NR-DIA         TO NR-DIA-TRAB.
           MOVE DATA-MOV-HIST     TO DATA-MOV-TRAB.
           MOVE WS-VALOR-ABS      TO VALOR-TRAB.
           MOVE CD-TRANSACAO-HIST TO CD-TRANS-TRAB.
           MOVE DATA-POST-HIST    TO DATA-POST-TRAB.
           MOVE NOVO-PERIODO      TO NOVO-TRAB.
           RELEASE REG-COF-TRAB.
           ADD 1 TO WS-CONT-SELECIONADOS.

       PROCURA-MONITORADO.
           MOVE 0 TO ACHOU-MON.
           SET WS-IDX-MON TO 1.
           PERFORM TESTA-MONITORADO
               UNTIL WS-IDX-MON > WS-QTD-MON OR TRANSACAO-MONITORADA.

       TESTA-MONITORADO.
           IF MON-CD-TRN(WS-IDX-MON) = WS-CD-PROCURADO
               MOVE 1 TO ACHOU-MON
           ELSE
               SET WS-IDX-MON UP BY 1
           END-IF.

       APURA-OCORRENCIAS.
           RETURN COFTRAB AT END MOVE 1 TO FIM-TRAB.
           PERFORM TRATA-SELECIONADO UNTIL FIM-TRAB = 1.
       FIM-APURA.
           EXIT.

       TRATA-SELECIONADO.
           IF CHAVE-TRAB NOT = WS-CHAVE-ATUAL
               MOVE CHAVE-TRAB TO WS-CHAVE-ATUAL
               MOVE ZEROS TO WS-QTD-FRA
                             WS-QT-JANELA
                             WS-SOMA-JANELA
               SET WS-IDX-JAN TO 1
           END-IF.
           IF VALOR-TRAB NOT < WS-VALOR-LIMITE
               PERFORM ALERTA-ACIMA-LIMITE
           ELSE
               PERFORM ACUMULA-FRACIONADO
           END-IF.
           RETURN COFTRAB AT END MOVE 1 TO FIM-TRAB.

       ALERTA-ACIMA-LIMITE.
           MOVE 'L' TO WS-TIPO-OCORRENCIA.
           PERFORM ABRE-OCORRENCIA.
           MOVE DATA-MOV-TRAB  TO WS-DATA-ALERTA.
           MOVE VALOR-TRAB     TO WS-VALOR-ALERTA.
           MOVE CD-TRANS-TRAB  TO WS-CD-TRN-ALERTA.
           MOVE DATA-POST-TRAB TO WS-DATA-POST-ALERTA.
           PERFORM REGISTRA-MOVIMENTO.
           PERFORM FECHA-OCORRENCIA.
           ADD 1 TO WS-CONT-ACIMA-LIMITE.

       ACUMULA-FRACIONADO.
           IF WS-QTD-FRA < 500
               ADD 1 TO WS-QTD-FRA
               SET WS-IDX-FRA TO WS-QTD-FRA
               MOVE NR-DIA-TRAB    TO FRA-NR-DIA(WS-IDX-FRA)
               MOVE DATA-MOV-TRAB  TO FRA-DATA(WS-IDX-FRA)
               MOVE VALOR-TRAB     TO FRA-VALOR(WS-IDX-FRA)
               MOVE CD-TRANS-TRAB  TO FRA-CD-TRN(WS-IDX-FRA)
               MOVE DATA-POST-TRAB TO FRA-DATA-POST(WS-IDX-FRA)
               ADD VALOR-TRAB TO WS-SOMA-JANELA
               ADD 1 TO WS-QT-JANELA
               COMPUTE WS-NR-DIA-LIM = NR-DIA-TRAB - WS-QT-DIAS-JANELA
               PERFORM RETIRA-DA-JANELA
                   UNTIL WS-QT-JANELA = ZEROS
                      OR FRA-NR-DIA(WS-IDX-JAN) > WS-NR-DIA-LIM
               IF NOVO-TRAB = 1
                  AND WS-QT-JANELA NOT < WS-QT-MIN-FRACION
                  AND WS-SOMA-JANELA NOT < WS-VALOR-LIMITE
                   PERFORM ALERTA-FRACIONAMENTO
               END-IF
           ELSE
               ADD 1 TO WS-FRA-EXCEDENTES
           END-IF.

       RETIRA-DA-JANELA.
           SUBTRACT FRA-VALOR(WS-IDX-JAN) FROM WS-SOMA-JANELA.
           SUBTRACT 1 FROM WS-QT-JANELA.
           SET WS-IDX-JAN UP BY 1.

       ALERTA-FRACIONAMENTO.
           MOVE 'F' TO WS-TIPO-OCORRENCIA.
           PERFORM ABRE-OCORRENCIA.
           SET WS-IDX-LIS TO WS-IDX-JAN.
           PERFORM LISTA-FRACIONADO UNTIL WS-IDX-LIS > WS-IDX-FRA.
           PERFORM FECHA-OCORRENCIA.
           ADD 1 TO WS-CONT-FRACIONADAS.
           SET WS-IDX-JAN TO WS-IDX-FRA.
           SET WS-IDX-JAN UP BY 1.
           MOVE ZEROS TO WS-QT-JANELA
                         WS-SOMA-JANELA.

       LISTA-FRACIONADO.
           MOVE FRA-DATA(WS-IDX-LIS)      TO WS-DATA-ALERTA.
           MOVE FRA-VALOR(WS-IDX-LIS)     TO WS-VALOR-ALERTA.
           MOVE FRA-CD-TRN(WS-IDX-LIS)    TO WS-CD-TRN-ALERTA.
           MOVE FRA-DATA-POST(WS-IDX-LIS) TO WS-DATA-POST-ALERTA.
           PERFORM REGISTRA-MOVIMENTO.
           SET WS-IDX-LIS UP BY 1.

       ABRE-OCORRENCIA.
           ADD 1 TO WS-NR-OCORRENCIA.
           MOVE ZEROS TO WS-QT-MOV-OCO
                         WS-VALOR-OCO.
           IF TEM-AGENCIA = ZERO
              OR AGENCIA-TRAB NOT = WS-AGENCIA-REL
               PERFORM CABECALHO-AGENCIA
           END-IF.
           PERFORM LOCALIZA-CLIENTE.
           EVALUATE TRUE
               WHEN WS-TIPO-OCORRENCIA = 'L' AND TIPO-MOV-TRAB = 'C'
                   MOVE 'CREDITO ACIMA DO LIMITE' TO WS-DS-OCORRENCIA
               WHEN WS-TIPO-OCORRENCIA = 'L'
                   MOVE 'DEBITO ACIMA DO LIMITE' TO WS-DS-OCORRENCIA
               WHEN TIPO-MOV-TRAB = 'C'
                   MOVE 'CREDITOS FRACIONADOS ABAIXO DO LIMITE' TO
                                                   WS-DS-OCORRENCIA
               WHEN OTHER
                   MOVE 'DEBITOS FRACIONADOS ABAIXO DO LIMITE' TO
                                                   WS-DS-OCORRENCIA
           END-EVALUATE.
           MOVE SPACES TO REG-RELCOAF.
           WRITE REG-RELCOAF.
           MOVE SPACES TO WS-LINHA.
           STRING 'OCORRENCIA ' WS-NR-OCORRENCIA ' - '
                  WS-DS-OCORRENCIA
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.
           MOVE SPACES TO WS-LINHA.
           STRING '  CONTA ' AGENCIA-TRAB '/' CONTA-TRAB ' '
                  WS-NOME-OCORRENCIA
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

       CABECALHO-AGENCIA.
           MOVE 1 TO TEM-AGENCIA.
           MOVE AGENCIA-TRAB TO WS-AGENCIA-REL.
           MOVE SPACES TO REG-RELCOAF.
           WRITE REG-RELCOAF.
           MOVE SPACES TO WS-LINHA.
           STRING 'AGENCIA ' WS-AGENCIA-REL
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

       LOCALIZA-CLIENTE.
           MOVE 0 TO ACHOU-CLI.
           MOVE ID-TRAB TO ID-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-CLI
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.
           IF CLIENTE-ENCONTRADO
               MOVE NOME-CLI TO WS-NOME-OCORRENCIA
           ELSE
               MOVE 'CONTA NAO CADASTRADA' TO WS-NOME-OCORRENCIA
           END-IF.

       REGISTRA-MOVIMENTO.
           MOVE WS-CD-TRN-ALERTA TO WS-CD-PROCURADO.
           PERFORM PROCURA-MONITORADO.
           IF TRANSACAO-MONITORADA
               MOVE MON-DS-TRN(WS-IDX-MON) TO WS-DS-TRN
           ELSE
               MOVE SPACES TO WS-DS-TRN
           END-IF.
           MOVE WS-DATA-ALERTA TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED-INI.
           MOVE WS-DATA-POST-ALERTA TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-VALOR-ALERTA TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING '    ' WS-DATA-ED-INI ' ' WS-CD-TRN-ALERTA ' '
                  WS-DS-TRN ' ' TIPO-MOV-TRAB WS-VALOR-ED
                  ' POSTADO ' WS-DATA-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

           MOVE SPACES              TO REG-COM.
           MOVE '1'                 TO TIPO-REG-COM.
           MOVE WS-NR-OCORRENCIA    TO NR-OCORRENCIA-COM.
           MOVE WS-TIPO-OCORRENCIA  TO TIPO-OCORRENCIA-COM.
           MOVE ID-TRAB             TO ID-COM.
           MOVE WS-NOME-OCORRENCIA  TO NOME-CLI-COM.
           MOVE WS-DATA-ALERTA      TO DATA-MOV-COM.
           MOVE WS-CD-TRN-ALERTA    TO CD-TRANSACAO-COM.
           MOVE TIPO-MOV-TRAB       TO TIPO-MOV-COM.
           MOVE WS-VALOR-ALERTA     TO VALOR-COM.
           MOVE WS-DATA-POST-ALERTA TO DATA-POST-COM.
           WRITE REG-COM.

           ADD 1               TO WS-QT-MOV-OCO.
           ADD WS-VALOR-ALERTA TO WS-VALOR-OCO.
           ADD 1               TO WS-QT-REG-COM.
           ADD WS-VALOR-ALERTA TO WS-VALOR-TOTAL-COM.

       FECHA-OCORRENCIA.
           MOVE WS-VALOR-OCO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING '  TOTAL DA OCORRENCIA.: ' WS-VALOR-ED ' EM '
                  WS-QT-MOV-OCO ' MOVIMENTO(S)'
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

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
               PERFORM VERIFICA-BISSEXTO
               IF ANO-BISSEXTO
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

       VERIFICA-BISSEXTO.
           MOVE 0 TO BISSEXTO.
           DIVIDE WS-ANO-AUX BY 4 GIVING WS-QUOCIENTE
                                  REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE 1 TO BISSEXTO
               DIVIDE WS-ANO-AUX BY 100 GIVING WS-QUOCIENTE
                                      REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   DIVIDE WS-ANO-AUX BY 400 GIVING WS-QUOCIENTE
                                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZERO
                       MOVE 0 TO BISSEXTO
                   END-IF
               END-IF
           END-IF.

       CALCULA-NR-DIA.
           COMPUTE WS-ANO-ANT = WS-ANO-AUX - 1.
           DIVIDE WS-ANO-ANT BY 4   GIVING WS-QT-BISS-4.
           DIVIDE WS-ANO-ANT BY 100 GIVING WS-QT-BISS-100.
           DIVIDE WS-ANO-ANT BY 400 GIVING WS-QT-BISS-400.
           COMPUTE WS-NR-DIA = WS-ANO-ANT * 365 + WS-QT-BISS-4
                             - WS-QT-BISS-100 + WS-QT-BISS-400
                             + WS-DIAS-ACUM(WS-MES-AUX) + WS-DIA-AUX.
           IF WS-MES-AUX > 2
               PERFORM VERIFICA-BISSEXTO
               IF ANO-BISSEXTO
                   ADD 1 TO WS-NR-DIA
               END-IF
           END-IF.

       SOMA-UM-DIA.
           PERFORM CALCULA-ULTIMO-DIA.
           IF WS-DIA-AUX < WS-ULTIMO-DIA
               ADD 1 TO WS-DIA-AUX
           ELSE
               MOVE 1 TO WS-DIA-AUX
               IF WS-MES-AUX < 12
                   ADD 1 TO WS-MES-AUX
               ELSE
                   MOVE 1 TO WS-MES-AUX
                   ADD 1 TO WS-ANO-AUX
               END-IF
           END-IF.

       EDITA-DATA.
           MOVE WS-DIA-AUX TO WS-DIA-ED.
           MOVE WS-MES-AUX TO WS-MES-ED.
           MOVE WS-ANO-AUX TO WS-ANO-ED.

       GRAVA-RODAPE-COM.
           MOVE SPACES             TO REG-COM.
           MOVE '9'                TO TIPO-REG-COM.
           MOVE WS-NR-OCORRENCIA   TO QT-OCORRENCIAS-COM.
           MOVE WS-QT-REG-COM      TO QT-REG-COM.
           MOVE WS-VALOR-TOTAL-COM TO VALOR-TOTAL-COM.
           WRITE REG-COM.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'COAFMON '       TO PROG-CTL.
           MOVE WS-DATA-FIM      TO DATA-PROC-CTL.
           MOVE 'C'              TO STATUS-CTL.
           MOVE WS-NR-OCORRENCIA TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           MOVE SPACES TO REG-RELCOAF.
           WRITE REG-RELCOAF.
           MOVE SPACES TO WS-LINHA.
           STRING 'OCORRENCIAS ACIMA DO LIMITE..: '
                  WS-CONT-ACIMA-LIMITE
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.
           MOVE SPACES TO WS-LINHA.
           STRING 'OCORRENCIAS DE FRACIONAMENTO.: '
                  WS-CONT-FRACIONADAS
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.
           MOVE WS-VALOR-TOTAL-COM TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'VALOR TOTAL COMUNICADO.......: ' WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELCOAF.
           WRITE REG-RELCOAF.

           PERFORM GRAVA-RODAPE-COM.
           CLOSE CADCLI
                 ARREL
                 ARQCOM.
           PERFORM GRAVA-EXECUCAO.
           IF WS-FRA-EXCEDENTES > ZEROS
               DISPLAY 'AVISO - MOVIMENTOS FRACIONADOS NAO AVALIADOS: '
                       WS-FRA-EXCEDENTES
           END-IF.
           DISPLAY 'PERIODO COMUNICADO...........: ' WS-DATA-INI
                   ' A ' WS-DATA-FIM.
           DISPLAY 'MOVIMENTOS DE HISTORICO LIDOS: ' WS-CONT-LIDOS.
           DISPLAY 'MOVIMENTOS SELECIONADOS......: '
                                                 WS-CONT-SELECIONADOS.
           DISPLAY 'OCORRENCIAS ACIMA DO LIMITE..: '
                                                 WS-CONT-ACIMA-LIMITE.
           DISPLAY 'OCORRENCIAS DE FRACIONAMENTO.: '
                                                 WS-CONT-FRACIONADAS.
           DISPLAY 'REGISTROS COMUNICADOS........: ' WS-QT-REG-COM.
