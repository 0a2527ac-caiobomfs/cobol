       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVAPR ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-APR
              FILE STATUS IS WS-FS-APR.
           SELECT PARMALC ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ALC.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT ARREL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT RUNCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
           SELECT APRTRAB ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD MOVAPR VALUE OF FILE-ID IS "MOVAPR.DAT".
           COPY APRREG.

       FD PARMALC VALUE OF FILE-ID IS "PARMALC.DAT".
           COPY ALCREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD ARREL VALUE OF FILE-ID IS "RELAPR.DAT".
       01 REG-RELAPR                  PIC X(80).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       SD APRTRAB.
       01 REG-APR-TRAB.
           03  AGENCIA-TRAB          PIC 9(03).
           03  CATEGORIA-TRAB        PIC 9(01).
               88  CAT-RETIDO          VALUE 1.
               88  CAT-APROVADO        VALUE 2.
               88  CAT-REJEITADO       VALUE 3.
               88  CAT-VENCIDO         VALUE 4.
           03  CHAVE-TRAB.
               05  DATA-ARQ-TRAB      PIC 9(08).
               05  NR-SEQ-TRAB        PIC 9(06).
               05  NR-ITEM-TRAB       PIC 9(07).
           03  CONTA-TRAB            PIC 9(06).
           03  VALOR-TRAB            PIC S9(09).
           03  TIPO-MOV-TRAB         PIC X(01).
           03  CD-TRANS-TRAB         PIC 9(04).
           03  LIMITE-TRAB           PIC 9(09).
           03  OPERADOR-ENT-TRAB     PIC X(08).
           03  OPERADOR-DEC-TRAB     PIC X(08).
           03  DATA-RETENCAO-TRAB    PIC 9(08).
           03  DATA-DECISAO-TRAB     PIC 9(08).
           03  QT-DIAS-TRAB          PIC 9(05).
           03  MOTIVO-TRAB           PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-APR           PIC X(02) VALUE ZEROS.
       01 WS-FS-ALC           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
       01 WS-QT-DIAS-PRAZO    PIC 9(03) VALUE 5.

       01 WS-SWITCHES.
           02  FIM-APR         PIC 9(01) VALUE ZERO.
           02  FIM-ALC         PIC 9(01) VALUE ZERO.
           02  FIM-TRAB        PIC 9(01) VALUE ZERO.
           02  TEM-MOVAPR      PIC 9(01) VALUE ZERO.
               88  ARQUIVO-DISPONIVEL   VALUE 1.
           02  TEM-AGENCIA     PIC 9(01) VALUE ZERO.
           02  ACHOU-CLI       PIC 9(01) VALUE ZERO.
               88  CLIENTE-ENCONTRADO   VALUE 1.
           02  BISSEXTO        PIC 9(01) VALUE ZERO.
               88  ANO-BISSEXTO         VALUE 1.

       01 WS-DATA-AUX.
           02  WS-ANO-AUX           PIC 9(04).
           02  WS-MES-AUX           PIC 9(02).
           02  WS-DIA-AUX           PIC 9(02).

       01 WS-CALCULO-DATA.
           02  WS-QUOCIENTE         PIC 9(04) VALUE ZEROS.
           02  WS-RESTO             PIC 9(03) VALUE ZEROS.

       01 WS-NUMERO-DIAS.
           02  WS-NR-DIA           PIC 9(07) VALUE ZEROS.
           02  WS-NR-DIA-PROC      PIC 9(07) VALUE ZEROS.
           02  WS-QT-DIAS-PEND     PIC 9(05) VALUE ZEROS.
           02  WS-ANO-ANT          PIC 9(04) VALUE ZEROS.
           02  WS-QT-BISS-4        PIC 9(04) VALUE ZEROS.
           02  WS-QT-BISS-100      PIC 9(04) VALUE ZEROS.
           02  WS-QT-BISS-400      PIC 9(04) VALUE ZEROS.

       01 WS-DIAS-ACUM-INI     PIC X(36)
                 VALUE '000031059090120151181212243273304334'.
       01 WS-TAB-DIAS-ACUM REDEFINES WS-DIAS-ACUM-INI.
           02  WS-DIAS-ACUM         PIC 9(03) OCCURS 12 TIMES.

       01 WS-AGENCIA-ATUAL      PIC 9(03) VALUE ZEROS.
       01 WS-CATEGORIA-ATUAL    PIC 9(01) VALUE ZERO.

       01 WS-CONTADORES.
           02  WS-CONT-RETIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-CONT-APROVADOS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REJEITADOS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-VENCIDOS    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LISTADOS    PIC 9(07) VALUE ZEROS.

       01 WS-CONTADORES-AGENCIA.
           02  WS-RETIDOS-AG       PIC 9(05) VALUE ZEROS.
           02  WS-APROVADOS-AG     PIC 9(05) VALUE ZEROS.
           02  WS-REJEITADOS-AG    PIC 9(05) VALUE ZEROS.
           02  WS-VENCIDOS-AG      PIC 9(05) VALUE ZEROS.

       01 WS-NOME-CLI           PIC X(20) VALUE SPACES.
       01 WS-VALOR-ED           PIC -(9)9.
       01 WS-LIMITE-ED          PIC Z(8)9.
       01 WS-DIAS-ED            PIC Z(4)9.
       01 WS-LINHA              PIC X(80).

       01 WS-DATA-ED.
           02  WS-DIA-ED            PIC 9(02).
           02  FILLER               PIC X(01) VALUE '/'.
           02  WS-MES-ED            PIC 9(02).
           02  FILLER               PIC X(01) VALUE '/'.
           02  WS-ANO-ED            PIC 9(04).

       01 WS-DATA-ED-PROC       PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARAMETRO-ALCADA.
           PERFORM ABRE-ARQ.
           SORT APRTRAB
               ON ASCENDING KEY AGENCIA-TRAB
               ON ASCENDING KEY CATEGORIA-TRAB
               ON ASCENDING KEY CHAVE-TRAB
               INPUT PROCEDURE IS SELECIONA-ITENS THRU FIM-SELECIONA
               OUTPUT PROCEDURE IS LISTA-ITENS THRU FIM-LISTA.
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
           MOVE WS-DATA-PROC TO WS-DATA-AUX.
           PERFORM CALCULA-NR-DIA.
           MOVE WS-NR-DIA TO WS-NR-DIA-PROC.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED-PROC.

       LE-PARAMETRO-ALCADA.
           OPEN INPUT PARMALC.
           IF WS-FS-ALC EQUAL "00"
               READ PARMALC AT END MOVE 1 TO FIM-ALC
               END-READ
               PERFORM PROCURA-PRAZO UNTIL FIM-ALC = 1
               CLOSE PARMALC
           ELSE
               IF WS-FS-ALC NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA PARMALC - " WS-FS-ALC
                 STOP RUN
               END-IF
           END-IF.

       PROCURA-PRAZO.
           IF REG-PRAZO-ALC AND QT-DIAS-PEND-ALC > ZEROS
               MOVE QT-DIAS-PEND-ALC TO WS-QT-DIAS-PRAZO
           END-IF
           READ PARMALC AT END MOVE 1 TO FIM-ALC.

       ABRE-ARQ.
           MOVE 0 TO TEM-MOVAPR.
           OPEN INPUT MOVAPR.
           IF WS-FS-APR EQUAL "00"
               MOVE 1 TO TEM-MOVAPR
           ELSE
               IF WS-FS-APR NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA MOVAPR - " WS-FS-APR
                 STOP RUN
               END-IF
           END-IF.

           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           OPEN OUTPUT ARREL.
           IF WS-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RELAPR - " WS-FS-REL
             STOP RUN.

       SELECIONA-ITENS.
           IF ARQUIVO-DISPONIVEL
               READ MOVAPR NEXT RECORD AT END MOVE 1 TO FIM-APR
               END-READ
               PERFORM CLASSIFICA-ITEM UNTIL FIM-APR = 1
           END-IF.
       FIM-SELECIONA.
           EXIT.

       CLASSIFICA-ITEM.
           MOVE AGENCIA-APR        TO AGENCIA-TRAB.
           MOVE CHAVE-APR          TO CHAVE-TRAB.
           MOVE CONTA-APR          TO CONTA-TRAB.
           MOVE MOVIMENTO-APR      TO VALOR-TRAB.
           MOVE TIPO-MOV-APR       TO TIPO-MOV-TRAB.
           MOVE CD-TRANSACAO-APR   TO CD-TRANS-TRAB.
           MOVE VALOR-LIMITE-APR   TO LIMITE-TRAB.
           MOVE OPERADOR-ENT-APR   TO OPERADOR-ENT-TRAB.
           MOVE OPERADOR-DEC-APR   TO OPERADOR-DEC-TRAB.
           MOVE DATA-RETENCAO-APR  TO DATA-RETENCAO-TRAB.
           MOVE DATA-DECISAO-APR   TO DATA-DECISAO-TRAB.
           MOVE DS-MOTIVO-DEC-APR  TO MOTIVO-TRAB.
           MOVE ZEROS              TO QT-DIAS-TRAB.
           IF DATA-RETENCAO-APR = WS-DATA-PROC
               MOVE 1 TO CATEGORIA-TRAB
               RELEASE REG-APR-TRAB
           END-IF.
           IF DATA-DECISAO-APR = WS-DATA-PROC
               IF ITEM-REJEITADO
                   MOVE 3 TO CATEGORIA-TRAB
               ELSE
                   MOVE 2 TO CATEGORIA-TRAB
               END-IF
               RELEASE REG-APR-TRAB
           END-IF.
           IF ITEM-PENDENTE
               MOVE DATA-RETENCAO-APR TO WS-DATA-AUX
               PERFORM CALCULA-NR-DIA
               IF WS-NR-DIA < WS-NR-DIA-PROC
                   COMPUTE WS-QT-DIAS-PEND = WS-NR-DIA-PROC - WS-NR-DIA
                   IF WS-QT-DIAS-PEND > WS-QT-DIAS-PRAZO
                       MOVE WS-QT-DIAS-PEND TO QT-DIAS-TRAB
                       MOVE 4 TO CATEGORIA-TRAB
                       RELEASE REG-APR-TRAB
                   END-IF
               END-IF
           END-IF.
           READ MOVAPR NEXT RECORD AT END MOVE 1 TO FIM-APR.

       LISTA-ITENS.
           RETURN APRTRAB AT END MOVE 1 TO FIM-TRAB.
           IF FIM-TRAB = 1
               PERFORM RELATORIO-VAZIO
           END-IF.
           PERFORM LISTA-ITEM UNTIL FIM-TRAB = 1.
           IF TEM-AGENCIA = 1
               PERFORM TOTALIZA-AGENCIA
           END-IF.
       FIM-LISTA.
           EXIT.

       RELATORIO-VAZIO.
           MOVE SPACES TO WS-LINHA.
           STRING 'ALCADA - ITENS RETIDOS PARA APROVACAO - DATA '
                  WS-DATA-ED-PROC
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.
           MOVE SPACES TO WS-LINHA.
           MOVE 'NENHUM ITEM RETIDO, DECIDIDO OU VENCIDO NA DATA' TO
                                                        WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

       LISTA-ITEM.
           IF TEM-AGENCIA = 0 OR AGENCIA-TRAB NOT = WS-AGENCIA-ATUAL
               IF TEM-AGENCIA = 1
                   PERFORM TOTALIZA-AGENCIA
               END-IF
               MOVE AGENCIA-TRAB TO WS-AGENCIA-ATUAL
               MOVE 1 TO TEM-AGENCIA
               MOVE ZERO TO WS-CATEGORIA-ATUAL
               PERFORM CABECALHO-AGENCIA
           END-IF.
           IF CATEGORIA-TRAB NOT = WS-CATEGORIA-ATUAL
               MOVE CATEGORIA-TRAB TO WS-CATEGORIA-ATUAL
               PERFORM TITULO-CATEGORIA
           END-IF.
           PERFORM IMPRIME-ITEM.
           EVALUATE TRUE
               WHEN CAT-RETIDO
                   ADD 1 TO WS-RETIDOS-AG
               WHEN CAT-APROVADO
                   ADD 1 TO WS-APROVADOS-AG
               WHEN CAT-REJEITADO
                   ADD 1 TO WS-REJEITADOS-AG
               WHEN CAT-VENCIDO
                   ADD 1 TO WS-VENCIDOS-AG
           END-EVALUATE.
           ADD 1 TO WS-CONT-LISTADOS.
           RETURN APRTRAB AT END MOVE 1 TO FIM-TRAB.

       CABECALHO-AGENCIA.
           MOVE SPACES TO WS-LINHA.
           STRING 'ALCADA - ITENS RETIDOS PARA APROVACAO - DATA '
                  WS-DATA-ED-PROC
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.
           MOVE SPACES TO WS-LINHA.
           STRING 'AGENCIA ' WS-AGENCIA-ATUAL
                  ' - A/C GERENTE DA AGENCIA'
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

       TITULO-CATEGORIA.
           MOVE SPACES TO REG-RELAPR.
           WRITE REG-RELAPR.
           MOVE SPACES TO WS-LINHA.
           EVALUATE TRUE
               WHEN CAT-RETIDO
                   MOVE 'RETIDOS NA DATA' TO WS-LINHA
               WHEN CAT-APROVADO
                   MOVE 'APROVADOS NA DATA' TO WS-LINHA
               WHEN CAT-REJEITADO
                   MOVE 'REJEITADOS (CANCELADOS) NA DATA' TO WS-LINHA
               WHEN CAT-VENCIDO
                   MOVE SPACES TO WS-LINHA
                   STRING 'PENDENTES HA MAIS DE ' WS-QT-DIAS-PRAZO
                          ' DIAS'
                          DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

       IMPRIME-ITEM.
           PERFORM LOCALIZA-CLIENTE.
           MOVE SPACES TO WS-LINHA.
           STRING '  ITEM ' DATA-ARQ-TRAB '/' NR-SEQ-TRAB '/'
                  NR-ITEM-TRAB ' CONTA ' AGENCIA-TRAB '/' CONTA-TRAB
                  ' ' WS-NOME-CLI
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE VALOR-TRAB  TO WS-VALOR-ED.
           MOVE LIMITE-TRAB TO WS-LIMITE-ED.
           MOVE SPACES TO WS-LINHA.
           STRING '    TRN ' CD-TRANS-TRAB ' ' TIPO-MOV-TRAB
                  ' VALOR ' WS-VALOR-ED ' LIMITE ' WS-LIMITE-ED
                  ' DIGITADO ' OPERADOR-ENT-TRAB
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE SPACES TO WS-LINHA.
           EVALUATE TRUE
               WHEN CAT-APROVADO
                   STRING '    APROVADO POR ' OPERADOR-DEC-TRAB
                          DELIMITED BY SIZE INTO WS-LINHA
               WHEN CAT-REJEITADO
                   STRING '    REJEITADO POR ' OPERADOR-DEC-TRAB
                          ' - ' MOTIVO-TRAB
                          DELIMITED BY SIZE INTO WS-LINHA
               WHEN CAT-VENCIDO
                   MOVE DATA-RETENCAO-TRAB TO WS-DATA-AUX
                   PERFORM EDITA-DATA
                   MOVE QT-DIAS-TRAB TO WS-DIAS-ED
                   STRING '    RETIDO EM ' WS-DATA-ED ' - PENDENTE HA '
                          WS-DIAS-ED ' DIAS'
                          DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE.
           IF WS-LINHA NOT = SPACES
               MOVE WS-LINHA TO REG-RELAPR
               WRITE REG-RELAPR
           END-IF.

       LOCALIZA-CLIENTE.
           MOVE 0 TO ACHOU-CLI.
           MOVE AGENCIA-TRAB TO AGENCIA-CLI.
           MOVE CONTA-TRAB   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-CLI
               NOT INVALID KEY MOVE 1 TO ACHOU-CLI
           END-READ.
           IF CLIENTE-ENCONTRADO
               MOVE NOME-CLI TO WS-NOME-CLI
           ELSE
               MOVE 'CONTA NAO CADASTRADA' TO WS-NOME-CLI
           END-IF.

       TOTALIZA-AGENCIA.
           MOVE SPACES TO REG-RELAPR.
           WRITE REG-RELAPR.
           MOVE SPACES TO WS-LINHA.
           STRING 'TOTAL DA AGENCIA ' WS-AGENCIA-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE SPACES TO WS-LINHA.
           STRING '  RETIDOS.............: ' WS-RETIDOS-AG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE SPACES TO WS-LINHA.
           STRING '  APROVADOS...........: ' WS-APROVADOS-AG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE SPACES TO WS-LINHA.
           STRING '  REJEITADOS..........: ' WS-REJEITADOS-AG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE SPACES TO WS-LINHA.
           STRING '  PENDENTES VENCIDOS..: ' WS-VENCIDOS-AG
                  DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-LINHA TO REG-RELAPR.
           WRITE REG-RELAPR.

           MOVE SPACES TO REG-RELAPR.
           WRITE REG-RELAPR AFTER ADVANCING PAGE.

           ADD WS-RETIDOS-AG    TO WS-CONT-RETIDOS.
           ADD WS-APROVADOS-AG  TO WS-CONT-APROVADOS.
           ADD WS-REJEITADOS-AG TO WS-CONT-REJEITADOS.
           ADD WS-VENCIDOS-AG   TO WS-CONT-VENCIDOS.
           MOVE ZEROS TO WS-RETIDOS-AG
                         WS-APROVADOS-AG
                         WS-REJEITADOS-AG
                         WS-VENCIDOS-AG.

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

       EDITA-DATA.
           MOVE WS-DIA-AUX TO WS-DIA-ED.
           MOVE WS-MES-AUX TO WS-MES-ED.
           MOVE WS-ANO-AUX TO WS-ANO-ED.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'RELAPR  '       TO PROG-CTL.
           MOVE WS-DATA-PROC     TO DATA-PROC-CTL.
           MOVE 'C'              TO STATUS-CTL.
           MOVE WS-CONT-LISTADOS TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       FINALIZA.
           IF ARQUIVO-DISPONIVEL
               CLOSE MOVAPR
           END-IF.
           CLOSE CADCLI
                 ARREL.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'ITENS RETIDOS NA DATA........: ' WS-CONT-RETIDOS.
           DISPLAY 'ITENS APROVADOS NA DATA......: '
                                                 WS-CONT-APROVADOS.
           DISPLAY 'ITENS REJEITADOS NA DATA.....: '
                                                 WS-CONT-REJEITADOS.
           DISPLAY 'PENDENTES VENCIDOS...........: '
                                                 WS-CONT-VENCIDOS.
