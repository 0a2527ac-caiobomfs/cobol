       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-HIST
              FILE STATUS IS WS-FS-HIS.
           SELECT ARQMES ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ARQ.
           SELECT ARQTMP ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-TMP.
           SELECT PARMRET ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RET.
           SELECT PARMPRO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT RUNCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
           SELECT HISTRAB ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD MOVHIST VALUE OF FILE-ID IS "MOVHIST.DAT".
           COPY HISREG.

       FD ARQMES VALUE OF FILE-ID IS WS-NOME-ARQ.
       01 REG-ARQMES.
           03  CHAVE-ARQ             PIC X(32).
           03  MOVIMENTO-ARQ         PIC S9(09).
           03  FILLER                PIC X(26).

       FD ARQTMP VALUE OF FILE-ID IS "HISARQ.DAT".
       01 REG-ARQTMP.
           03  ANO-MES-TMP           PIC 9(06).
           03  REG-HIST-TMP.
               05  CHAVE-TMP         PIC X(32).
               05  MOVIMENTO-TMP     PIC S9(09).
               05  FILLER            PIC X(26).

       FD PARMRET VALUE OF FILE-ID IS "PARMARQ.DAT".
           COPY RETREG.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       SD HISTRAB.
       01 REG-HIS-TRAB.
           03  ANO-MES-TRAB          PIC 9(06).
           03  REG-HIST-TRAB.
               05  CHAVE-TRAB        PIC X(32).
               05  MOVIMENTO-TRAB    PIC S9(09).
               05  FILLER            PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-FS-HIS           PIC X(02) VALUE ZEROS.
       01 WS-FS-ARQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-TMP           PIC X(02) VALUE ZEROS.
       01 WS-FS-RET           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.

       01 WS-NOME-ARQ.
           02  FILLER               PIC X(03) VALUE 'HIS'.
           02  WS-ANO-MES-ARQ       PIC 9(06) VALUE ZEROS.
           02  FILLER               PIC X(04) VALUE '.DAT'.

       01 WS-PERIODO.
           02  WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CORTE       PIC 9(08) VALUE ZEROS.
           02  WS-ULT-CORTE        PIC 9(08) VALUE ZEROS.
           02  WS-CORTE-ABERTO     PIC 9(08) VALUE ZEROS.
           02  WS-QT-MESES-RET     PIC 9(03) VALUE ZEROS.
           02  WS-NR-MES           PIC 9(06) VALUE ZEROS.

       01 WS-DATA-AUX.
           02  WS-ANO-AUX           PIC 9(04).
           02  WS-MES-AUX           PIC 9(02).
           02  WS-DIA-AUX           PIC 9(02).

       01 WS-SWITCHES.
           02  FIM-HIS         PIC 9(01) VALUE ZERO.
           02  FIM-ARQ         PIC 9(01) VALUE ZERO.
           02  FIM-CTL         PIC 9(01) VALUE ZERO.
           02  FIM-TRAB        PIC 9(01) VALUE ZERO.
           02  FIM-TMP         PIC 9(01) VALUE ZERO.
           02  ARQ-ABERTO      PIC 9(01) VALUE ZERO.
               88  MES-ABERTO          VALUE 1.
           02  HISTMOV-OK      PIC 9(01) VALUE ZERO.
               88  HISTORICO-ATUALIZADO VALUE 1.
           02  CONFERENCIA     PIC 9(01) VALUE ZERO.
               88  CONFERENCIA-OK      VALUE 0.
               88  CONFERENCIA-ERRO    VALUE 1.
           02  EM-ABERTO       PIC 9(01) VALUE ZERO.
               88  EXPURGO-PENDENTE    VALUE 1.

       01 WS-EXECUCAO.
           02  WS-STATUS-EXEC      PIC X(01) VALUE 'C'.
           02  WS-QT-EXEC          PIC 9(07) VALUE ZEROS.

       01 WS-MESES.
           02  WS-QTD-MESES         PIC 9(03) VALUE ZEROS.
           02  WS-SEQ-MES           PIC 9(03) VALUE ZEROS.
           02  WS-TAB-MES OCCURS 240 TIMES INDEXED BY WS-IDX-MES.
               03  MES-ANO-MES       PIC 9(06).
               03  MES-ALTERADO      PIC 9(01).
               03  MES-QT-SELEC      PIC 9(07).
               03  MES-VL-SELEC      PIC S9(13).
               03  MES-QT-ANTERIOR   PIC 9(07).
               03  MES-VL-ANTERIOR   PIC S9(13).
               03  MES-QT-GRAVADOS   PIC 9(07).
               03  MES-VL-GRAVADOS   PIC S9(13).

       01 WS-LEITURA-ARQ.
           02  WS-QT-LIDOS-ARQ      PIC 9(07) VALUE ZEROS.
           02  WS-VL-LIDOS-ARQ      PIC S9(13) VALUE ZEROS.
           02  WS-QT-COPIADOS       PIC 9(07) VALUE ZEROS.

       01 WS-CONTADORES.
           02  WS-CONT-LIDOS        PIC 9(07) VALUE ZEROS.
           02  WS-CONT-SELECIONADOS PIC 9(07) VALUE ZEROS.
           02  WS-CONT-TRABALHO     PIC 9(07) VALUE ZEROS.
           02  WS-CONT-GRAVADOS     PIC 9(07) VALUE ZEROS.
           02  WS-CONT-EXPURGADOS   PIC 9(07) VALUE ZEROS.

       01 WS-TOTAIS.
           02  WS-TOTAL-SELECIONADO PIC S9(13) VALUE ZEROS.
           02  WS-TOTAL-TRABALHO    PIC S9(13) VALUE ZEROS.
           02  WS-TOTAL-GRAVADO     PIC S9(13) VALUE ZEROS.
           02  WS-TOTAL-EXPURGADO   PIC S9(13) VALUE ZEROS.

       01 WS-TOTAL-ED           PIC -(13)9.
       01 WS-TOTAL-ED-2         PIC -(13)9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARAMETRO-RET.
           PERFORM CALCULA-CORTE.
           PERFORM VERIFICA-EXECUCAO.
           IF NOT EXPURGO-PENDENTE
               PERFORM ARQUIVA-HISTORICO
           END-IF.
           PERFORM EXPURGA-HISTORICO.
           PERFORM FINALIZA.
           STOP RUN.

       ARQUIVA-HISTORICO.
           SORT HISTRAB
               ON ASCENDING KEY ANO-MES-TRAB
               ON ASCENDING KEY CHAVE-TRAB
               INPUT PROCEDURE IS SELECIONA-HISTORICO THRU FIM-SELECIONA
               OUTPUT PROCEDURE IS GRAVA-TRABALHO THRU FIM-GRAVA.
           PERFORM CONFERE-TRABALHO.
           PERFORM ANEXA-ARQUIVOS.
           PERFORM CONFERE-ARQUIVAMENTO.
           PERFORM MARCA-INICIO.

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

       LE-PARAMETRO-RET.
           OPEN INPUT PARMRET.
           IF WS-FS-RET NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMARQ - " WS-FS-RET
             STOP RUN.
           READ PARMRET AT END
               DISPLAY "ERRO - PARMARQ.DAT SEM PRAZO DE RETENCAO"
               STOP RUN
           END-READ.
           IF QT-MESES-RET NOT NUMERIC
               DISPLAY "ERRO - PRAZO DE RETENCAO INVALIDO EM PARMARQ"
               STOP RUN
           END-IF.
           MOVE QT-MESES-RET TO WS-QT-MESES-RET.
           CLOSE PARMRET.
           IF WS-QT-MESES-RET = ZEROS
               MOVE 24 TO WS-QT-MESES-RET
           END-IF.
           IF WS-QT-MESES-RET < 13
               DISPLAY 'ERRO - PRAZO DE RETENCAO INFERIOR A 13 MESES: '
                       WS-QT-MESES-RET
               STOP RUN
           END-IF.

       CALCULA-CORTE.
           MOVE WS-DATA-PROC TO WS-DATA-AUX.
           COMPUTE WS-NR-MES = WS-ANO-AUX * 12 + WS-MES-AUX - 1
                             - WS-QT-MESES-RET.
           DIVIDE WS-NR-MES BY 12 GIVING WS-ANO-AUX
                                  REMAINDER WS-MES-AUX.
           ADD 1 TO WS-MES-AUX.
           MOVE 1 TO WS-DIA-AUX.
           MOVE WS-DATA-AUX TO WS-DATA-CORTE.

       VERIFICA-EXECUCAO.
           MOVE ZEROS TO WS-ULT-CORTE.
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
           IF NOT HISTORICO-ATUALIZADO
               DISPLAY 'ERRO - HISTMOV NAO CONCLUIDO PARA '
                       WS-DATA-PROC
               STOP RUN
           END-IF.
           IF EXPURGO-PENDENTE
               MOVE WS-CORTE-ABERTO TO WS-DATA-CORTE
               DISPLAY 'AVISO - RETOMANDO EXPURGO DO ARQUIVAMENTO '
                       'ATE ' WS-DATA-CORTE
           ELSE
               IF WS-DATA-CORTE NOT > WS-ULT-CORTE
                   DISPLAY 'ERRO - HISTORICO JA ARQUIVADO ATE '
                           WS-ULT-CORTE
                   STOP RUN
               END-IF
           END-IF.

       PESQUISA-EXECUCAO.
           IF PROG-CTL = 'ARQHIST '
              AND EXECUCAO-CONCLUIDA
              AND DATA-PROC-CTL > WS-ULT-CORTE
               MOVE DATA-PROC-CTL TO WS-ULT-CORTE
           END-IF
           IF PROG-CTL = 'ARQHIST ' AND EXECUCAO-INICIADA
               MOVE DATA-PROC-CTL TO WS-CORTE-ABERTO
               MOVE 1 TO EM-ABERTO
           END-IF
           IF PROG-CTL = 'ARQHIST ' AND EXECUCAO-CONCLUIDA
              AND DATA-PROC-CTL = WS-CORTE-ABERTO
               MOVE ZERO TO EM-ABERTO
           END-IF
           IF PROG-CTL = 'HISTMOV '
              AND EXECUCAO-CONCLUIDA
              AND DATA-PROC-CTL = WS-DATA-PROC
               MOVE 1 TO HISTMOV-OK
           END-IF
           READ RUNCTL AT END MOVE 1 TO FIM-CTL.

       SELECIONA-HISTORICO.
           OPEN INPUT MOVHIST.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
             STOP RUN.
           READ MOVHIST NEXT AT END MOVE 1 TO FIM-HIS.
           PERFORM AVALIA-HISTORICO UNTIL FIM-HIS = 1.
           CLOSE MOVHIST.
       FIM-SELECIONA.
           EXIT.

       AVALIA-HISTORICO.
           ADD 1 TO WS-CONT-LIDOS.
           IF DATA-MOV-HIST < WS-DATA-CORTE
              AND DATA-POST-HIST < WS-DATA-CORTE
               MOVE DATA-MOV-HIST TO WS-DATA-AUX
               COMPUTE ANO-MES-TRAB = WS-ANO-AUX * 100 + WS-MES-AUX
               MOVE REG-HIST TO REG-HIST-TRAB
               RELEASE REG-HIS-TRAB
               ADD 1 TO WS-CONT-SELECIONADOS
               ADD MOVIMENTO-HIST TO WS-TOTAL-SELECIONADO
           END-IF
           READ MOVHIST NEXT AT END MOVE 1 TO FIM-HIS.

       GRAVA-TRABALHO.
           OPEN OUTPUT ARQTMP.
           IF WS-FS-TMP NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA HISARQ - " WS-FS-TMP
             STOP RUN.
           RETURN HISTRAB AT END MOVE 1 TO FIM-TRAB.
           PERFORM GRAVA-REG-TRABALHO UNTIL FIM-TRAB = 1.
           CLOSE ARQTMP.
       FIM-GRAVA.
           EXIT.

       GRAVA-REG-TRABALHO.
           IF WS-QTD-MESES = ZEROS
              OR ANO-MES-TRAB NOT = WS-ANO-MES-ARQ
               PERFORM NOVO-MES
           END-IF.
           MOVE ANO-MES-TRAB  TO ANO-MES-TMP.
           MOVE REG-HIST-TRAB TO REG-HIST-TMP.
           WRITE REG-ARQTMP.
           IF WS-FS-TMP NOT EQUAL "00"
             DISPLAY "ERRO DE GRAVACAO HISARQ - " WS-FS-TMP
             STOP RUN.
           ADD 1 TO MES-QT-SELEC(WS-IDX-MES).
           ADD MOVIMENTO-TMP TO MES-VL-SELEC(WS-IDX-MES).
           RETURN HISTRAB AT END MOVE 1 TO FIM-TRAB.

       NOVO-MES.
           IF WS-QTD-MESES < 240
               ADD 1 TO WS-QTD-MESES
               SET WS-IDX-MES TO WS-QTD-MESES
           ELSE
               DISPLAY 'ERRO - MESES A ARQUIVAR ACIMA DO LIMITE '
                       'DA TABELA'
               STOP RUN
           END-IF.
           MOVE ANO-MES-TRAB TO WS-ANO-MES-ARQ.
           MOVE ANO-MES-TRAB TO MES-ANO-MES(WS-IDX-MES).
           MOVE ZERO  TO MES-ALTERADO(WS-IDX-MES).
           MOVE ZEROS TO MES-QT-SELEC(WS-IDX-MES)
                         MES-VL-SELEC(WS-IDX-MES)
                         MES-QT-ANTERIOR(WS-IDX-MES)
                         MES-VL-ANTERIOR(WS-IDX-MES)
                         MES-QT-GRAVADOS(WS-IDX-MES)
                         MES-VL-GRAVADOS(WS-IDX-MES).

       CONFERE-TRABALHO.
           MOVE ZERO TO FIM-TMP.
           OPEN INPUT ARQTMP.
           IF WS-FS-TMP NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA HISARQ - " WS-FS-TMP
             STOP RUN.
           READ ARQTMP AT END MOVE 1 TO FIM-TMP.
           PERFORM SOMA-TRABALHO UNTIL FIM-TMP = 1.
           CLOSE ARQTMP.
           IF WS-CONT-TRABALHO NOT = WS-CONT-SELECIONADOS
              OR WS-TOTAL-TRABALHO NOT = WS-TOTAL-SELECIONADO
               MOVE WS-TOTAL-SELECIONADO TO WS-TOTAL-ED
               MOVE WS-TOTAL-TRABALHO    TO WS-TOTAL-ED-2
               DISPLAY 'ERRO - SELECIONADOS ' WS-CONT-SELECIONADOS
                       ' ' WS-TOTAL-ED ' EM HISARQ '
                       WS-CONT-TRABALHO ' ' WS-TOTAL-ED-2
               DISPLAY 'ARQUIVOS MENSAIS NAO ALTERADOS, HISTORICO NAO '
                       'EXPURGADO'
               STOP RUN
           END-IF.

       SOMA-TRABALHO.
           ADD 1 TO WS-CONT-TRABALHO.
           ADD MOVIMENTO-TMP TO WS-TOTAL-TRABALHO.
           READ ARQTMP AT END MOVE 1 TO FIM-TMP.

       ANEXA-ARQUIVOS.
           MOVE ZERO TO FIM-TMP ARQ-ABERTO.
           MOVE ZEROS TO WS-SEQ-MES.
           OPEN INPUT ARQTMP.
           IF WS-FS-TMP NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA HISARQ - " WS-FS-TMP
             STOP RUN.
           READ ARQTMP AT END MOVE 1 TO FIM-TMP.
           PERFORM GRAVA-ARQUIVADO UNTIL FIM-TMP = 1.
           CLOSE ARQTMP.
           IF MES-ABERTO
               CLOSE ARQMES
               MOVE 0 TO ARQ-ABERTO
           END-IF.

       GRAVA-ARQUIVADO.
           IF NOT MES-ABERTO
              OR ANO-MES-TMP NOT = WS-ANO-MES-ARQ
               PERFORM ABRE-MES
           END-IF.
           IF CONFERENCIA-OK
               PERFORM GRAVA-REG-MES
           END-IF.
           IF CONFERENCIA-ERRO
               MOVE 1 TO FIM-TMP
           ELSE
               READ ARQTMP AT END MOVE 1 TO FIM-TMP
               END-READ
           END-IF.

       GRAVA-REG-MES.
           MOVE REG-HIST-TMP TO REG-ARQMES.
           WRITE REG-ARQMES.
           IF WS-FS-ARQ NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO " WS-NOME-ARQ " - " WS-FS-ARQ
               MOVE 1 TO CONFERENCIA
           ELSE
               ADD 1 TO MES-QT-GRAVADOS(WS-IDX-MES)
               ADD MOVIMENTO-ARQ TO MES-VL-GRAVADOS(WS-IDX-MES)
               ADD 1 TO WS-CONT-GRAVADOS
               ADD MOVIMENTO-ARQ TO WS-TOTAL-GRAVADO
           END-IF.

       ABRE-MES.
           IF MES-ABERTO
               CLOSE ARQMES
               MOVE 0 TO ARQ-ABERTO
           END-IF.
           ADD 1 TO WS-SEQ-MES.
           IF WS-SEQ-MES > WS-QTD-MESES
               DISPLAY 'ERRO - HISARQ FORA DA SEQUENCIA NO MES '
                       ANO-MES-TMP
               MOVE 1 TO CONFERENCIA
           ELSE
               SET WS-IDX-MES TO WS-SEQ-MES
               IF MES-ANO-MES(WS-IDX-MES) NOT = ANO-MES-TMP
                   DISPLAY 'ERRO - HISARQ FORA DA SEQUENCIA NO MES '
                           ANO-MES-TMP
                   MOVE 1 TO CONFERENCIA
               END-IF
           END-IF.
           IF CONFERENCIA-OK
               MOVE ANO-MES-TMP TO WS-ANO-MES-ARQ
               PERFORM CONTA-ARQUIVO
           END-IF.
           IF CONFERENCIA-OK
               MOVE WS-QT-LIDOS-ARQ TO MES-QT-ANTERIOR(WS-IDX-MES)
               MOVE WS-VL-LIDOS-ARQ TO MES-VL-ANTERIOR(WS-IDX-MES)
               PERFORM ABRE-MES-EXTEND
           END-IF.

       ABRE-MES-EXTEND.
           IF WS-FS-ARQ EQUAL "35"
               OPEN OUTPUT ARQMES
           ELSE
               OPEN EXTEND ARQMES
           END-IF.
           IF WS-FS-ARQ NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ " - " WS-FS-ARQ
               MOVE 1 TO CONFERENCIA
           ELSE
               MOVE 1 TO ARQ-ABERTO
               MOVE 1 TO MES-ALTERADO(WS-IDX-MES)
           END-IF.

       CONTA-ARQUIVO.
           MOVE ZEROS TO WS-QT-LIDOS-ARQ
                         WS-VL-LIDOS-ARQ.
           MOVE ZERO  TO FIM-ARQ.
           OPEN INPUT ARQMES.
           IF WS-FS-ARQ EQUAL "35"
               MOVE 1 TO FIM-ARQ
           ELSE
               IF WS-FS-ARQ NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ " - "
                           WS-FS-ARQ
                   MOVE 1 TO CONFERENCIA FIM-ARQ
               ELSE
                   READ ARQMES AT END MOVE 1 TO FIM-ARQ
                   END-READ
               END-IF
           END-IF.
           PERFORM SOMA-ARQUIVO UNTIL FIM-ARQ = 1.
           IF WS-FS-ARQ EQUAL "00" OR WS-FS-ARQ EQUAL "10"
               CLOSE ARQMES
           END-IF.

       SOMA-ARQUIVO.
           ADD 1 TO WS-QT-LIDOS-ARQ.
           ADD MOVIMENTO-ARQ TO WS-VL-LIDOS-ARQ.
           READ ARQMES AT END MOVE 1 TO FIM-ARQ.

       CONFERE-ARQUIVAMENTO.
           IF WS-CONT-GRAVADOS NOT = WS-CONT-SELECIONADOS
              OR WS-TOTAL-GRAVADO NOT = WS-TOTAL-SELECIONADO
               MOVE 1 TO CONFERENCIA
               MOVE WS-TOTAL-SELECIONADO TO WS-TOTAL-ED
               MOVE WS-TOTAL-GRAVADO     TO WS-TOTAL-ED-2
               DISPLAY 'ERRO - SELECIONADOS ' WS-CONT-SELECIONADOS
                       ' ' WS-TOTAL-ED ' GRAVADOS '
                       WS-CONT-GRAVADOS ' ' WS-TOTAL-ED-2
           END-IF.
           PERFORM CONFERE-MES
               VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-QTD-MESES.
           IF CONFERENCIA-ERRO
               PERFORM RESTAURA-MES
                   VARYING WS-IDX-MES FROM 1 BY 1
                     UNTIL WS-IDX-MES > WS-QTD-MESES
               DISPLAY 'ERRO - TOTAIS DO ARQUIVAMENTO NAO CONFEREM, '
                       'ARQUIVOS MENSAIS RESTAURADOS, HISTORICO NAO '
                       'EXPURGADO'
               STOP RUN
           END-IF.

       CONFERE-MES.
           MOVE MES-ANO-MES(WS-IDX-MES) TO WS-ANO-MES-ARQ.
           IF MES-ALTERADO(WS-IDX-MES) = ZERO
               MOVE 1 TO CONFERENCIA
               DISPLAY 'ERRO - ' WS-NOME-ARQ ' NAO ATUALIZADO'
           ELSE
               PERFORM CONFERE-ARQUIVO-MES
           END-IF.

       CONFERE-ARQUIVO-MES.
           PERFORM CONTA-ARQUIVO.
           IF WS-QT-LIDOS-ARQ NOT = MES-QT-ANTERIOR(WS-IDX-MES)
                                  + MES-QT-GRAVADOS(WS-IDX-MES)
              OR WS-VL-LIDOS-ARQ NOT = MES-VL-ANTERIOR(WS-IDX-MES)
                                     + MES-VL-GRAVADOS(WS-IDX-MES)
              OR MES-QT-GRAVADOS(WS-IDX-MES)
                                  NOT = MES-QT-SELEC(WS-IDX-MES)
              OR MES-VL-GRAVADOS(WS-IDX-MES)
                                  NOT = MES-VL-SELEC(WS-IDX-MES)
               MOVE 1 TO CONFERENCIA
               MOVE WS-VL-LIDOS-ARQ TO WS-TOTAL-ED
               DISPLAY 'ERRO - ' WS-NOME-ARQ ' NAO CONFERE: '
                       WS-QT-LIDOS-ARQ ' ' WS-TOTAL-ED
           END-IF.

       RESTAURA-MES.
           IF MES-ALTERADO(WS-IDX-MES) = 1
               MOVE MES-ANO-MES(WS-IDX-MES) TO WS-ANO-MES-ARQ
               PERFORM RESTAURA-ARQUIVO-MES
           END-IF.

       RESTAURA-ARQUIVO-MES.
           MOVE ZEROS TO WS-QT-COPIADOS.
           MOVE ZERO  TO FIM-ARQ.
           OPEN INPUT ARQMES.
           IF WS-FS-ARQ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ " - " WS-FS-ARQ
             STOP RUN.
           OPEN OUTPUT ARQTMP.
           IF WS-FS-TMP NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA HISARQ - " WS-FS-TMP
             STOP RUN.
           IF MES-QT-ANTERIOR(WS-IDX-MES) = ZEROS
               MOVE 1 TO FIM-ARQ
           ELSE
               READ ARQMES AT END MOVE 1 TO FIM-ARQ
               END-READ
           END-IF.
           PERFORM SALVA-ANTERIOR UNTIL FIM-ARQ = 1.
           CLOSE ARQMES
                 ARQTMP.

           MOVE ZERO TO FIM-TMP.
           OPEN OUTPUT ARQMES.
           IF WS-FS-ARQ NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ " - " WS-FS-ARQ
             STOP RUN.
           OPEN INPUT ARQTMP.
           IF WS-FS-TMP NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA HISARQ - " WS-FS-TMP
             STOP RUN.
           READ ARQTMP AT END MOVE 1 TO FIM-TMP.
           PERFORM REGRAVA-ANTERIOR UNTIL FIM-TMP = 1.
           CLOSE ARQMES
                 ARQTMP.
           DISPLAY 'AVISO - ' WS-NOME-ARQ ' RESTAURADO COM '
                   WS-QT-COPIADOS ' MOVIMENTOS'.

       SALVA-ANTERIOR.
           MOVE MES-ANO-MES(WS-IDX-MES) TO ANO-MES-TMP.
           MOVE REG-ARQMES TO REG-HIST-TMP.
           WRITE REG-ARQTMP.
           ADD 1 TO WS-QT-COPIADOS.
           IF WS-QT-COPIADOS NOT < MES-QT-ANTERIOR(WS-IDX-MES)
               MOVE 1 TO FIM-ARQ
           ELSE
               READ ARQMES AT END MOVE 1 TO FIM-ARQ
               END-READ
           END-IF.

       REGRAVA-ANTERIOR.
           MOVE REG-HIST-TMP TO REG-ARQMES.
           WRITE REG-ARQMES.
           READ ARQTMP AT END MOVE 1 TO FIM-TMP.

       EXPURGA-HISTORICO.
           MOVE ZERO TO FIM-HIS.
           OPEN I-O MOVHIST.
           IF WS-FS-HIS NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVHIST - " WS-FS-HIS
             STOP RUN.
           READ MOVHIST NEXT AT END MOVE 1 TO FIM-HIS.
           PERFORM EXPURGA-MOVIMENTO UNTIL FIM-HIS = 1.
           CLOSE MOVHIST.
           IF NOT EXPURGO-PENDENTE
              AND (WS-CONT-EXPURGADOS NOT = WS-CONT-SELECIONADOS
                OR WS-TOTAL-EXPURGADO NOT = WS-TOTAL-SELECIONADO)
               MOVE WS-TOTAL-EXPURGADO TO WS-TOTAL-ED
               DISPLAY 'ERRO - EXPURGO NAO CONFERE COM O ARQUIVAMENTO: '
                       WS-CONT-EXPURGADOS ' ' WS-TOTAL-ED
               DISPLAY 'ARQUIVAMENTO ATE ' WS-DATA-CORTE ' EM ABERTO '
                       '- REEXECUTAR PARA CONCLUIR O EXPURGO'
               STOP RUN
           END-IF.

       EXPURGA-MOVIMENTO.
           IF DATA-MOV-HIST < WS-DATA-CORTE
              AND DATA-POST-HIST < WS-DATA-CORTE
               DELETE MOVHIST
                   INVALID KEY
                       DISPLAY 'ERRO DE EXCLUSAO MOVHIST - ' ID-HIST
                               ' ' DATA-MOV-HIST ' ' NR-SEQ-HIST
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CONT-EXPURGADOS
               ADD MOVIMENTO-HIST TO WS-TOTAL-EXPURGADO
           END-IF
           READ MOVHIST NEXT AT END MOVE 1 TO FIM-HIS.

       GRAVA-EXECUCAO.
           OPEN EXTEND RUNCTL.
           IF WS-FS-CTL EQUAL "35"
               OPEN OUTPUT RUNCTL
           END-IF.
           IF WS-FS-CTL NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA RUNCTL - " WS-FS-CTL
             STOP RUN.
           MOVE 'ARQHIST '         TO PROG-CTL.
           MOVE WS-DATA-CORTE      TO DATA-PROC-CTL.
           MOVE WS-STATUS-EXEC     TO STATUS-CTL.
           MOVE WS-QT-EXEC         TO QT-REG-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

       MARCA-INICIO.
           MOVE 'I'              TO WS-STATUS-EXEC.
           MOVE WS-CONT-GRAVADOS TO WS-QT-EXEC.
           PERFORM GRAVA-EXECUCAO.

       FINALIZA.
           MOVE 'C'                TO WS-STATUS-EXEC.
           MOVE WS-CONT-EXPURGADOS TO WS-QT-EXEC.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'DATA DE CORTE................: ' WS-DATA-CORTE.
           DISPLAY 'MOVIMENTOS DE HISTORICO LIDOS: ' WS-CONT-LIDOS.
           DISPLAY 'MOVIMENTOS ARQUIVADOS........: ' WS-CONT-GRAVADOS.
           MOVE WS-TOTAL-GRAVADO TO WS-TOTAL-ED.
           DISPLAY 'VALOR TOTAL ARQUIVADO........: ' WS-TOTAL-ED.
           DISPLAY 'ARQUIVOS MENSAIS ATUALIZADOS.: ' WS-QTD-MESES.
           DISPLAY 'MOVIMENTOS EXPURGADOS........: '
                                                 WS-CONT-EXPURGADOS.
           MOVE WS-TOTAL-EXPURGADO TO WS-TOTAL-ED.
           DISPLAY 'VALOR TOTAL EXPURGADO........: ' WS-TOTAL-ED.
