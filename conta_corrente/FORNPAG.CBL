              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRM.
           SELECT PARMREM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRE.
           SELECT REMCNAB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CNB.
       DATA DIVISION.
       FILE SECTION.
       FD ORDPAG VALUE OF FILE-ID IS "ORDPAG.DAT".
           03  CDFORNS               PIC 9(03).
           03  NMFORMS               PIC X(30).
           03  NMCIDADES             PIC X(30).
           03  NRCNPJS               PIC 9(14).
           03  CDBANCOS              PIC 9(03).
           03  CDAGENS               PIC 9(05).
           03  DVAGENS               PIC X(01).
           03  NRCONTAS              PIC 9(12).
           03  DVCONTAS              PIC X(01).

       FD MOVENT VALUE OF FILE-ID IS "MOVENT.DAT".
           COPY ENTREG.
       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.

       FD PARMREM VALUE OF FILE-ID IS "PARMREM.DAT".
           COPY REMREG.

       FD REMCNAB VALUE OF FILE-ID IS "REMCNAB.DAT".
           COPY CNBREG.

       WORKING-STORAGE SECTION.
       01 WS-FS-ORD           PIC X(02) VALUE ZEROS.
       01 WS-FS-ORO           PIC X(02) VALUE ZEROS.
       01 WS-FS-REL           PIC X(02) VALUE ZEROS.
       01 WS-FS-SEQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRE           PIC X(02) VALUE ZEROS.
       01 WS-FS-CNB           PIC X(02) VALUE ZEROS.

       01 WS-DATA-PROC        PIC 9(08) VALUE ZEROS.
       01 WS-NR-SEQ-NOVO      PIC 9(06) VALUE ZEROS.
           02  WS-QT-ORDENS-FORN   PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-FORN       PIC 9(13) VALUE ZEROS.

       01 WS-REMESSA.
           02  WS-LOTE-CNAB        PIC 9(04) VALUE 0001.
           02  WS-QT-REG-LOTE      PIC 9(06) VALUE ZEROS.
           02  WS-NR-REG-LOTE      PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-LOTE       PIC 9(18) VALUE ZEROS.
           02  WS-QT-REG-ARQ       PIC 9(06) VALUE ZEROS.
           02  WS-CAMARA-TED       PIC 9(03) VALUE 018.
           02  WS-CAMARA-MESMO-BCO PIC 9(03) VALUE ZEROS.

       01 WS-DATA-AUX.
           02  WS-ANO-AUX           PIC 9(04).
           02  WS-MES-AUX           PIC 9(02).
           02  WS-DIA-AUX           PIC 9(02).

       01 WS-DATA-CNAB.
           02  WS-DIA-CNAB          PIC 9(02).
           02  WS-MES-CNAB          PIC 9(02).
           02  WS-ANO-CNAB          PIC 9(04).

       01 WS-HORA-SISTEMA.
           02  WS-HORA-CNAB         PIC 9(06).
           02  FILLER               PIC 9(02).

       01 WS-CONTADORES.
           02  WS-CONT-GERADOS     PIC 9(05) VALUE ZEROS.
           02  WS-CONT-REJEITADOS  PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARAMETRO-REMESSA.
           PERFORM LE-SEQUENCIA.
           PERFORM CLASSIFICA-ORDENS.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-CABECALHO.
           PERFORM GRAVA-HEADER-ARQUIVO.
           PERFORM GRAVA-HEADER-LOTE.
           READ ORDORD AT END MOVE 1 TO FIM-ORO.
           IF FIM-ORO = ZERO
               MOVE CDFORN-ORO TO WS-FORN-ATUAL
               PERFORM TOTALIZA-FORNECEDOR
           END-IF.
           PERFORM GRAVA-RODAPE.
           PERFORM GRAVA-TRAILER-LOTE.
           PERFORM GRAVA-TRAILER-ARQUIVO.
           PERFORM FINALIZA.
           STOP RUN.

           MOVE DATA-PROC TO WS-DATA-PROC.
           CLOSE PARMPRO.

       LE-PARAMETRO-REMESSA.
           OPEN INPUT PARMREM.
           IF WS-FS-PRE NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA PARMREM - " WS-FS-PRE
             STOP RUN.
           READ PARMREM AT END
               DISPLAY "ERRO - PARMREM.DAT SEM DADOS DA EMPRESA"
               STOP RUN
           END-READ.
           CLOSE PARMREM.

       LE-SEQUENCIA.
           MOVE ZEROS TO WS-NR-SEQ-NOVO.
           OPEN INPUT SEQCTL.
             DISPLAY "ERRO DE ABERTURA RELPAG - " WS-FS-REL
             STOP RUN.

           OPEN OUTPUT REMCNAB.
           IF WS-FS-CNB NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA REMCNAB - " WS-FS-CNB
             STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES        TO REG-ENT.
           MOVE '0'           TO TIPO-REG.
           MOVE ZEROS         TO DADOS-ENT.
           MOVE WS-DATA-PROC  TO DATA-ARQ-ENT.
           MOVE WS-NR-SEQ-NOVO TO NR-SEQ-ENT.
           MOVE 'FORNPAG '    TO OPERADOR-ENT.
           WRITE REG-ENT.

       PROCESSA-ORDEM.
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   IF NRCNPJS = ZEROS
                      OR CDBANCOS = ZEROS
                      OR NRCONTAS = ZEROS
                       MOVE 03 TO CD-MOTIVO-REJ
                       MOVE 'FORNECEDOR SEM CNPJ OU DADOS BANCARIOS' TO
                                                      DS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   ELSE
                       PERFORM GRAVA-DEBITO
                       PERFORM GRAVA-SEGMENTO-A
                       PERFORM GRAVA-SEGMENTO-B
                       PERFORM GRAVA-LINHA-ORDEM
                   END-IF
               END-IF
           END-IF
           READ ORDORD AT END MOVE 1 TO FIM-ORO.
                      DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-RELPAG
               WRITE REG-RELPAG
               MOVE SPACES TO WS-LINHA
               STRING '  CNPJ ' NRCNPJS ' BANCO ' CDBANCOS
                      ' AG ' CDAGENS '-' DVAGENS
                      ' CC ' NRCONTAS '-' DVCONTAS
                      DELIMITED BY SIZE INTO WS-LINHA
               MOVE WS-LINHA TO REG-RELPAG
               WRITE REG-RELPAG
           END-IF.

       GRAVA-DEBITO.
           MOVE 'D'             TO TIPO-MOV-ENT.
           MOVE DATA-ORO        TO DATA-MOV-ENT.
           MOVE WS-CD-TRN-PAGFORN TO CD-TRANSACAO-ENT.
           MOVE ZEROS           TO ID-DEST-ENT.
           MOVE ZEROS           TO REF-ORIG-ENT.
           WRITE REG-ENT.
           ADD 1 TO WS-QT-DET.
           ADD VALOR-ORO TO WS-HASH-DET.
           ADD 1 TO WS-QT-ORDENS-FORN.
           ADD VALOR-ORO TO WS-VALOR-FORN.

       GRAVA-HEADER-ARQUIVO.
           MOVE SPACES               TO REG-CNAB.
           MOVE CD-BANCO-REM         TO BANCO-CNB.
           MOVE ZEROS                TO LOTE-CNB.
           MOVE '0'                  TO TIPO-REG-CNB.
           MOVE 2                    TO TP-INSCRICAO-HDA.
           MOVE CNPJ-EMPRESA-REM     TO NR-INSCRICAO-HDA.
           MOVE CONVENIO-REM         TO CONVENIO-HDA.
           MOVE AGENCIA-EMPRESA-REM  TO AGENCIA-HDA.
           MOVE DV-AGENCIA-EMP-REM   TO DV-AGENCIA-HDA.
           MOVE CONTA-EMPRESA-REM    TO CONTA-HDA.
           MOVE DV-CONTA-EMP-REM     TO DV-CONTA-HDA.
           MOVE NM-EMPRESA-REM       TO NM-EMPRESA-HDA.
           MOVE NM-BANCO-REM         TO NM-BANCO-HDA.
           MOVE 1                    TO CD-REMESSA-HDA.
           MOVE WS-DATA-PROC         TO WS-DATA-AUX.
           PERFORM CONVERTE-DATA-CNAB.
           MOVE WS-DATA-CNAB         TO DATA-GERACAO-HDA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-CNAB         TO HORA-GERACAO-HDA.
           MOVE WS-NR-SEQ-NOVO       TO NSA-HDA.
           MOVE 089                  TO VERSAO-LAYOUT-HDA.
           MOVE 01600                TO DENSIDADE-HDA.
           WRITE REG-CNAB.
           ADD 1 TO WS-QT-REG-ARQ.

       GRAVA-HEADER-LOTE.
           MOVE SPACES               TO REG-CNAB.
           MOVE CD-BANCO-REM         TO BANCO-CNB.
           MOVE WS-LOTE-CNAB         TO LOTE-CNB.
           MOVE '1'                  TO TIPO-REG-CNB.
           MOVE 'C'                  TO OPERACAO-HDL.
           MOVE 20                   TO SERVICO-HDL.
           MOVE 01                   TO FORMA-LANCTO-HDL.
           MOVE 045                  TO VERSAO-LAYOUT-HDL.
           MOVE 2                    TO TP-INSCRICAO-HDL.
           MOVE CNPJ-EMPRESA-REM     TO NR-INSCRICAO-HDL.
           MOVE CONVENIO-REM         TO CONVENIO-HDL.
           MOVE AGENCIA-EMPRESA-REM  TO AGENCIA-HDL.
           MOVE DV-AGENCIA-EMP-REM   TO DV-AGENCIA-HDL.
           MOVE CONTA-EMPRESA-REM    TO CONTA-HDL.
           MOVE DV-CONTA-EMP-REM     TO DV-CONTA-HDL.
           MOVE NM-EMPRESA-REM       TO NM-EMPRESA-HDL.
           MOVE 'PAGAMENTO A FORNECEDORES' TO MENSAGEM-HDL.
           WRITE REG-CNAB.
           ADD 1 TO WS-QT-REG-LOTE.
           ADD 1 TO WS-QT-REG-ARQ.

       GRAVA-SEGMENTO-A.
           ADD 1 TO WS-NR-REG-LOTE.
           MOVE SPACES               TO REG-CNAB.
           MOVE CD-BANCO-REM         TO BANCO-CNB.
           MOVE WS-LOTE-CNAB         TO LOTE-CNB.
           MOVE '3'                  TO TIPO-REG-CNB.
           MOVE WS-NR-REG-LOTE       TO NR-REGISTRO-SGA.
           MOVE 'A'                  TO SEGMENTO-SGA.
           MOVE ZERO                 TO TP-MOVIMENTO-SGA.
           MOVE ZEROS                TO CD-INSTRUCAO-SGA.
           IF CDBANCOS = CD-BANCO-REM
               MOVE WS-CAMARA-MESMO-BCO TO CAMARA-SGA
           ELSE
               MOVE WS-CAMARA-TED       TO CAMARA-SGA
               MOVE '00005'             TO FINALIDADE-TED-SGA
           END-IF.
           MOVE CDBANCOS             TO BANCO-FAV-SGA.
           MOVE CDAGENS              TO AGENCIA-FAV-SGA.
           MOVE DVAGENS              TO DV-AGENCIA-FAV-SGA.
           MOVE NRCONTAS             TO CONTA-FAV-SGA.
           MOVE DVCONTAS             TO DV-CONTA-FAV-SGA.
           MOVE NMFORMS              TO NM-FAVORECIDO-SGA.
           STRING AGENCIA-ORO CONTA-ORO CDFORN-ORO DATA-ORO
                  DELIMITED BY SIZE INTO SEU-NUMERO-SGA.
           MOVE DATA-ORO             TO WS-DATA-AUX.
           PERFORM CONVERTE-DATA-CNAB.
           MOVE WS-DATA-CNAB         TO DATA-PAGTO-SGA.
           MOVE 'BRL'                TO MOEDA-SGA.
           MOVE ZEROS                TO QT-MOEDA-SGA.
           MOVE VALOR-ORO            TO VALOR-PAGTO-SGA.
           MOVE ZEROS                TO DATA-REAL-SGA
                                        VALOR-REAL-SGA
                                        AVISO-SGA.
           WRITE REG-CNAB.
           ADD 1 TO WS-QT-REG-LOTE.
           ADD 1 TO WS-QT-REG-ARQ.
           ADD VALOR-ORO TO WS-VALOR-LOTE.

       GRAVA-SEGMENTO-B.
           ADD 1 TO WS-NR-REG-LOTE.
           MOVE SPACES               TO REG-CNAB.
           MOVE CD-BANCO-REM         TO BANCO-CNB.
           MOVE WS-LOTE-CNAB         TO LOTE-CNB.
           MOVE '3'                  TO TIPO-REG-CNB.
           MOVE WS-NR-REG-LOTE       TO NR-REGISTRO-SGB.
           MOVE 'B'                  TO SEGMENTO-SGB.
           MOVE 2                    TO TP-INSCRICAO-SGB.
           MOVE NRCNPJS              TO NR-INSCRICAO-SGB.
           MOVE NMCIDADES            TO CIDADE-SGB.
           MOVE WS-DATA-CNAB         TO DATA-VENCTO-SGB.
           MOVE VALOR-ORO            TO VALOR-DOCTO-SGB.
           MOVE ZEROS                TO VALOR-ABATIM-SGB
                                        VALOR-DESCTO-SGB
                                        VALOR-MORA-SGB
                                        VALOR-MULTA-SGB.
           WRITE REG-CNAB.
           ADD 1 TO WS-QT-REG-LOTE.
           ADD 1 TO WS-QT-REG-ARQ.

       CONVERTE-DATA-CNAB.
           MOVE WS-DIA-AUX TO WS-DIA-CNAB.
           MOVE WS-MES-AUX TO WS-MES-CNAB.
           MOVE WS-ANO-AUX TO WS-ANO-CNAB.

       GRAVA-LINHA-ORDEM.
           MOVE VALOR-ORO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-HASH-DET TO HASH-ENT.
           WRITE REG-ENT.

       GRAVA-TRAILER-LOTE.
           ADD 1 TO WS-QT-REG-LOTE.
           MOVE SPACES               TO REG-CNAB.
           MOVE CD-BANCO-REM         TO BANCO-CNB.
           MOVE WS-LOTE-CNAB         TO LOTE-CNB.
           MOVE '5'                  TO TIPO-REG-CNB.
           MOVE WS-QT-REG-LOTE       TO QT-REGISTROS-TRL.
           MOVE WS-VALOR-LOTE        TO VALOR-TOTAL-TRL.
           MOVE ZEROS                TO QT-MOEDA-TRL
                                        NR-AVISO-TRL.
           WRITE REG-CNAB.
           ADD 1 TO WS-QT-REG-ARQ.

       GRAVA-TRAILER-ARQUIVO.
           ADD 1 TO WS-QT-REG-ARQ.
           MOVE SPACES               TO REG-CNAB.
           MOVE CD-BANCO-REM         TO BANCO-CNB.
           MOVE 9999                 TO LOTE-CNB.
           MOVE '9'                  TO TIPO-REG-CNB.
           MOVE 1                    TO QT-LOTES-TRA.
           MOVE WS-QT-REG-ARQ        TO QT-REGISTROS-TRA.
           MOVE ZEROS                TO QT-CONTAS-TRA.
           WRITE REG-CNAB.

       FINALIZA.
           CLOSE ORDORD
                 ARQSAI
                 MOVENT
                 ORDPREJ
                 ARREL
                 REMCNAB.
           DISPLAY 'ARQUIVO DE PAGAMENTOS ' WS-NR-SEQ-NOVO
                   ' GERADO PARA ' WS-DATA-PROC.
           DISPLAY 'FORNECEDORES PAGOS...........: ' WS-CONT-FORNECS.
           DISPLAY 'DEBITOS GERADOS..............: ' WS-CONT-GERADOS.
           DISPLAY 'REGISTROS NA REMESSA CNAB....: ' WS-QT-REG-ARQ.
           DISPLAY 'ORDENS REJEITADAS............: '
                                                 WS-CONT-REJEITADOS.
