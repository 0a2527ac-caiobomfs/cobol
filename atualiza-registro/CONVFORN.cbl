       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFORN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      ***
      *** DEFINE OS ARQUIVOS DE ENTRADA E SAIDA
      ***
       FILE-CONTROL.

           SELECT ARQFAN ASSIGN TO "FORNANT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CDFORNA
             FILE STATUS IS ST-FAN.

           SELECT ARQFOR ASSIGN TO "FORNECE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CDFORNF
             FILE STATUS IS ST-FOR.

           SELECT ARQSAN ASSIGN TO "SAIANT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CDFORNX
             FILE STATUS IS ST-SAN.

           SELECT ARQSAI ASSIGN TO "SAIDA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CDFORNS
             FILE STATUS IS ST-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQFAN.
       01  REG-FORN-ANT.
            05  CDFORNA PIC 9(03).
            05  NMFORMA    PIC  X(30).
            05  NMCIDADEA    PIC  X(30).

       FD  ARQFOR.
       01  REG-FORNECEDOR.
            05  CDFORNF PIC 9(03).
            05  NMFORMF    PIC  X(30).
            05  NMCIDADEF    PIC  X(30).
            05  NRCNPJF    PIC  9(14).
            05  CDBANCOF   PIC  9(03).
            05  CDAGENF    PIC  9(05).
            05  DVAGENF    PIC  X(01).
            05  NRCONTAF   PIC  9(12).
            05  DVCONTAF   PIC  X(01).

       FD  ARQSAN.
       01  REG-SAIDA-ANT.
            05  CDFORNX PIC 9(03).
            05  NMFORMX    PIC  X(30).
            05  NMCIDADEX    PIC  X(30).

       FD  ARQSAI.
       01  REG-SAIDA.
            05  CDFORNS PIC 9(03).
            05  NMFORMS    PIC  X(30).
            05  NMCIDADES    PIC  X(30).
            05  NRCNPJS    PIC  9(14).
            05  CDBANCOS   PIC  9(03).
            05  CDAGENS    PIC  9(05).
            05  DVAGENS    PIC  X(01).
            05  NRCONTAS   PIC  9(12).
            05  DVCONTAS   PIC  X(01).

       WORKING-STORAGE SECTION.

       01 WS-DADOS.
           02  FIM-ARQ      PIC 9(01).
           02  FIM-ARQ1     PIC 9(01).
           02  ST-FAN       PIC X(02).
           02  ST-FOR       PIC X(02).
           02  ST-SAN       PIC X(02).
           02  ST-SAI       PIC X(02).

       01 WS-SAIDA-ANT             PIC X(01) VALUE 'N'.
           88  HA-SAIDA-ANTERIOR   VALUE 'S'.

       01 WS-CONTADORES.
           02  WS-CONT-LIDOS-FOR   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-GRAV-FOR    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LIDOS-SAI   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-GRAV-SAI    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           MOVE ZEROS TO WS-DADOS.
           PERFORM ABRE-ARQ.
           READ ARQFAN AT END MOVE 1 TO FIM-ARQ.
           PERFORM CONVERTE-FORNECEDOR UNTIL FIM-ARQ = 1.
           IF HA-SAIDA-ANTERIOR
              READ ARQSAN AT END MOVE 1 TO FIM-ARQ1
              END-READ
              PERFORM CONVERTE-SAIDA UNTIL FIM-ARQ1 = 1
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.

      ***
      *** O CADASTRO NOVO NAO PODE EXISTIR - A CONVERSAO E FEITA UMA
      *** UNICA VEZ, A PARTIR DO CADASTRO ANTIGO RENOMEADO PARA
      *** FORNANT.DAT (E SAIANT.DAT, SE HOUVER SAIDA PENDENTE)
      ***
       ABRE-ARQ.
           OPEN INPUT ARQFOR.
           IF ST-FOR EQUAL '00'
              CLOSE ARQFOR
              DISPLAY 'ERRO - FORNECE.DAT JA EXISTE NO FORMATO NOVO'
              STOP RUN.

           OPEN INPUT ARQSAI.
           IF ST-SAI EQUAL '00'
              CLOSE ARQSAI
              DISPLAY 'ERRO - SAIDA.DAT JA EXISTE NO FORMATO NOVO'
              STOP RUN.

           OPEN INPUT ARQFAN.
           IF ST-FAN NOT EQUAL '00'
              DISPLAY 'ERRO DE ABERTURA - CAD FORN ANTIGO' ST-FAN
              STOP RUN.

           OPEN INPUT ARQSAN.
           IF ST-SAN EQUAL '00'
              MOVE 'S' TO WS-SAIDA-ANT
           ELSE
              IF ST-SAN NOT EQUAL '35'
                 DISPLAY 'ERRO DE ABERTURA - ARQ SAIDA ANTIGO' ST-SAN
                 STOP RUN.

           OPEN OUTPUT ARQFOR.
           IF ST-FOR NOT EQUAL '00'
              DISPLAY 'ERRO DE ABERTURA - CAD FORNECEDOR' ST-FOR
              STOP RUN.

           IF HA-SAIDA-ANTERIOR
              OPEN OUTPUT ARQSAI
              IF ST-SAI NOT EQUAL '00'
                 DISPLAY 'ERRO DE ABERTURA - ARQ SAIDA' ST-SAI
                 STOP RUN.

       CONVERTE-FORNECEDOR.
           ADD 1 TO WS-CONT-LIDOS-FOR.
           MOVE CDFORNA   TO CDFORNF.
           MOVE NMFORMA   TO NMFORMF.
           MOVE NMCIDADEA TO NMCIDADEF.
           MOVE ZEROS     TO NRCNPJF
                             CDBANCOF
                             CDAGENF
                             NRCONTAF.
           MOVE SPACES    TO DVAGENF
                             DVCONTAF.
           WRITE REG-FORNECEDOR
               INVALID KEY
                   DISPLAY 'ERRO DE GRAVACAO - CAD FORNECEDOR ' CDFORNF
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CONT-GRAV-FOR.
           READ ARQFAN AT END MOVE 1 TO FIM-ARQ.

       CONVERTE-SAIDA.
           ADD 1 TO WS-CONT-LIDOS-SAI.
           MOVE CDFORNX   TO CDFORNS.
           MOVE NMFORMX   TO NMFORMS.
           MOVE NMCIDADEX TO NMCIDADES.
           MOVE ZEROS     TO NRCNPJS
                             CDBANCOS
                             CDAGENS
                             NRCONTAS.
           MOVE SPACES    TO DVAGENS
                             DVCONTAS.
           WRITE REG-SAIDA
               INVALID KEY
                   DISPLAY 'ERRO DE GRAVACAO - ARQ SAIDA ' CDFORNS
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CONT-GRAV-SAI.
           READ ARQSAN AT END MOVE 1 TO FIM-ARQ1.

       FINALIZA.
           CLOSE ARQFAN
                 ARQFOR.
           IF HA-SAIDA-ANTERIOR
              CLOSE ARQSAN
                    ARQSAI
           END-IF.
           DISPLAY 'FORNECEDORES LIDOS...........: ' WS-CONT-LIDOS-FOR.
           DISPLAY 'FORNECEDORES GRAVADOS........: ' WS-CONT-GRAV-FOR.
           DISPLAY 'SAIDA ANTERIOR LIDOS.........: ' WS-CONT-LIDOS-SAI.
           DISPLAY 'SAIDA ANTERIOR GRAVADOS......: ' WS-CONT-GRAV-SAI.
           IF WS-CONT-GRAV-FOR NOT = WS-CONT-LIDOS-FOR
              OR WS-CONT-GRAV-SAI NOT = WS-CONT-LIDOS-SAI
              DISPLAY 'ERRO - TOTAIS DA CONVERSAO NAO CONFEREM'
              STOP RUN
           END-IF.
