              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-TRN
              FILE STATUS IS WS-FS-TRN.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT CADFER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHAVE-FER
              FILE STATUS IS WS-FS-FER.
           SELECT SEQCTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.
           SELECT PARMALC ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ALC.
           SELECT MOVAPR ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-APR
              FILE STATUS IS WS-FS-APR.
           SELECT EDTRAB ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
               ==MES-MOV==      BY ==MES-MOV-PEND==
               ==DIA-MOV==      BY ==DIA-MOV-PEND==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-PEND==
               ==NR-REAPRES==   BY ==NR-REAPRES-PEND==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-PEND==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-PEND==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-PEND==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-PEND==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-PEND==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-PEND==.

       FD MOVENC VALUE OF FILE-ID IS "MOVENC.DAT".
           COPY MOVREG REPLACING
               ==MES-MOV==      BY ==MES-MOV-ENC==
               ==DIA-MOV==      BY ==DIA-MOV-ENC==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-ENC==
               ==NR-REAPRES==   BY ==NR-REAPRES-ENC==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-ENC==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-ENC==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-ENC==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-ENC==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-ENC==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-ENC==.

       FD MOVNSF VALUE OF FILE-ID IS "MOVNSF.DAT".
           COPY NSFREG.
               ==SALDO-TENTATIVA-NSF== BY ==SALDO-TENT-NSF-ESG==
               ==LIMITE-NSF==          BY ==LIMITE-NSF-ESG==
               ==DS-MOTIVO-NSF==       BY ==DS-MOTIVO-NSF-ESG==
               ==NR-REAPRES-NSF==      BY ==NR-REAPRES-NSF-ESG==
               ==ID-CONTRA-NSF==       BY ==ID-CONTRA-NSF-ESG==
               ==AGENCIA-CONTRA-NSF==  BY ==AGENCIA-CONTRA-NSF-ESG==
               ==CONTA-CONTRA-NSF==    BY ==CONTA-CONTRA-NSF-ESG==
               ==REF-ORIG-NSF==        BY ==REF-ORIG-NSF-ESG==
               ==DATA-ORIG-NSF==       BY ==DATA-ORIG-NSF-ESG==
               ==CD-TRN-ORIG-NSF==     BY ==CD-TRN-ORIG-NSF-ESG==.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.
       FD TRNCOD VALUE OF FILE-ID IS "TRNCOD.DAT".
           COPY TRNREG.

       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
           COPY CLIREG.

       FD CADFER VALUE OF FILE-ID IS "FERIADO.DAT".
           COPY FERREG.

       FD MOVEREJ VALUE OF FILE-ID IS "MOVEREJ.DAT".
       01 REG-MOVEREJ.
           03  DADOS-REJ             PIC X(52).
           03  CD-MOTIVO-REJ         PIC 9(02).
           03  DS-MOTIVO-REJ         PIC X(40).
           03  OPERADOR-REJ          PIC X(08).

       FD SEQCTL VALUE OF FILE-ID IS "SEQCTL.DAT".
       01 REG-SEQCTL.
       FD RUNCTL VALUE OF FILE-ID IS "RUNCTL.DAT".
           COPY CTLREG.

       FD PARMALC VALUE OF FILE-ID IS "PARMALC.DAT".
           COPY ALCREG.

       FD MOVAPR VALUE OF FILE-ID IS "MOVAPR.DAT".
           COPY APRREG.

       SD EDTRAB.
       01 REG-TRAB.
           03  DADOS-TRAB.
               05  DATA-TRAB          PIC 9(08).
               05  CD-TRANS-TRAB      PIC 9(04).
               05  NR-REAPRES-TRAB    PIC 9(02).
               05  ID-CONTRA-TRAB.
                   07  AGENCIA-CONTRA-TRAB PIC 9(03).
                   07  CONTA-CONTRA-TRAB  PIC 9(06).
               05  REF-ORIG-TRAB.
                   07  DATA-ORIG-TRAB     PIC 9(08).
                   07  CD-TRN-ORIG-TRAB   PIC 9(04).
           03  OPERADOR-TRAB         PIC X(08).
           03  NR-LIB-TRAB           PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-FS-ENT           PIC X(02) VALUE ZEROS.
       01 WS-FS-MVE           PIC X(02) VALUE ZEROS.
       01 WS-FS-REJ           PIC X(02) VALUE ZEROS.
       01 WS-FS-TRN           PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-FS-NSF           PIC X(02) VALUE ZEROS.
       01 WS-FS-ESG           PIC X(02) VALUE ZEROS.
       01 WS-FS-PRM           PIC X(02) VALUE ZEROS.
       01 WS-FS-SEQ           PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL           PIC X(02) VALUE ZEROS.
       01 WS-FS-FER           PIC X(02) VALUE ZEROS.
       01 WS-FS-ALC           PIC X(02) VALUE ZEROS.
       01 WS-FS-APR           PIC X(02) VALUE ZEROS.

       01 WS-SWITCHES.
           02  FIM-ENT         PIC 9(01) VALUE ZERO.
           02  POSTAGEM-FEITA  PIC 9(01) VALUE ZERO.
           02  ACHOU-TRN       PIC 9(01) VALUE ZERO.
               88  TRANSACAO-ENCONTRADA VALUE 1.
           02  ACHOU-ORIGEM    PIC 9(01) VALUE ZERO.
               88  ORIGEM-ENCONTRADA    VALUE 1.
           02  ACHOU-DESTINO   PIC 9(01) VALUE ZERO.
               88  DESTINO-ENCONTRADO   VALUE 1.
           02  TEM-CADFER      PIC 9(01) VALUE ZERO.
               88  CALENDARIO-DISPONIVEL VALUE 1.
           02  DIA-UTIL        PIC 9(01) VALUE ZERO.
               88  DATA-DIA-UTIL        VALUE 1.
           02  DATA-CAL-OK     PIC 9(01) VALUE ZERO.
               88  DATA-CAL-VALIDA      VALUE 1.
           02  FIM-ALC         PIC 9(01) VALUE ZERO.
           02  FIM-APR         PIC 9(01) VALUE ZERO.
           02  TEM-ALCADA      PIC 9(01) VALUE ZERO.
               88  ALCADA-DISPONIVEL    VALUE 1.
           02  ACHOU-ALC       PIC 9(01) VALUE ZERO.
               88  ALCADA-ENCONTRADA    VALUE 1.
           02  EXCEDE-ALC      PIC 9(01) VALUE ZERO.
               88  ACIMA-DA-ALCADA      VALUE 1.
           02  ORIGEM-DET      PIC 9(01) VALUE ZERO.
               88  DETALHE-APROVADO     VALUE 1.
           02  REJEITOU-DET    PIC 9(01) VALUE ZERO.
               88  DETALHE-REJEITADO    VALUE 1.

       01 WS-CALENDARIO.
           02  WS-DATA-CAL             PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CAL-R REDEFINES WS-DATA-CAL.
               03  WS-ANO-CAL          PIC 9(04).
               03  WS-MES-CAL          PIC 9(02).
               03  WS-DIA-CAL          PIC 9(02).
           02  WS-AGENCIA-CAL          PIC 9(03) VALUE ZEROS.
           02  WS-AGENCIA-CONTRA-CAL   PIC 9(03) VALUE ZEROS.
           02  WS-ULTIMO-DIA-CAL       PIC 9(02) VALUE ZEROS.
           02  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
               88  FIM-DE-SEMANA           VALUE 0 1.
           02  WS-ANO-ZEL              PIC 9(04) VALUE ZEROS.
           02  WS-MES-ZEL              PIC 9(02) VALUE ZEROS.
           02  WS-SECULO-ZEL           PIC 9(02) VALUE ZEROS.
           02  WS-ANO-SEC-ZEL          PIC 9(02) VALUE ZEROS.
           02  WS-TERMO-MES-ZEL        PIC 9(02) VALUE ZEROS.
           02  WS-TERMO-ANO-ZEL        PIC 9(02) VALUE ZEROS.
           02  WS-TERMO-SEC-ZEL        PIC 9(02) VALUE ZEROS.
           02  WS-SOMA-ZEL             PIC 9(04) VALUE ZEROS.
           02  WS-QUOC-CAL             PIC 9(04) VALUE ZEROS.
           02  WS-RESTO-CAL            PIC 9(03) VALUE ZEROS.

       01 WS-DIAS-MES-INI      PIC X(24)
                               VALUE '312831303130313130313031'.
       01 WS-TAB-DIAS-MES REDEFINES WS-DIAS-MES-INI.
           02  WS-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.

       01 WS-CODIGOS-TRANSACAO.
           02  WS-CD-TRN-TRF-ENV   PIC 9(04) VALUE 9004.
           02  WS-CD-TRN-TRF-REC   PIC 9(04) VALUE 9005.
           02  WS-CD-TRN-EST-CRED  PIC 9(04) VALUE 9006.
           02  WS-CD-TRN-EST-DEB   PIC 9(04) VALUE 9007.

       01 WS-CABECALHO.
           02  WS-DATA-ARQ         PIC 9(08) VALUE ZEROS.
           02  WS-NR-SEQ           PIC 9(06) VALUE ZEROS.
           02  WS-ULT-SEQ          PIC 9(06) VALUE ZEROS.
           02  WS-OPERADOR         PIC X(08) VALUE SPACES.
           02  WS-NR-ITEM          PIC 9(07) VALUE ZEROS.

       01 WS-DATA-PROC         PIC 9(08) VALUE ZEROS.

       01 WS-ALCADAS.
           02  WS-QTD-ALC           PIC 9(03) VALUE ZEROS.
           02  WS-TAB-ALC OCCURS 200 TIMES INDEXED BY WS-IDX-ALC.
               03  ALC-CHAVE.
                   05  ALC-CD-TRN     PIC 9(04).
                   05  ALC-AGENCIA    PIC 9(03).
               03  ALC-VALOR-LIMITE  PIC 9(09).

       01 WS-CHAVE-ALC.
           02  WS-CD-TRN-ALC        PIC 9(04) VALUE ZEROS.
           02  WS-AGENCIA-ALC       PIC 9(03) VALUE ZEROS.
       01 WS-LIMITE-ALC         PIC 9(09) VALUE ZEROS.

       01 WS-APROVADOS.
           02  WS-QTD-LIB           PIC 9(03) VALUE ZEROS.
           02  WS-APR-EXCEDENTES    PIC 9(05) VALUE ZEROS.
           02  WS-TAB-LIB OCCURS 500 TIMES INDEXED BY WS-IDX-LIB.
               03  LIB-CHAVE-APR     PIC X(21).
               03  LIB-SITUACAO      PIC X(01).
               03  LIB-CD-MOTIVO     PIC 9(02).
               03  LIB-DS-MOTIVO     PIC X(40).

       01 WS-REJEITO-DET.
           02  WS-CD-MOTIVO-DET     PIC 9(02) VALUE ZEROS.
           02  WS-DS-MOTIVO-DET     PIC X(40) VALUE SPACES.

       01 WS-ULT-LIBERACAO     PIC 9(08) VALUE ZEROS.

           02  WS-HASH-CALC        PIC 9(15) VALUE ZEROS.
           02  WS-VALOR-ABS        PIC 9(09) VALUE ZEROS.

       01 WS-REG-ANTERIOR      PIC X(54) VALUE SPACES.

       01 WS-MAX-REAPRES       PIC 9(02) VALUE ZEROS.

           02  WS-CONT-CARREGADOS  PIC 9(07) VALUE ZEROS.
           02  WS-CONT-REAPRES     PIC 9(07) VALUE ZEROS.
           02  WS-CONT-ESGOTADOS   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-TRANSFER    PIC 9(07) VALUE ZEROS.
           02  WS-CONT-DATAS-AJUST PIC 9(07) VALUE ZEROS.
           02  WS-CONT-RETIDOS     PIC 9(07) VALUE ZEROS.
           02  WS-CONT-APROVADOS   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-APR-INVALID PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
               ON ASCENDING KEY VALOR-TRAB
               ON ASCENDING KEY TIPO-TRAB
               ON ASCENDING KEY CD-TRANS-TRAB
               ON ASCENDING KEY ID-CONTRA-TRAB
               ON ASCENDING KEY REF-ORIG-TRAB
               INPUT PROCEDURE IS CARREGA-ENTRADA THRU FIM-CARREGA
               OUTPUT PROCEDURE IS LIBERA-SAIDA THRU FIM-LIBERA.
           PERFORM FINALIZA.
               STOP RUN
           END-READ.
           MOVE QT-MAX-REAPRES TO WS-MAX-REAPRES.
           MOVE DATA-PROC      TO WS-DATA-PROC.
           CLOSE PARMPRO.

       LE-SEQUENCIA.
               ELSE
                   MOVE DATA-ARQ-ENT TO WS-DATA-ARQ
                   MOVE NR-SEQ-ENT   TO WS-NR-SEQ
                   MOVE OPERADOR-ENT TO WS-OPERADOR
                   IF WS-OPERADOR = SPACES
                       DISPLAY 'ERRO - OPERADOR NAO INFORMADO NO '
                               'CABECALHO DE MOVENT.DAT'
                       MOVE 1 TO ARQ-COM-ERRO
                   END-IF
                   IF WS-NR-SEQ NOT > WS-ULT-SEQ
                       DISPLAY 'ERRO - ARQUIVO DE SEQUENCIA ' WS-NR-SEQ
                               ' JA PROCESSADO (ULTIMA SEQUENCIA '
             DISPLAY "ERRO DE ABERTURA NSFESG - " WS-FS-ESG
             STOP RUN.

           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
             STOP RUN.

           MOVE 0 TO TEM-CADFER.
           OPEN INPUT CADFER.
           IF WS-FS-FER EQUAL "00"
               MOVE 1 TO TEM-CADFER
           ELSE
               IF WS-FS-FER NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA FERIADO - " WS-FS-FER
                 STOP RUN
               END-IF
           END-IF.

           OPEN I-O MOVAPR.
           IF WS-FS-APR EQUAL "35"
               OPEN OUTPUT MOVAPR
               CLOSE MOVAPR
               OPEN I-O MOVAPR
           END-IF.
           IF WS-FS-APR NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA MOVAPR - " WS-FS-APR
             STOP RUN.

           PERFORM CARREGA-ALCADAS.

       CARREGA-ALCADAS.
           MOVE 0 TO TEM-ALCADA FIM-ALC.
           MOVE ZEROS TO WS-QTD-ALC.
           OPEN INPUT PARMALC.
           IF WS-FS-ALC EQUAL "00"
               MOVE 1 TO TEM-ALCADA
               READ PARMALC AT END MOVE 1 TO FIM-ALC
               END-READ
               PERFORM GUARDA-ALCADA UNTIL FIM-ALC = 1
               CLOSE PARMALC
           ELSE
               IF WS-FS-ALC NOT EQUAL "35"
                 DISPLAY "ERRO DE ABERTURA PARMALC - " WS-FS-ALC
                 STOP RUN
               END-IF
               DISPLAY 'AVISO - PARMALC.DAT AUSENTE - MOVIMENTOS '
                       'LIBERADOS SEM LIMITE DE ALCADA'
           END-IF.

       GUARDA-ALCADA.
           EVALUATE TRUE
               WHEN REG-PRAZO-ALC
                   CONTINUE
               WHEN REG-LIMITE-ALC
                   MOVE CD-TRN-ALC TO CD-TRN
                   READ TRNCOD
                       INVALID KEY
                           DISPLAY 'ERRO - TRANSACAO ' CD-TRN-ALC
                                   ' DE PARMALC.DAT NAO CADASTRADA '
                                   'EM TRNCOD.DAT'
                           STOP RUN
                   END-READ
                   IF WS-QTD-ALC < 200
                       ADD 1 TO WS-QTD-ALC
                       SET WS-IDX-ALC TO WS-QTD-ALC
                       MOVE CD-TRN-ALC       TO ALC-CD-TRN(WS-IDX-ALC)
                       MOVE AGENCIA-ALC      TO ALC-AGENCIA(WS-IDX-ALC)
                       MOVE VALOR-LIMITE-ALC TO
                                         ALC-VALOR-LIMITE(WS-IDX-ALC)
                   ELSE
                       DISPLAY 'ERRO - LIMITES DE ALCADA ACIMA DO '
                               'TAMANHO DA TABELA'
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO - TIPO DE REGISTRO INVALIDO EM '
                           'PARMALC.DAT'
                   STOP RUN
           END-EVALUATE
           READ PARMALC AT END MOVE 1 TO FIM-ALC.

       CARREGA-ENTRADA.
           MOVE ZERO TO FIM-ENT TEM-RODAPE ORIGEM-DET.
           MOVE ZEROS TO WS-NR-ITEM.
           OPEN INPUT MOVENT.
           IF WS-FS-ENT NOT EQUAL "00"
             DISPLAY "ERRO DE RELEITURA MOVENT - " WS-FS-ENT
           PERFORM CARREGA-PENDENTES.
           PERFORM CARREGA-ENCARGOS.
           PERFORM CARREGA-REAPRESENTACOES.
           PERFORM CARREGA-APROVADOS.
       FIM-CARREGA.
           EXIT.

       TRATA-REGISTRO.
           IF REG-DETALHE
               ADD 1 TO WS-NR-ITEM
               PERFORM VALIDA-DETALHE
           END-IF
           READ MOVENT AT END MOVE 1 TO FIM-ENT.

       VALIDA-DETALHE.
           PERFORM LOCALIZA-TRANSACAO.
           IF TIPO-MOV-ENT = 'T'
               PERFORM LOCALIZA-CONTAS-TRANSF
           END-IF.
           PERFORM VERIFICA-ALCADA.
           EVALUATE TRUE
               WHEN MOVIMENTO-ENT = ZEROS
                   MOVE 11 TO CD-MOTIVO-REJ
                   MOVE 13 TO CD-MOTIVO-REJ
                   MOVE 'CREDITO COM VALOR NEGATIVO' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT = 'T' AND MOVIMENTO-ENT < ZEROS
                   MOVE 17 TO CD-MOTIVO-REJ
                   MOVE 'TRANSFERENCIA COM VALOR NEGATIVO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT NOT = 'D' AND TIPO-MOV-ENT NOT = 'C'
                    AND TIPO-MOV-ENT NOT = 'T'
                   MOVE 14 TO CD-MOTIVO-REJ
                   MOVE 'TIPO DE MOVIMENTO INVALIDO' TO DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
                   MOVE 'CODIGO DE TRANSACAO NAO CADASTRADO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT = 'T'
                    AND CD-TRANSACAO-ENT NOT = WS-CD-TRN-TRF-ENV
                   MOVE 18 TO CD-MOTIVO-REJ
                   MOVE 'CODIGO INCOMPATIVEL COM TRANSFERENCIA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT NOT = 'T'
                    AND (CD-TRANSACAO-ENT = WS-CD-TRN-TRF-ENV
                      OR CD-TRANSACAO-ENT = WS-CD-TRN-TRF-REC)
                   MOVE 18 TO CD-MOTIVO-REJ
                   MOVE 'CODIGO EXCLUSIVO DE TRANSFERENCIA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT = 'T' AND NOT ORIGEM-ENCONTRADA
                   MOVE 19 TO CD-MOTIVO-REJ
                   MOVE 'CONTA DE ORIGEM NAO CADASTRADA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT = 'T' AND NOT DESTINO-ENCONTRADO
                   MOVE 20 TO CD-MOTIVO-REJ
                   MOVE 'CONTA DE DESTINO NAO CADASTRADA' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN TIPO-MOV-ENT = 'T' AND ID-DEST-ENT = ID-ENT
                   MOVE 21 TO CD-MOTIVO-REJ
                   MOVE 'CONTA DE DESTINO IGUAL A DE ORIGEM' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN (CD-TRANSACAO-ENT = WS-CD-TRN-EST-CRED
                  OR CD-TRANSACAO-ENT = WS-CD-TRN-EST-DEB)
                AND (DATA-ORIG-ENT = ZEROS
                  OR CD-TRN-ORIG-ENT = ZEROS)
                   MOVE 22 TO CD-MOTIVO-REJ
                   MOVE 'ESTORNO SEM REFERENCIA DO ORIGINAL' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN CD-TRANSACAO-ENT = WS-CD-TRN-EST-CRED
                AND TIPO-MOV-ENT NOT = 'D'
                   MOVE 23 TO CD-MOTIVO-REJ
                   MOVE 'ESTORNO DE CREDITO DEVE SER DEBITO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN CD-TRANSACAO-ENT = WS-CD-TRN-EST-DEB
                AND TIPO-MOV-ENT NOT = 'C'
                   MOVE 23 TO CD-MOTIVO-REJ
                   MOVE 'ESTORNO DE DEBITO DEVE SER CREDITO' TO
                                                      DS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               WHEN ACIMA-DA-ALCADA
                   PERFORM RETEM-DETALHE
               WHEN TIPO-MOV-ENT = 'T'
                   PERFORM LIBERA-TRANSFERENCIA
               WHEN OTHER
                   PERFORM AJUSTA-DATA-VALOR
                   MOVE ID-ENT           TO ID-TRAB
                   MOVE MOVIMENTO-ENT    TO VALOR-TRAB
                   MOVE TIPO-MOV-ENT     TO TIPO-TRAB
                   MOVE WS-DATA-CAL      TO DATA-TRAB
                   MOVE CD-TRANSACAO-ENT TO CD-TRANS-TRAB
                   MOVE ZEROS TO NR-REAPRES-TRAB
                   MOVE ZEROS TO ID-CONTRA-TRAB
                   MOVE REF-ORIG-ENT     TO REF-ORIG-TRAB
                   PERFORM INFORMA-OPERADOR
                   RELEASE REG-TRAB
           END-EVALUATE.

       VERIFICA-ALCADA.
           MOVE 0 TO EXCEDE-ALC ACHOU-ALC.
           IF ALCADA-DISPONIVEL AND NOT DETALHE-APROVADO
               MOVE CD-TRANSACAO-ENT TO WS-CD-TRN-ALC
               MOVE AGENCIA-ENT      TO WS-AGENCIA-ALC
               PERFORM PROCURA-ALCADA
               IF NOT ALCADA-ENCONTRADA
                   MOVE ZEROS TO WS-AGENCIA-ALC
                   PERFORM PROCURA-ALCADA
               END-IF
               IF ALCADA-ENCONTRADA
                   IF MOVIMENTO-ENT < ZEROS
                       COMPUTE WS-VALOR-ABS = ZERO - MOVIMENTO-ENT
                   ELSE
                       MOVE MOVIMENTO-ENT TO WS-VALOR-ABS
                   END-IF
                   IF WS-VALOR-ABS > WS-LIMITE-ALC
                       MOVE 1 TO EXCEDE-ALC
                   END-IF
               END-IF
           END-IF.

       PROCURA-ALCADA.
           MOVE 0 TO ACHOU-ALC.
           SET WS-IDX-ALC TO 1.
           PERFORM TESTA-ALCADA
               UNTIL ALCADA-ENCONTRADA OR WS-IDX-ALC > WS-QTD-ALC.

       TESTA-ALCADA.
           IF ALC-CHAVE(WS-IDX-ALC) = WS-CHAVE-ALC
               MOVE 1 TO ACHOU-ALC
               MOVE ALC-VALOR-LIMITE(WS-IDX-ALC) TO WS-LIMITE-ALC
           ELSE
               SET WS-IDX-ALC UP BY 1
           END-IF.

       RETEM-DETALHE.
           MOVE WS-DATA-ARQ   TO DATA-ARQ-APR.
           MOVE WS-NR-SEQ     TO NR-SEQ-APR.
           MOVE WS-NR-ITEM    TO NR-ITEM-APR.
           MOVE DET-ENT       TO DET-APR.
           MOVE WS-LIMITE-ALC TO VALOR-LIMITE-APR.
           IF OPERADOR-DET-ENT NOT = SPACES
               MOVE OPERADOR-DET-ENT TO OPERADOR-ENT-APR
           ELSE
               MOVE WS-OPERADOR      TO OPERADOR-ENT-APR
           END-IF.
           MOVE WS-DATA-PROC  TO DATA-RETENCAO-APR.
           MOVE 'P'           TO SITUACAO-APR.
           MOVE SPACES        TO OPERADOR-DEC-APR
                                 DS-MOTIVO-DEC-APR.
           MOVE ZEROS         TO DATA-DECISAO-APR
                                 DATA-LIBERACAO-APR
                                 CD-MOTIVO-LIB-APR.
           MOVE SPACES        TO DS-MOTIVO-LIB-APR.
           WRITE REG-MOVAPR
               INVALID KEY
                   DISPLAY 'AVISO - ITEM ' WS-NR-ITEM ' DO ARQUIVO '
                           WS-NR-SEQ ' JA RETIDO PARA APROVACAO'
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-RETIDOS
           END-WRITE.

       LOCALIZA-CONTAS-TRANSF.
           MOVE 0 TO ACHOU-ORIGEM ACHOU-DESTINO.
           MOVE ID-ENT TO ID-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-ORIGEM
               NOT INVALID KEY MOVE 1 TO ACHOU-ORIGEM
           END-READ.
           MOVE ID-DEST-ENT TO ID-CLI.
           READ CADCLI
               INVALID KEY MOVE 0 TO ACHOU-DESTINO
               NOT INVALID KEY MOVE 1 TO ACHOU-DESTINO
           END-READ.

       INFORMA-OPERADOR.
           IF OPERADOR-DET-ENT NOT = SPACES
               MOVE OPERADOR-DET-ENT TO OPERADOR-TRAB
           ELSE
               MOVE WS-OPERADOR      TO OPERADOR-TRAB
           END-IF.
           IF DETALHE-APROVADO
               MOVE WS-QTD-LIB TO NR-LIB-TRAB
           ELSE
               MOVE ZEROS      TO NR-LIB-TRAB
           END-IF.

       LIBERA-TRANSFERENCIA.
           PERFORM AJUSTA-DATA-VALOR.
           PERFORM INFORMA-OPERADOR.
           MOVE ID-ENT            TO ID-TRAB.
           COMPUTE VALOR-TRAB = ZERO - MOVIMENTO-ENT.
           MOVE 'D'               TO TIPO-TRAB.
           MOVE WS-DATA-CAL       TO DATA-TRAB.
           MOVE WS-CD-TRN-TRF-ENV TO CD-TRANS-TRAB.
           MOVE ZEROS             TO NR-REAPRES-TRAB.
           MOVE ID-DEST-ENT       TO ID-CONTRA-TRAB.
           MOVE ZEROS             TO REF-ORIG-TRAB.
           RELEASE REG-TRAB.
           MOVE ID-DEST-ENT       TO ID-TRAB.
           MOVE MOVIMENTO-ENT     TO VALOR-TRAB.
           MOVE 'C'               TO TIPO-TRAB.
           MOVE WS-DATA-CAL       TO DATA-TRAB.
           MOVE WS-CD-TRN-TRF-REC TO CD-TRANS-TRAB.
           MOVE ZEROS             TO NR-REAPRES-TRAB.
           MOVE ID-ENT            TO ID-CONTRA-TRAB.
           MOVE ZEROS             TO REF-ORIG-TRAB.
           RELEASE REG-TRAB.
           ADD 1 TO WS-CONT-TRANSFER.

       AJUSTA-DATA-VALOR.
           MOVE DATA-MOV-ENT TO WS-DATA-CAL.
           MOVE AGENCIA-ENT  TO WS-AGENCIA-CAL.
           IF TIPO-MOV-ENT = 'T'
               MOVE AGENCIA-DEST-ENT TO WS-AGENCIA-CONTRA-CAL
           ELSE
               MOVE ZEROS TO WS-AGENCIA-CONTRA-CAL
           END-IF.
           PERFORM AJUSTA-DIA-UTIL.
           IF WS-DATA-CAL NOT = DATA-MOV-ENT
               ADD 1 TO WS-CONT-DATAS-AJUST
           END-IF.

       AJUSTA-DIA-UTIL.
           PERFORM VALIDA-DATA-CAL.
           IF DATA-CAL-VALIDA
               PERFORM VERIFICA-DIA-UTIL
               PERFORM AVANCA-DIA-UTIL UNTIL DATA-DIA-UTIL
           END-IF.

       AVANCA-DIA-UTIL.
           PERFORM SOMA-UM-DIA.
           PERFORM VERIFICA-DIA-UTIL.

       VALIDA-DATA-CAL.
           MOVE 0 TO DATA-CAL-OK.
           IF WS-DATA-CAL IS NUMERIC
              AND WS-ANO-CAL > 1900
              AND WS-MES-CAL > ZERO AND WS-MES-CAL < 13
              AND WS-DIA-CAL > ZERO
               PERFORM CALCULA-ULTIMO-DIA-CAL
               IF WS-DIA-CAL NOT > WS-ULTIMO-DIA-CAL
                   MOVE 1 TO DATA-CAL-OK
               END-IF
           END-IF.

       VERIFICA-DIA-UTIL.
           MOVE 1 TO DIA-UTIL.
           PERFORM CALCULA-DIA-SEMANA.
           IF FIM-DE-SEMANA
               MOVE 0 TO DIA-UTIL
           ELSE
               IF CALENDARIO-DISPONIVEL
                   MOVE ZEROS TO AGENCIA-FER
                   PERFORM PROCURA-FERIADO
                   IF DATA-DIA-UTIL AND WS-AGENCIA-CAL NOT = ZEROS
                       MOVE WS-AGENCIA-CAL TO AGENCIA-FER
                       PERFORM PROCURA-FERIADO
                   END-IF
                   IF DATA-DIA-UTIL
                      AND WS-AGENCIA-CONTRA-CAL NOT = ZEROS
                       MOVE WS-AGENCIA-CONTRA-CAL TO AGENCIA-FER
                       PERFORM PROCURA-FERIADO
                   END-IF
               END-IF
           END-IF.

       PROCURA-FERIADO.
           MOVE WS-DATA-CAL TO DATA-FER.
           READ CADFER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 0 TO DIA-UTIL
           END-READ.

       CALCULA-DIA-SEMANA.
           MOVE WS-ANO-CAL TO WS-ANO-ZEL.
           MOVE WS-MES-CAL TO WS-MES-ZEL.
           IF WS-MES-ZEL < 3
               ADD 12 TO WS-MES-ZEL
               SUBTRACT 1 FROM WS-ANO-ZEL
           END-IF.
           DIVIDE WS-ANO-ZEL BY 100 GIVING WS-SECULO-ZEL
                                    REMAINDER WS-ANO-SEC-ZEL.
           COMPUTE WS-TERMO-MES-ZEL = (13 * (WS-MES-ZEL + 1)) / 5.
           DIVIDE WS-ANO-SEC-ZEL BY 4 GIVING WS-TERMO-ANO-ZEL.
           DIVIDE WS-SECULO-ZEL BY 4 GIVING WS-TERMO-SEC-ZEL.
           COMPUTE WS-SOMA-ZEL = WS-DIA-CAL + WS-TERMO-MES-ZEL
                               + WS-ANO-SEC-ZEL + WS-TERMO-ANO-ZEL
                               + WS-TERMO-SEC-ZEL + 5 * WS-SECULO-ZEL.
           DIVIDE WS-SOMA-ZEL BY 7 GIVING WS-QUOC-CAL
                                   REMAINDER WS-DIA-SEMANA.

       SOMA-UM-DIA.
           PERFORM CALCULA-ULTIMO-DIA-CAL.
           IF WS-DIA-CAL < WS-ULTIMO-DIA-CAL
               ADD 1 TO WS-DIA-CAL
           ELSE
               MOVE 1 TO WS-DIA-CAL
               IF WS-MES-CAL < 12
                   ADD 1 TO WS-MES-CAL
               ELSE
                   MOVE 1 TO WS-MES-CAL
                   ADD 1 TO WS-ANO-CAL
               END-IF
           END-IF.

       CALCULA-ULTIMO-DIA-CAL.
           MOVE WS-DIAS-MES(WS-MES-CAL) TO WS-ULTIMO-DIA-CAL.
           IF WS-MES-CAL = 2
               DIVIDE WS-ANO-CAL BY 4 GIVING WS-QUOC-CAL
                                      REMAINDER WS-RESTO-CAL
               IF WS-RESTO-CAL = ZERO
                   MOVE 29 TO WS-ULTIMO-DIA-CAL
                   DIVIDE WS-ANO-CAL BY 100 GIVING WS-QUOC-CAL
                                          REMAINDER WS-RESTO-CAL
                   IF WS-RESTO-CAL = ZERO
                       DIVIDE WS-ANO-CAL BY 400 GIVING WS-QUOC-CAL
                                              REMAINDER WS-RESTO-CAL
                       IF WS-RESTO-CAL NOT = ZERO
                           MOVE 28 TO WS-ULTIMO-DIA-CAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-TRANSACAO.
           MOVE 0 TO ACHOU-TRN.
           MOVE CD-TRANSACAO-ENT TO CD-TRN.

       LIBERA-PENDENTE.
           MOVE REG-MOV-PEND TO DADOS-TRAB.
           MOVE SPACES       TO OPERADOR-TRAB.
           MOVE ZEROS        TO NR-LIB-TRAB.
           RELEASE REG-TRAB.
           ADD 1 TO WS-CONT-CARREGADOS.
           READ MOVPEND AT END MOVE 1 TO FIM-PEN.

       LIBERA-ENCARGO.
           MOVE REG-MOV-ENC TO DADOS-TRAB.
           MOVE SPACES      TO OPERADOR-TRAB.
           MOVE ZEROS       TO NR-LIB-TRAB.
           RELEASE REG-TRAB.
           ADD 1 TO WS-CONT-CARREGADOS.
           READ MOVENC AT END MOVE 1 TO FIM-ENC.
               MOVE DATA-MOV-NSF     TO DATA-TRAB
               MOVE CD-TRANSACAO-NSF TO CD-TRANS-TRAB
               COMPUTE NR-REAPRES-TRAB = NR-REAPRES-NSF + 1
               MOVE ID-CONTRA-NSF    TO ID-CONTRA-TRAB
               MOVE REF-ORIG-NSF     TO REF-ORIG-TRAB
               MOVE SPACES           TO OPERADOR-TRAB
               MOVE ZEROS            TO NR-LIB-TRAB
               RELEASE REG-TRAB
               ADD 1 TO WS-CONT-REAPRES
           END-IF
           READ MOVNSF AT END MOVE 1 TO FIM-NSF.

       CARREGA-APROVADOS.
           MOVE 1 TO ORIGEM-DET.
           MOVE 0 TO FIM-APR.
           MOVE LOW-VALUES TO CHAVE-APR.
           START MOVAPR KEY IS NOT LESS THAN CHAVE-APR
               INVALID KEY MOVE 1 TO FIM-APR
           END-START.
           IF FIM-APR = ZERO
               READ MOVAPR NEXT RECORD AT END MOVE 1 TO FIM-APR
               END-READ
           END-IF.
           PERFORM LIBERA-APROVADO UNTIL FIM-APR = 1.
           MOVE 0 TO ORIGEM-DET.
           IF WS-APR-EXCEDENTES > ZEROS
               DISPLAY 'AVISO - ' WS-APR-EXCEDENTES ' APROVADOS ACIMA '
                       'DO LIMITE DA TABELA - LIBERADOS NA PROXIMA '
                       'EXECUCAO'
           END-IF.

       LIBERA-APROVADO.
           IF ITEM-APROVADO
               IF WS-QTD-LIB < 500
                   MOVE '1'     TO TIPO-REG
                   MOVE DET-APR TO DET-ENT
                   MOVE OPERADOR-ENT-APR TO OPERADOR-DET-ENT
                   MOVE 0 TO REJEITOU-DET
                   PERFORM GUARDA-APROVADO
                   PERFORM VALIDA-DETALHE
                   PERFORM CONFERE-APROVADO
               ELSE
                   ADD 1 TO WS-APR-EXCEDENTES
               END-IF
           END-IF
           READ MOVAPR NEXT RECORD AT END MOVE 1 TO FIM-APR.

       GUARDA-APROVADO.
           ADD 1 TO WS-QTD-LIB.
           SET WS-IDX-LIB TO WS-QTD-LIB.
           MOVE CHAVE-APR TO LIB-CHAVE-APR(WS-IDX-LIB).
           MOVE 'A'       TO LIB-SITUACAO(WS-IDX-LIB).
           MOVE ZEROS     TO LIB-CD-MOTIVO(WS-IDX-LIB).
           MOVE SPACES    TO LIB-DS-MOTIVO(WS-IDX-LIB).

       CONFERE-APROVADO.
           IF DETALHE-REJEITADO
               SET WS-IDX-LIB TO WS-QTD-LIB
               MOVE 'V'              TO LIB-SITUACAO(WS-IDX-LIB)
               MOVE WS-CD-MOTIVO-DET TO LIB-CD-MOTIVO(WS-IDX-LIB)
               MOVE WS-DS-MOTIVO-DET TO LIB-DS-MOTIVO(WS-IDX-LIB)
               ADD 1 TO WS-CONT-APR-INVALID
           END-IF.

       MARCA-LIBERADO.
           SET WS-IDX-LIB TO NR-LIB-TRAB.
           IF LIB-SITUACAO(WS-IDX-LIB) = 'A'
               MOVE 'L' TO LIB-SITUACAO(WS-IDX-LIB)
               ADD 1 TO WS-CONT-APROVADOS
           END-IF.

       MARCA-DUPLICADO.
           SET WS-IDX-LIB TO NR-LIB-TRAB.
           IF LIB-SITUACAO(WS-IDX-LIB) = 'L'
               SUBTRACT 1 FROM WS-CONT-APROVADOS
           END-IF.
           IF LIB-SITUACAO(WS-IDX-LIB) NOT = 'V'
               MOVE 'V' TO LIB-SITUACAO(WS-IDX-LIB)
               MOVE 15  TO LIB-CD-MOTIVO(WS-IDX-LIB)
               MOVE 'MOVIMENTO DUPLICADO'
                        TO LIB-DS-MOTIVO(WS-IDX-LIB)
               ADD 1 TO WS-CONT-APR-INVALID
           END-IF.

       ATUALIZA-APROVADOS.
           SET WS-IDX-LIB TO 1.
           PERFORM REGRAVA-APROVADO
               UNTIL WS-IDX-LIB > WS-QTD-LIB.

       REGRAVA-APROVADO.
           IF LIB-SITUACAO(WS-IDX-LIB) NOT = 'A'
               PERFORM REGRAVA-SITUACAO
           END-IF.
           SET WS-IDX-LIB UP BY 1.

       REGRAVA-SITUACAO.
           MOVE LIB-CHAVE-APR(WS-IDX-LIB) TO CHAVE-APR.
           READ MOVAPR
               INVALID KEY
                   DISPLAY 'ERRO DE RELEITURA MOVAPR - '
                           DATA-ARQ-APR '/' NR-SEQ-APR '/' NR-ITEM-APR
                   STOP RUN
           END-READ.
           MOVE LIB-SITUACAO(WS-IDX-LIB)  TO SITUACAO-APR.
           MOVE WS-DATA-PROC              TO DATA-LIBERACAO-APR.
           MOVE LIB-CD-MOTIVO(WS-IDX-LIB) TO CD-MOTIVO-LIB-APR.
           MOVE LIB-DS-MOTIVO(WS-IDX-LIB) TO DS-MOTIVO-LIB-APR.
           REWRITE REG-MOVAPR
               INVALID KEY
                   DISPLAY 'ERRO DE REGRAVACAO MOVAPR - '
                           DATA-ARQ-APR '/' NR-SEQ-APR '/' NR-ITEM-APR
                   STOP RUN
           END-REWRITE.

       LIBERA-SAIDA.
           RETURN EDTRAB AT END MOVE 1 TO FIM-TRAB.
           PERFORM LIBERA-MOVIMENTO UNTIL FIM-TRAB = 1.
       LIBERA-MOVIMENTO.
           IF TEM-ANTERIOR = 1
              AND DADOS-TRAB(1:31) = WS-REG-ANTERIOR(1:31)
              AND DADOS-TRAB(34:21) = WS-REG-ANTERIOR(34:21)
               MOVE DADOS-TRAB(1:31) TO DADOS-REJ(1:31)
               MOVE ID-CONTRA-TRAB   TO DADOS-REJ(32:9)
               MOVE REF-ORIG-TRAB    TO DADOS-REJ(41:12)
               MOVE 15 TO CD-MOTIVO-REJ
               MOVE 'MOVIMENTO DUPLICADO' TO DS-MOTIVO-REJ
               MOVE OPERADOR-TRAB TO OPERADOR-REJ
               WRITE REG-MOVEREJ
               ADD 1 TO WS-CONT-REJEITADOS
               ADD 1 TO WS-CONT-DUPLICADOS
               IF NR-LIB-TRAB > ZEROS
                   PERFORM MARCA-DUPLICADO
               END-IF
           ELSE
               MOVE DADOS-TRAB TO REG-MOV
               WRITE REG-MOV
               ADD 1 TO WS-CONT-LIBERADOS
               MOVE DADOS-TRAB TO WS-REG-ANTERIOR
               MOVE 1 TO TEM-ANTERIOR
               IF NR-LIB-TRAB > ZEROS
                   PERFORM MARCA-LIBERADO
               END-IF
           END-IF
           RETURN EDTRAB AT END MOVE 1 TO FIM-TRAB.

       GRAVA-REJEITO.
           MOVE DADOS-ENT TO DADOS-REJ.
           IF OPERADOR-DET-ENT NOT = SPACES
               MOVE OPERADOR-DET-ENT TO OPERADOR-REJ
           ELSE
               MOVE WS-OPERADOR      TO OPERADOR-REJ
           END-IF.
           MOVE 1             TO REJEITOU-DET.
           MOVE CD-MOTIVO-REJ TO WS-CD-MOTIVO-DET.
           MOVE DS-MOTIVO-REJ TO WS-DS-MOTIVO-DET.
           WRITE REG-MOVEREJ.
           ADD 1 TO WS-CONT-REJEITADOS.

           CLOSE MOVIMEN
                 MOVEREJ
                 TRNCOD
                 NSFESG
                 CADCLI.
           IF CALENDARIO-DISPONIVEL
               CLOSE CADFER
           END-IF.
           PERFORM GRAVA-SEQUENCIA.
           PERFORM LIMPA-CONSUMIDOS.
           PERFORM ATUALIZA-APROVADOS.
           CLOSE MOVAPR.
           PERFORM GRAVA-EXECUCAO.
           DISPLAY 'ARQUIVO ' WS-NR-SEQ ' DE ' WS-DATA-ARQ
                   ' LIBERADO PARA POSTAGEM'.
           DISPLAY 'MOVIMENTOS LIBERADOS.........: ' WS-CONT-LIBERADOS.
           DISPLAY 'TRANSFERENCIAS DESDOBRADAS...: ' WS-CONT-TRANSFER.
           DISPLAY 'DATAS AJUSTADAS P/ DIA UTIL..: '
                                                 WS-CONT-DATAS-AJUST.
           DISPLAY 'RETIDOS PARA APROVACAO.......: '
                                                 WS-CONT-RETIDOS.
           DISPLAY 'APROVADOS LIBERADOS..........: '
                                                 WS-CONT-APROVADOS.
           DISPLAY 'APROVADOS REJEITADOS NA LIB..: '
                                                 WS-CONT-APR-INVALID.
           DISPLAY 'MOVIMENTOS REJEITADOS........: '
                                                 WS-CONT-REJEITADOS.
           DISPLAY 'MOVIMENTOS DUPLICADOS........: '
