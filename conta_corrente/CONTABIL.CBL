       01 REG-GLINTF.
           03  TIPO-REG-GL           PIC X(01).
               88  REG-DETALHE-GL    VALUE '1'.
               88  REG-TRANSFER-GL   VALUE '2'.
               88  REG-TRAILER-GL    VALUE '9'.
           03  DADOS-GL              PIC X(68).
           03  DET-GL REDEFINES DADOS-GL.
               05  VL-JUROS-GL        PIC S9(13).
               05  VL-TARIFAS-GL      PIC S9(13).
               05  VL-NSF-GL          PIC S9(13).
           03  DET-TRF-GL REDEFINES DADOS-GL.
               05  AGENCIA-TRF-GL     PIC 9(03).
               05  VL-TRF-ENV-GL      PIC S9(13).
               05  VL-TRF-REC-GL      PIC S9(13).
               05  FILLER             PIC X(39).
           03  TRL-GL REDEFINES DADOS-GL.
               05  VL-TOT-DEB-GL      PIC S9(13).
               05  VL-TOT-CRED-GL     PIC S9(13).
               05  VL-DELTA-SALDO-GL  PIC S9(13).
               05  VL-DIFERENCA-GL    PIC S9(13).
               05  SITUACAO-GL        PIC X(01).
               05  VL-TOT-TRF-GL      PIC S9(13).
               05  FILLER             PIC X(02).

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.
       01 WS-CODIGOS-TRANSACAO.
           02  WS-CD-TRN-JUROS     PIC 9(04) VALUE 9001.
           02  WS-CD-TRN-TARIFA    PIC 9(04) VALUE 9002.
           02  WS-CD-TRN-TRF-ENV   PIC 9(04) VALUE 9004.
           02  WS-CD-TRN-TRF-REC   PIC 9(04) VALUE 9005.

       01 WS-AG                PIC 9(03) VALUE ZEROS.
       01 WS-VALOR-ABS         PIC 9(13) VALUE ZEROS.
               03  AG-JUROS          PIC S9(13).
               03  AG-TARIFAS        PIC S9(13).
               03  AG-NSF            PIC S9(13).
               03  AG-TRF-ENV        PIC S9(13).
               03  AG-TRF-REC        PIC S9(13).

       01 WS-TAB-REFUSADOS.
           02  WS-QTD-NSF           PIC 9(03) VALUE ZEROS.
           02  WS-TOT-DEBITOS      PIC S9(13) VALUE ZEROS.
           02  WS-TOT-CREDITOS     PIC S9(13) VALUE ZEROS.
           02  WS-TOT-NSF          PIC S9(13) VALUE ZEROS.
           02  WS-TOT-TRF-ENV      PIC S9(13) VALUE ZEROS.
           02  WS-TOT-TRF-REC      PIC S9(13) VALUE ZEROS.
           02  WS-SALDO-ANTERIOR   PIC S9(13) VALUE ZEROS.
           02  WS-SALDO-ATUAL      PIC S9(13) VALUE ZEROS.
           02  WS-DELTA-SALDO      PIC S9(13) VALUE ZEROS.
       01 WS-CONTADORES.
           02  WS-CONT-AGENCIAS    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-POSTADOS    PIC 9(07) VALUE ZEROS.
           02  WS-CONT-TRANSFER    PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
                         AG-CREDITOS(WS-AG)
                         AG-JUROS(WS-AG)
                         AG-TARIFAS(WS-AG)
                         AG-NSF(WS-AG)
                         AG-TRF-ENV(WS-AG)
                         AG-TRF-REC(WS-AG).

       ACUMULA-REFUSADOS.
           OPEN INPUT MOVNSF.
               ELSE
                   MOVE MOVIMENTO-NSF TO WS-VALOR-ABS
               END-IF
               IF CD-TRANSACAO-NSF NOT = WS-CD-TRN-TRF-REC
                   ADD WS-VALOR-ABS TO AG-NSF(WS-AG)
                                       WS-TOT-NSF
               END-IF
           ELSE
               ADD 1 TO WS-NSF-EXCEDENTES
           END-IF
           MOVE AGENCIA-MOV TO WS-AG.
           MOVE 1 TO AG-USADA(WS-AG).
           ADD 1 TO WS-CONT-POSTADOS.
           EVALUATE TRUE
               WHEN CD-TRANSACAO = WS-CD-TRN-TRF-ENV
                   COMPUTE WS-VALOR-ABS = ZERO - MOVIMENTO
                   ADD WS-VALOR-ABS TO AG-TRF-ENV(WS-AG)
                                       WS-TOT-TRF-ENV
                   ADD 1 TO WS-CONT-TRANSFER
               WHEN CD-TRANSACAO = WS-CD-TRN-TRF-REC
                   ADD MOVIMENTO TO AG-TRF-REC(WS-AG)
                                    WS-TOT-TRF-REC
               WHEN MOVIMENTO < ZEROS
                   COMPUTE WS-VALOR-ABS = ZERO - MOVIMENTO
                   ADD WS-VALOR-ABS TO AG-DEBITOS(WS-AG)
                                       WS-TOT-DEBITOS
               WHEN OTHER
                   ADD MOVIMENTO TO AG-CREDITOS(WS-AG)
                                    WS-TOT-CREDITOS
           END-EVALUATE.
           IF CD-TRANSACAO = WS-CD-TRN-JUROS
               ADD MOVIMENTO TO AG-JUROS(WS-AG)
           END-IF.
           COMPUTE WS-DELTA-SALDO =
                   WS-SALDO-ATUAL - WS-SALDO-ANTERIOR.
           COMPUTE WS-DIFERENCA = WS-DELTA-SALDO -
                   (WS-TOT-CREDITOS - WS-TOT-DEBITOS +
                    WS-TOT-TRF-REC - WS-TOT-TRF-ENV).

       SOMA-SALDO-ANTERIOR.
           ADD SALDO-PRE TO WS-SALDO-ANTERIOR.
               MOVE AG-NSF(WS-AG)      TO VL-NSF-GL
               WRITE REG-GLINTF
               ADD 1 TO WS-CONT-AGENCIAS
               IF AG-TRF-ENV(WS-AG) NOT = ZEROS
                  OR AG-TRF-REC(WS-AG) NOT = ZEROS
                   PERFORM GRAVA-TRANSFER-GL
               END-IF
           END-IF.

       GRAVA-TRANSFER-GL.
           MOVE SPACES TO REG-GLINTF.
           MOVE '2'    TO TIPO-REG-GL.
           MOVE WS-AG  TO AGENCIA-TRF-GL.
           MOVE AG-TRF-ENV(WS-AG) TO VL-TRF-ENV-GL.
           MOVE AG-TRF-REC(WS-AG) TO VL-TRF-REC-GL.
           WRITE REG-GLINTF.

       GRAVA-TRAILER-GL.
           MOVE SPACES          TO REG-GLINTF.
           MOVE '9'             TO TIPO-REG-GL.
           MOVE WS-TOT-CREDITOS TO VL-TOT-CRED-GL.
           MOVE WS-DELTA-SALDO  TO VL-DELTA-SALDO-GL.
           MOVE WS-DIFERENCA    TO VL-DIFERENCA-GL.
           MOVE WS-TOT-TRF-ENV  TO VL-TOT-TRF-GL.
           IF WS-DIFERENCA = ZEROS
               MOVE 'B' TO SITUACAO-GL
           ELSE
                                                 WS-CONT-AGENCIAS.
           DISPLAY 'MOVIMENTOS CONTABILIZADOS....: '
                                                 WS-CONT-POSTADOS.
           DISPLAY 'TRANSFERENCIAS CONTABILIZADAS: '
                                                 WS-CONT-TRANSFER.
           IF WS-DIFERENCA = ZEROS
               PERFORM GRAVA-EXECUCAO
               DISPLAY 'INTERFACE CONTABIL FECHADA COM OS SALDOS'
