            05  NMFORMM    PIC  X(30).
            05  NMCIDADEM    PIC  X(30).
            05  SGMOVIM  PIC  X(01).
            05  NRCNPJM    PIC  X(14).
            05  CDBANCOM   PIC  X(03).
            05  CDAGENM    PIC  X(05).
            05  DVAGENM    PIC  X(01).
            05  NRCONTAM   PIC  X(12).
            05  DVCONTAM   PIC  X(01).

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

       FD  ARQREJ.
       01  REG-MOVREJ.
            05  NMFORMM-REJ     PIC  X(30).
            05  NMCIDADEM-REJ   PIC  X(30).
            05  SGMOVIM-REJ  PIC  X(01).
            05  NRCNPJM-REJ     PIC  X(14).
            05  CDBANCOM-REJ    PIC  X(03).
            05  CDAGENM-REJ     PIC  X(05).
            05  DVAGENM-REJ     PIC  X(01).
            05  NRCONTAM-REJ    PIC  X(12).
            05  DVCONTAM-REJ    PIC  X(01).
            05  CD-MOTIVO-REJ   PIC 9(02).
            05  DS-MOTIVO-REJ   PIC X(40).

            05  CKP-CONT-REJEITADOS  PIC 9(05).
            05  CKP-CONT-ALT-NOME    PIC 9(05).
            05  CKP-CONT-ALT-CIDADE  PIC 9(05).
            05  CKP-CONT-ALT-CNPJ    PIC 9(05).
            05  CKP-CONT-ALT-BANCO   PIC 9(05).

       WORKING-STORAGE SECTION.

       01 WS-ALTERACAO.
           02  WS-ALT-NOME         PIC X(01) VALUE 'N'.
           02  WS-ALT-CIDADE       PIC X(01) VALUE 'N'.
           02  WS-ALT-CNPJ         PIC X(01) VALUE 'N'.
           02  WS-ALT-BANCO        PIC X(01) VALUE 'N'.

       01 WS-CONT-ALTERADOS.
           02  WS-CONT-ALT-NOME    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ALT-CIDADE  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ALT-CNPJ    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ALT-BANCO   PIC 9(05) VALUE ZEROS.

       01 WS-VALIDACAO.
           02  WS-MOV-VALIDO       PIC X(01) VALUE 'S'.
               88  MOVIMENTO-VALIDO VALUE 'S'.
           02  WS-CNPJ-OK          PIC X(01) VALUE 'N'.
               88  CNPJ-VALIDO     VALUE 'S'.

       01 WS-CALCULO-CNPJ.
           02  WS-CNPJ             PIC 9(14) VALUE ZEROS.
           02  WS-CNPJ-DIGITOS REDEFINES WS-CNPJ.
               03  WS-CNPJ-DIG     PIC 9(01) OCCURS 14 TIMES.
           02  WS-IND-CNPJ         PIC 9(02) VALUE ZEROS.
           02  WS-SOMA-CNPJ        PIC 9(04) VALUE ZEROS.
           02  WS-QUOC-CNPJ        PIC 9(04) VALUE ZEROS.
           02  WS-RESTO-CNPJ       PIC 9(02) VALUE ZEROS.
           02  WS-DV-CNPJ          PIC 9(01) VALUE ZEROS.

       01 WS-PESOS-CNPJ-INI        PIC X(13) VALUE '6543298765432'.
       01 WS-TAB-PESOS-CNPJ REDEFINES WS-PESOS-CNPJ-INI.
           02  WS-PESO-CNPJ        PIC 9(01) OCCURS 13 TIMES.

       01 WS-CHECKPOINT.
           02  WS-RESTART          PIC 9(01) VALUE 0.
                      MOVE CKP-CONT-REJEITADOS TO WS-CONT-REJEITADOS
                      MOVE CKP-CONT-ALT-NOME   TO WS-CONT-ALT-NOME
                      MOVE CKP-CONT-ALT-CIDADE TO WS-CONT-ALT-CIDADE
                      MOVE CKP-CONT-ALT-CNPJ   TO WS-CONT-ALT-CNPJ
                      MOVE CKP-CONT-ALT-BANCO  TO WS-CONT-ALT-BANCO
                      MOVE 1 TO WS-RESTART
              END-READ
              CLOSE ARQCKP
                        READ ARQFOR AT END MOVE 1 TO FIM-ARQ1
                        END-READ
                      ELSE
                        PERFORM VALIDA-MOVIMENTO
                        IF MOVIMENTO-VALIDO
                          PERFORM MONTA-INCLUSAO
                          PERFORM GRAVA-SAIDA
                          ADD 1 TO WS-CONT-INCLUSAO
                        ELSE
                          PERFORM GRAVA-REJEITO
                        END-IF
                        READ ARQMOV AT END MOVE 1 TO FIM-ARQ
                        END-READ
                      END-IF

                    WHEN 'A'
                      IF CDFORNF = CDFORNM
                        PERFORM VALIDA-MOVIMENTO
                        IF MOVIMENTO-VALIDO
                          PERFORM MONTA-ALTERACAO
                          PERFORM GRAVA-SAIDA
                          ADD 1 TO WS-CONT-ALTERACAO
                        ELSE
                          PERFORM GRAVA-REJEITO
                          MOVE REG-FORNECEDOR TO REG-SAIDA
                          PERFORM GRAVA-SAIDA
                          ADD 1 TO WS-CONT-MANTIDOS
                        END-IF
                        READ ARQMOV AT END MOVE 1 TO FIM-ARQ
                        END-READ
                        READ ARQFOR AT END MOVE 1 TO FIM-ARQ1
                  MOVE ZEROS TO WS-CONT-CKP
              END-IF.

       VALIDA-MOVIMENTO.
           MOVE 'S' TO WS-MOV-VALIDO.
           IF SGMOVIM = 'I' AND NRCNPJM = SPACES
              MOVE 'N' TO WS-MOV-VALIDO
              MOVE 04 TO CD-MOTIVO-REJ
              MOVE 'INCLUSAO - CNPJ DO FORNECEDOR NAO INFORMADO'
                                                  TO DS-MOTIVO-REJ
           END-IF.
           IF MOVIMENTO-VALIDO AND NRCNPJM NOT = SPACES
              PERFORM VALIDA-CNPJ
              IF NOT CNPJ-VALIDO
                 MOVE 'N' TO WS-MOV-VALIDO
                 MOVE 05 TO CD-MOTIVO-REJ
                 MOVE 'CNPJ INVALIDO - DIGITO NAO CONFERE'
                                                  TO DS-MOTIVO-REJ
              END-IF
           END-IF.
           IF MOVIMENTO-VALIDO
              IF (CDBANCOM NOT = SPACES AND CDBANCOM NOT NUMERIC)
                 OR (CDAGENM NOT = SPACES AND CDAGENM NOT NUMERIC)
                 OR (NRCONTAM NOT = SPACES AND NRCONTAM NOT NUMERIC)
                 MOVE 'N' TO WS-MOV-VALIDO
                 MOVE 06 TO CD-MOTIVO-REJ
                 MOVE 'BANCO, AGENCIA OU CONTA NAO NUMERICOS'
                                                  TO DS-MOTIVO-REJ
              END-IF
           END-IF.

       VALIDA-CNPJ.
           MOVE 'N' TO WS-CNPJ-OK.
           IF NRCNPJM IS NUMERIC
              MOVE NRCNPJM TO WS-CNPJ
              IF WS-CNPJ NOT = ZEROS
                 MOVE ZEROS TO WS-SOMA-CNPJ
                 PERFORM SOMA-PRIMEIRO-DV
                    VARYING WS-IND-CNPJ FROM 1 BY 1
                      UNTIL WS-IND-CNPJ > 12
                 PERFORM CALCULA-DV-CNPJ
                 IF WS-DV-CNPJ = WS-CNPJ-DIG(13)
                    MOVE ZEROS TO WS-SOMA-CNPJ
                    PERFORM SOMA-SEGUNDO-DV
                       VARYING WS-IND-CNPJ FROM 1 BY 1
                         UNTIL WS-IND-CNPJ > 13
                    PERFORM CALCULA-DV-CNPJ
                    IF WS-DV-CNPJ = WS-CNPJ-DIG(14)
                       MOVE 'S' TO WS-CNPJ-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SOMA-PRIMEIRO-DV.
           COMPUTE WS-SOMA-CNPJ = WS-SOMA-CNPJ
                 + WS-CNPJ-DIG(WS-IND-CNPJ)
                 * WS-PESO-CNPJ(WS-IND-CNPJ + 1).

       SOMA-SEGUNDO-DV.
           COMPUTE WS-SOMA-CNPJ = WS-SOMA-CNPJ
                 + WS-CNPJ-DIG(WS-IND-CNPJ)
                 * WS-PESO-CNPJ(WS-IND-CNPJ).

       CALCULA-DV-CNPJ.
           DIVIDE WS-SOMA-CNPJ BY 11 GIVING WS-QUOC-CNPJ
                                  REMAINDER WS-RESTO-CNPJ.
           IF WS-RESTO-CNPJ < 2
              MOVE 0 TO WS-DV-CNPJ
           ELSE
              COMPUTE WS-DV-CNPJ = 11 - WS-RESTO-CNPJ
           END-IF.

       MONTA-INCLUSAO.
           MOVE CDFORNM    TO CDFORNS.
           MOVE NMFORMM    TO NMFORMS.
           MOVE NMCIDADEM  TO NMCIDADES.
           MOVE NRCNPJM    TO NRCNPJS.
           MOVE ZEROS      TO CDBANCOS CDAGENS NRCONTAS.
           MOVE SPACES     TO DVAGENS DVCONTAS.
           IF CDBANCOM NOT = SPACES
              MOVE CDBANCOM TO CDBANCOS
           END-IF.
           IF CDAGENM NOT = SPACES
              MOVE CDAGENM  TO CDAGENS
              MOVE DVAGENM  TO DVAGENS
           END-IF.
           IF NRCONTAM NOT = SPACES
              MOVE NRCONTAM TO NRCONTAS
              MOVE DVCONTAM TO DVCONTAS
           END-IF.

       MONTA-ALTERACAO.
           MOVE REG-FORNECEDOR TO REG-SAIDA.
           MOVE 'N' TO WS-ALT-NOME WS-ALT-CIDADE
                       WS-ALT-CNPJ WS-ALT-BANCO.
           IF NMFORMM NOT = SPACES
              MOVE NMFORMM TO NMFORMS
              MOVE 'S' TO WS-ALT-NOME
              MOVE 'S' TO WS-ALT-CIDADE
              ADD 1 TO WS-CONT-ALT-CIDADE
           END-IF.
           IF NRCNPJM NOT = SPACES
              MOVE NRCNPJM TO NRCNPJS
              MOVE 'S' TO WS-ALT-CNPJ
              ADD 1 TO WS-CONT-ALT-CNPJ
           END-IF.
           IF CDBANCOM NOT = SPACES
              MOVE CDBANCOM TO CDBANCOS
              MOVE 'S' TO WS-ALT-BANCO
           END-IF.
           IF CDAGENM NOT = SPACES
              MOVE CDAGENM TO CDAGENS
              MOVE DVAGENM TO DVAGENS
              MOVE 'S' TO WS-ALT-BANCO
           END-IF.
           IF NRCONTAM NOT = SPACES
              MOVE NRCONTAM TO NRCONTAS
              MOVE DVCONTAM TO DVCONTAS
              MOVE 'S' TO WS-ALT-BANCO
           END-IF.
           IF WS-ALT-BANCO = 'S'
              ADD 1 TO WS-CONT-ALT-BANCO
           END-IF.
           DISPLAY 'ALTERADO FORNECEDOR ' CDFORNS
                   ' NOME(' WS-ALT-NOME ')'
                   ' CIDADE(' WS-ALT-CIDADE ')'
                   ' CNPJ(' WS-ALT-CNPJ ')'
                   ' BANCO(' WS-ALT-BANCO ')'.

       GRAVA-SAIDA.
           WRITE REG-SAIDA
           MOVE WS-CONT-REJEITADOS TO CKP-CONT-REJEITADOS.
           MOVE WS-CONT-ALT-NOME   TO CKP-CONT-ALT-NOME.
           MOVE WS-CONT-ALT-CIDADE TO CKP-CONT-ALT-CIDADE.
           MOVE WS-CONT-ALT-CNPJ   TO CKP-CONT-ALT-CNPJ.
           MOVE WS-CONT-ALT-BANCO  TO CKP-CONT-ALT-BANCO.
           OPEN OUTPUT ARQCKP.
           WRITE REG-CHECKPT.
           CLOSE ARQCKP.
           MOVE NMFORMM    TO NMFORMM-REJ.
           MOVE NMCIDADEM  TO NMCIDADEM-REJ.
           MOVE SGMOVIM    TO SGMOVIM-REJ.
           MOVE NRCNPJM    TO NRCNPJM-REJ.
           MOVE CDBANCOM   TO CDBANCOM-REJ.
           MOVE CDAGENM    TO CDAGENM-REJ.
           MOVE DVAGENM    TO DVAGENM-REJ.
           MOVE NRCONTAM   TO NRCONTAM-REJ.
           MOVE DVCONTAM   TO DVCONTAM-REJ.
           WRITE REG-MOVREJ.
           ADD 1 TO WS-CONT-REJEITADOS.

           MOVE WS-LINHA-CTL TO REG-CTLTOT.
           WRITE REG-CTLTOT.

           STRING 'ALTERACOES DE CNPJ...........: '
                  WS-CONT-ALT-CNPJ
                  DELIMITED BY SIZE INTO WS-LINHA-CTL.
           MOVE WS-LINHA-CTL TO REG-CTLTOT.
           WRITE REG-CTLTOT.

           STRING 'ALTERACOES DE DADOS BANCARIOS: '
                  WS-CONT-ALT-BANCO
                  DELIMITED BY SIZE INTO WS-LINHA-CTL.
           MOVE WS-LINHA-CTL TO REG-CTLTOT.
           WRITE REG-CTLTOT.

           STRING 'FORNECEDORES EXCLUIDOS.......: '
                  WS-CONT-EXCLUSAO
                  DELIMITED BY SIZE INTO WS-LINHA-CTL.
