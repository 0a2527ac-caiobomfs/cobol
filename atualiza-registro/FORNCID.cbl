            05  CDFORNS PIC 9(03).
            05  NMFORMS    PIC  X(30).
            05  NMCIDADES    PIC  X(30).
            05  NRCNPJS    PIC  9(14).
            05  CDBANCOS   PIC  9(03).
            05  CDAGENS    PIC  9(05).
            05  DVAGENS    PIC  X(01).
            05  NRCONTAS   PIC  9(12).
            05  DVCONTAS   PIC  X(01).

       FD  ARQORD.
       01  REG-ORDENADO.
            05  CDFORNO PIC 9(03).
            05  NMFORMO    PIC  X(30).
            05  NMCIDADEO    PIC  X(30).
            05  NRCNPJO    PIC  9(14).
            05  CDBANCOO   PIC  9(03).
            05  CDAGENO    PIC  9(05).
            05  DVAGENO    PIC  X(01).
            05  NRCONTAO   PIC  9(12).
            05  DVCONTAO   PIC  X(01).

       SD  ARQTRB.
       01  REG-TRABALHO.
            05  CDFORNT PIC 9(03).
            05  NMFORMT    PIC  X(30).
            05  NMCIDADET    PIC  X(30).
            05  NRCNPJT    PIC  9(14).
            05  CDBANCOT   PIC  9(03).
            05  CDAGENT    PIC  9(05).
            05  DVAGENT    PIC  X(01).
            05  NRCONTAT   PIC  9(12).
            05  DVCONTAT   PIC  X(01).

       FD  ARQREL.
       01  REG-RELCID          PIC X(80).

       01 WS-LINHA-REL             PIC X(80).

       01 WS-CNPJ-ED.
           02  WS-CNPJ-ED-RAIZ1    PIC 9(02).
           02  FILLER              PIC X(01) VALUE '.'.
           02  WS-CNPJ-ED-RAIZ2    PIC 9(03).
           02  FILLER              PIC X(01) VALUE '.'.
           02  WS-CNPJ-ED-RAIZ3    PIC 9(03).
           02  FILLER              PIC X(01) VALUE '/'.
           02  WS-CNPJ-ED-FILIAL   PIC 9(04).
           02  FILLER              PIC X(01) VALUE '-'.
           02  WS-CNPJ-ED-DV       PIC 9(02).

       01 WS-CNPJ-AUX              PIC 9(14).
       01 WS-CNPJ-PARTES REDEFINES WS-CNPJ-AUX.
           02  WS-CNPJ-RAIZ1       PIC 9(02).
           02  WS-CNPJ-RAIZ2       PIC 9(03).
           02  WS-CNPJ-RAIZ3       PIC 9(03).
           02  WS-CNPJ-FILIAL      PIC 9(04).
           02  WS-CNPJ-DV          PIC 9(02).

       PROCEDURE DIVISION.

       INICIO.
              STOP RUN.

       CABECALHO-RELATORIO.
           MOVE 'RELACAO DE FORNECEDORES POR CIDADE E DADOS BANCARIOS'
                                                  TO WS-LINHA-REL.
           MOVE WS-LINHA-REL TO REG-RELCID.
           WRITE REG-RELCID.
           MOVE SPACES TO REG-RELCID.
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL TO REG-RELCID.
           WRITE REG-RELCID.
           PERFORM IMPRIME-DADOS-BANCARIOS.
           ADD 1 TO WS-CONT-CIDADE.
           ADD 1 TO WS-CONT-GERAL.
           READ ARQORD AT END MOVE 1 TO FIM-ARQ.

       IMPRIME-DADOS-BANCARIOS.
           MOVE NRCNPJO TO WS-CNPJ-AUX.
           MOVE WS-CNPJ-RAIZ1  TO WS-CNPJ-ED-RAIZ1.
           MOVE WS-CNPJ-RAIZ2  TO WS-CNPJ-ED-RAIZ2.
           MOVE WS-CNPJ-RAIZ3  TO WS-CNPJ-ED-RAIZ3.
           MOVE WS-CNPJ-FILIAL TO WS-CNPJ-ED-FILIAL.
           MOVE WS-CNPJ-DV     TO WS-CNPJ-ED-DV.
           MOVE SPACES TO WS-LINHA-REL.
           IF CDBANCOO = ZEROS OR NRCONTAO = ZEROS
              STRING '      CNPJ ' WS-CNPJ-ED
                     ' - DADOS BANCARIOS NAO INFORMADOS'
                     DELIMITED BY SIZE INTO WS-LINHA-REL
           ELSE
              STRING '      CNPJ ' WS-CNPJ-ED
                     ' BANCO ' CDBANCOO
                     ' AG ' CDAGENO '-' DVAGENO
                     ' CC ' NRCONTAO '-' DVCONTAO
                     DELIMITED BY SIZE INTO WS-LINHA-REL
           END-IF.
           MOVE WS-LINHA-REL TO REG-RELCID.
           WRITE REG-RELCID.

       IMPRIME-CIDADE.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'CIDADE: ' WS-CIDADE-ATUAL
