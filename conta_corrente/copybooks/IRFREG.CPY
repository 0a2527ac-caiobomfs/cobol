       01  REG-IRF.
           03  TIPO-REG-IRF          PIC X(01).
               88  REG-CABECALHO-IRF   VALUE '0'.
               88  REG-CONTA-IRF       VALUE '1'.
               88  REG-RODAPE-IRF      VALUE '9'.
           03  DADOS-IRF             PIC X(79).
           03  CAB-IRF REDEFINES DADOS-IRF.
               05  ANO-BASE-IRF       PIC 9(04).
               05  DATA-GERACAO-IRF   PIC 9(08).
               05  FILLER             PIC X(67).
           03  CTA-IRF REDEFINES DADOS-IRF.
               05  ID-IRF.
                   07  AGENCIA-IRF    PIC 9(03).
                   07  CONTA-IRF      PIC 9(06).
               05  NOME-CLI-IRF       PIC X(20).
               05  SITUACAO-IRF       PIC X(01).
                   88  CONTA-ATIVA-IRF     VALUE 'A'.
                   88  CONTA-ENCERRADA-IRF VALUE 'E'.
               05  DATA-ENCERRA-IRF   PIC 9(08).
               05  SALDO-ANT-IRF      PIC S9(09).
               05  SALDO-BASE-IRF     PIC S9(09).
               05  JUROS-IRF          PIC S9(09).
               05  TARIFAS-IRF        PIC S9(09).
               05  FILLER             PIC X(05).
           03  ROD-IRF REDEFINES DADOS-IRF.
               05  QT-CONTAS-IRF      PIC 9(07).
               05  TOTAL-JUROS-IRF    PIC S9(15).
               05  TOTAL-TARIFAS-IRF  PIC S9(15).
               05  FILLER             PIC X(42).
