       01  REG-BLQ.
           03  ID-BLQ.
               05  AGENCIA-BLQ        PIC 9(03).
               05  CONTA-BLQ          PIC 9(06).
               05  NR-BLQ             PIC 9(03).
           03  TIPO-BLQ              PIC X(01).
               88  BLOQUEIO-JUDICIAL   VALUE 'J'.
               88  BLOQUEIO-ADMINIST   VALUE 'A'.
               88  TIPO-BLQ-VALIDO     VALUE 'J' 'A'.
           03  ABRANGENCIA-BLQ       PIC X(01).
               88  BLOQUEIO-VALOR      VALUE 'V'.
               88  BLOQUEIO-TOTAL      VALUE 'T'.
               88  ABRANGENCIA-VALIDA  VALUE 'V' 'T'.
           03  VALOR-BLQ             PIC 9(09).
           03  DS-MOTIVO-BLQ         PIC X(30).
           03  REF-ORDEM-BLQ         PIC X(20).
           03  DATA-INI-BLQ          PIC 9(08).
           03  DATA-FIM-BLQ          PIC 9(08).
               88  SEM-VENCIMENTO-BLQ  VALUE 99999999.
           03  SITUACAO-BLQ          PIC X(01).
               88  BLOQUEIO-ATIVO      VALUE 'A'.
               88  BLOQUEIO-LIBERADO   VALUE 'L'.
               88  BLOQUEIO-EXPIRADO   VALUE 'E'.
           03  DATA-SIT-BLQ          PIC 9(08).
