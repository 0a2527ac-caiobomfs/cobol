       01  REG-PERM.
           03  ID-PERM.
               05  AGENCIA-PERM       PIC 9(03).
               05  CONTA-PERM         PIC 9(06).
               05  NR-ORDEM-PERM      PIC 9(04).
           03  VALOR-PERM            PIC 9(09).
           03  TIPO-MOV-PERM         PIC X(01).
           03  CD-TRANSACAO-PERM     PIC 9(04).
           03  FREQUENCIA-PERM       PIC X(01).
               88  FREQ-SEMANAL        VALUE 'S'.
               88  FREQ-QUINZENAL      VALUE 'Q'.
               88  FREQ-MENSAL         VALUE 'M'.
               88  FREQ-TRIMESTRAL     VALUE 'T'.
               88  FREQ-ANUAL          VALUE 'A'.
               88  FREQ-VALIDA         VALUE 'S' 'Q' 'M' 'T' 'A'.
           03  DATA-INI-PERM         PIC 9(08).
           03  DATA-FIM-PERM         PIC 9(08).
               88  SEM-DATA-FIM        VALUE 99999999.
           03  SITUACAO-PERM         PIC X(01).
               88  ORDEM-ATIVA         VALUE 'A'.
               88  ORDEM-SUSPENSA      VALUE 'S'.
               88  ORDEM-CANCELADA     VALUE 'C'.
               88  ORDEM-ENCERRADA     VALUE 'E'.
           03  DATA-PROX-PERM        PIC 9(08).
           03  DATA-ULT-PERM         PIC 9(08).
