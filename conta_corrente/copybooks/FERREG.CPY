       01  REG-FER.
           03  CHAVE-FER.
               05  DATA-FER           PIC 9(08).
               05  AGENCIA-FER        PIC 9(03).
                   88  FERIADO-NACIONAL    VALUE ZEROS.
           03  DS-FERIADO            PIC X(30).
