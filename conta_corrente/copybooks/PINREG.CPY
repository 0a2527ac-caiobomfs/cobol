       01  REG-PARM-INF.
           03  ANO-BASE-INF          PIC 9(04).
