       01  REG-PARM-RET.
           03  QT-MESES-RET          PIC 9(03).
