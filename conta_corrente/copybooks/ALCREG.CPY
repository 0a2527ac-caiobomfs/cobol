       01  REG-PARM-ALC.
           03  TIPO-REG-ALC          PIC X(01).
               88  REG-PRAZO-ALC       VALUE 'P'.
               88  REG-LIMITE-ALC      VALUE 'L'.
           03  DADOS-PARM-ALC        PIC X(16).
           03  PRAZO-ALC REDEFINES DADOS-PARM-ALC.
               05  QT-DIAS-PEND-ALC   PIC 9(03).
               05  FILLER             PIC X(13).
           03  LIMITE-ALC REDEFINES DADOS-PARM-ALC.
               05  CD-TRN-ALC         PIC 9(04).
               05  AGENCIA-ALC        PIC 9(03).
                   88  LIMITE-GERAL-ALC    VALUE ZEROS.
               05  VALOR-LIMITE-ALC   PIC 9(09).
