       01  REG-PARM-COAF.
           03  TIPO-REG-COAF         PIC X(01).
               88  REG-LIMITES-COAF    VALUE 'P'.
               88  REG-TRANSACAO-COAF  VALUE 'T'.
           03  DADOS-PARM-COAF       PIC X(39).
           03  LIMITES-COAF REDEFINES DADOS-PARM-COAF.
               05  DATA-INI-COAF      PIC 9(08).
               05  DATA-FIM-COAF      PIC 9(08).
               05  VALOR-LIMITE-COAF  PIC 9(09).
               05  VALOR-FAIXA-COAF   PIC 9(09).
               05  QT-DIAS-JANELA     PIC 9(03).
               05  QT-MIN-FRACION     PIC 9(02).
           03  TRANSACAO-COAF REDEFINES DADOS-PARM-COAF.
               05  CD-TRN-COAF        PIC 9(04).
               05  FILLER             PIC X(35).
