       01  REG-PARM-REM.
           03  CD-BANCO-REM          PIC 9(03).
           03  NM-BANCO-REM          PIC X(30).
           03  CNPJ-EMPRESA-REM      PIC 9(14).
           03  NM-EMPRESA-REM        PIC X(30).
           03  CONVENIO-REM          PIC X(20).
           03  AGENCIA-EMPRESA-REM   PIC 9(05).
           03  DV-AGENCIA-EMP-REM    PIC X(01).
           03  CONTA-EMPRESA-REM     PIC 9(12).
           03  DV-CONTA-EMP-REM      PIC X(01).
