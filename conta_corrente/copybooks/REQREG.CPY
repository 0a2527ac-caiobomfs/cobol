       01  REG-JOBREQ.
           03  PROG-REQ              PIC X(08).
           03  PERIODO-REQ           PIC X(01).
               88  EXIGIDO-DIARIO      VALUE 'D' ' '.
               88  EXIGIDO-FIM-MES     VALUE 'M'.
