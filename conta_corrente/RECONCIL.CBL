               ==MES-MOV==      BY ==MES-MOV-ORD==
               ==DIA-MOV==      BY ==DIA-MOV-ORD==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-ORD==
               ==NR-REAPRES==   BY ==NR-REAPRES-ORD==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-ORD==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-ORD==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-ORD==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-ORD==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-ORD==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-ORD==.

       SD MOVTRAB.
           COPY MOVREG REPLACING
               ==MES-MOV==      BY ==MES-MOV-TRAB==
               ==DIA-MOV==      BY ==DIA-MOV-TRAB==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-TRAB==
               ==NR-REAPRES==   BY ==NR-REAPRES-TRAB==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-TRAB==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-TRAB==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-TRAB==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-TRAB==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-TRAB==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-TRAB==.

       FD MOVNSF VALUE OF FILE-ID IS "MOVNSF.DAT".
           COPY NSFREG.
               ==SALDO-TENTATIVA-NSF== BY ==SALDO-TENT-NSF-ORD==
               ==LIMITE-NSF==          BY ==LIMITE-NSF-ORD==
               ==DS-MOTIVO-NSF==       BY ==DS-MOTIVO-NSF-ORD==
               ==NR-REAPRES-NSF==      BY ==NR-REAPRES-NSF-ORD==
               ==ID-CONTRA-NSF==       BY ==ID-CONTRA-NSF-ORD==
               ==AGENCIA-CONTRA-NSF==  BY ==AGENCIA-CONTRA-NSF-ORD==
               ==CONTA-CONTRA-NSF==    BY ==CONTA-CONTRA-NSF-ORD==
               ==REF-ORIG-NSF==        BY ==REF-ORIG-NSF-ORD==
               ==DATA-ORIG-NSF==       BY ==DATA-ORIG-NSF-ORD==
               ==CD-TRN-ORIG-NSF==     BY ==CD-TRN-ORIG-NSF-ORD==.

       SD NSFTRAB.
           COPY NSFREG REPLACING
               ==SALDO-TENTATIVA-NSF== BY ==SALDO-TENT-NSF-TRAB==
               ==LIMITE-NSF==          BY ==LIMITE-NSF-TRAB==
               ==DS-MOTIVO-NSF==       BY ==DS-MOTIVO-NSF-TRAB==
               ==NR-REAPRES-NSF==      BY ==NR-REAPRES-NSF-TRAB==
               ==ID-CONTRA-NSF==       BY ==ID-CONTRA-NSF-TRAB==
               ==AGENCIA-CONTRA-NSF==  BY ==AGENCIA-CONTRA-NSF-TRAB==
               ==CONTA-CONTRA-NSF==    BY ==CONTA-CONTRA-NSF-TRAB==
               ==REF-ORIG-NSF==        BY ==REF-ORIG-NSF-TRAB==
               ==DATA-ORIG-NSF==       BY ==DATA-ORIG-NSF-TRAB==
               ==CD-TRN-ORIG-NSF==     BY ==CD-TRN-ORIG-NSF-TRAB==.

       FD ARREC VALUE OF FILE-ID IS "RECONC.DAT".
       01 REG-RECONC                  PIC X(80).
