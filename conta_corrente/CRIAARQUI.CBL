               ==MES-MOV==      BY ==MES-MOV-SEED==
               ==DIA-MOV==      BY ==DIA-MOV-SEED==
               ==CD-TRANSACAO== BY ==CD-TRANSACAO-SEED==
               ==NR-REAPRES==   BY ==NR-REAPRES-SEED==
               ==ID-CONTRA-MOV== BY ==ID-CONTRA-MOV-SEED==
               ==AGENCIA-CONTRA-MOV== BY ==AGENCIA-CONTRA-MOV-SEED==
               ==CONTA-CONTRA-MOV== BY ==CONTA-CONTRA-MOV-SEED==
               ==REF-ORIG-MOV==     BY ==REF-ORIG-MOV-SEED==
               ==DATA-ORIG-MOV==    BY ==DATA-ORIG-MOV-SEED==
               ==CD-TRN-ORIG-MOV==  BY ==CD-TRN-ORIG-MOV-SEED==.

       FD PARMPRO VALUE OF FILE-ID IS "PARMPROC.DAT".
           COPY PRMREG.
