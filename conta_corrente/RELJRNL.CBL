
       LISTA-ALTERACAO.
           IF DATA-JRN = WS-DATA-PROC
              AND ARQUIVO-JRN NOT = 'BLQMOV.DAT'
               PERFORM FORMATA-ALTERACAO
           END-IF
           READ ARQJRN AT END MOVE 1 TO FIM-JRN.
