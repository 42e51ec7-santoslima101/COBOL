               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT PENDENCIAS ASSIGN TO
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD CONFIG-FILE.
          COPY FD-CONFIG.


               SET PEND-APROVADA TO TRUE
               MOVE LK-USUARIO TO PEND-APROVADOR
               ACCEPT PEND-DATA-DECISAO FROM DATE YYYYMMDD
               ACCEPT PEND-HORA-DECISAO FROM TIME
               REWRITE REG-PENDENCIAS
               ADD 1 TO WS-CONT-APROVADAS
               DISPLAY 'Proposta aplicada ('
       P420-REJEITA-PROPOSTA.
           SET PEND-REJEITADA TO TRUE
           MOVE LK-USUARIO TO PEND-APROVADOR
           ACCEPT PEND-DATA-DECISAO FROM DATE YYYYMMDD
           ACCEPT PEND-HORA-DECISAO FROM TIME
           REWRITE REG-PENDENCIAS
           ADD 1 TO WS-CONT-REJEITADAS

