      *abre o arquivo de recusas para consulta e zera os contadores
      *de pulados; status 35 = arquivo ainda nao criado
       P680-ABRE-SUPRESSAO.
           SET WS-SUP-PULA-CARTA TO 0
           SET WS-SUP-PULA-EMAIL TO 0
           SET WS-SUP-PULA-FONE  TO 0
           SET WS-SUP-PULA-TOTAL TO 0
           OPEN INPUT SUPRESSAO
           EVALUATE TRUE
               WHEN FS-SUP-OK
                   SET SUPRESSAO-DISPONIVEL TO TRUE
               WHEN WS-FS-SUP EQUAL 35
                   SET SUPRESSAO-AUSENTE TO TRUE
               WHEN OTHER
                   SET SUPRESSAO-COM-ERRO TO TRUE
           END-EVALUATE
           .
      *confere se o contato em WS-SUP-ID-TESTE recusou o canal em
      *WS-SUP-CANAL-TESTE, devolvendo a resposta em CANAL-RECUSADO
       P685-VERIFICA-SUPRESSAO.
           SET CANAL-RECUSADO TO FALSE
           IF SUPRESSAO-DISPONIVEL THEN
               MOVE WS-SUP-ID-TESTE    TO SUP-ID-CONTATO
               MOVE WS-SUP-CANAL-TESTE TO SUP-CANAL
               READ SUPRESSAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CANAL-RECUSADO TO TRUE
               END-READ
           END-IF
           .
      *os tres canais do contato em WS-SUP-ID-TESTE de uma vez
       P687-VERIFICA-CANAIS.
           MOVE 'C' TO WS-SUP-CANAL-TESTE
           PERFORM P685-VERIFICA-SUPRESSAO
           MOVE WS-SUP-ACHOU TO WS-SUP-REC-CARTA
           MOVE 'E' TO WS-SUP-CANAL-TESTE
           PERFORM P685-VERIFICA-SUPRESSAO
           MOVE WS-SUP-ACHOU TO WS-SUP-REC-EMAIL
           MOVE 'T' TO WS-SUP-CANAL-TESTE
           PERFORM P685-VERIFICA-SUPRESSAO
           MOVE WS-SUP-ACHOU TO WS-SUP-REC-FONE
           .
       P689-FECHA-SUPRESSAO.
           IF SUPRESSAO-DISPONIVEL THEN
               CLOSE SUPRESSAO
           END-IF
           SET SUPRESSAO-AUSENTE TO TRUE
           .
