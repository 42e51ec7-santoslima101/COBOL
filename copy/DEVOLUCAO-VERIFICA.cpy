      *abre o arquivo de devolucoes para consulta e zera os
      *contadores de omitidos; status 35 = arquivo ainda nao criado
       P600-ABRE-DEVOLUCOES.
           SET WS-DEV-PULA-CARTA TO 0
           SET WS-DEV-PULA-EMAIL TO 0
           OPEN INPUT DEVOLUCOES
           EVALUATE TRUE
               WHEN FS-DEV-OK
                   SET DEVOLUCOES-DISPONIVEL TO TRUE
               WHEN WS-FS-DEV EQUAL 35
                   SET DEVOLUCOES-AUSENTE TO TRUE
               WHEN OTHER
                   SET DEVOLUCOES-COM-ERRO TO TRUE
           END-EVALUATE
           .
      *confere se o endereco/email do contato em WS-DEV-ID-TESTE,
      *canal WS-DEV-CANAL-TESTE e sequencia WS-DEV-SEQ-TESTE esta
      *marcado como devolvido; a marca so vale enquanto o valor
      *atual (WS-DEV-VALOR-TESTE) for o mesmo que voltou
       P605-VERIFICA-DEVOLUCAO.
           SET MEIO-DEVOLVIDO TO FALSE
           IF DEVOLUCOES-DISPONIVEL THEN
               MOVE WS-DEV-ID-TESTE    TO DEV-ID-CONTATO
               MOVE WS-DEV-CANAL-TESTE TO DEV-CANAL
               MOVE WS-DEV-SEQ-TESTE   TO DEV-SEQ
               READ DEVOLUCOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE(DEV-VALOR) =
                          FUNCTION UPPER-CASE(WS-DEV-VALOR-TESTE)
                       THEN
                           SET MEIO-DEVOLVIDO TO TRUE
                       END-IF
               END-READ
           END-IF
           .
       P609-FECHA-DEVOLUCOES.
           IF DEVOLUCOES-DISPONIVEL THEN
               CLOSE DEVOLUCOES
           END-IF
           SET DEVOLUCOES-AUSENTE TO TRUE
           .
