      *sobe de WS-GRP-EMPRESA pelas matrizes ate a cabeca
      *WS-GRP-CABECA (EMPRESA-NO-GRUPO), ate uma empresa sem matriz
      *ou ate o limite de niveis; com a cabeca zerada serve para
      *achar o topo do grupo em WS-GRP-RAIZ. O arquivo EMPRESAS
      *precisa estar aberto e a area do registro volta como estava
       P860-VERIFICA-GRUPO.
           SET EMPRESA-NO-GRUPO TO FALSE
           SET GRUPO-SUBINDO    TO TRUE
           MOVE WS-GRP-EMPRESA  TO WS-GRP-ATUAL
           MOVE WS-GRP-EMPRESA  TO WS-GRP-RAIZ
           MOVE 0               TO WS-GRP-NIVEIS
           MOVE REG-EMPRESAS    TO WS-GRP-SALVA
           PERFORM P862-SOBE-NIVEL UNTIL GRUPO-FIM-SUBIDA
           MOVE WS-GRP-SALVA    TO REG-EMPRESAS
           .
       P862-SOBE-NIVEL.
           IF WS-GRP-ATUAL = 0 THEN
               SET GRUPO-NO-TOPO TO TRUE
           ELSE
               IF WS-GRP-ATUAL = WS-GRP-CABECA THEN
                   MOVE WS-GRP-ATUAL TO WS-GRP-RAIZ
                   SET EMPRESA-NO-GRUPO TO TRUE
                   MOVE 'G' TO WS-GRP-FIM
               ELSE
                   ADD 1 TO WS-GRP-NIVEIS
                   IF WS-GRP-NIVEIS > WS-GRP-MAX-NIVEIS THEN
                       SET GRUPO-INTERROMPIDO TO TRUE
                   ELSE
                       MOVE WS-GRP-ATUAL TO ID-EMPRESA
                       READ EMPRESAS
                           INVALID KEY
                               SET GRUPO-INTERROMPIDO TO TRUE
                           NOT INVALID KEY
                               MOVE WS-GRP-ATUAL      TO WS-GRP-RAIZ
                               MOVE ID-MATRIZ-EMPRESA TO WS-GRP-ATUAL
                       END-READ
                   END-IF
               END-IF
           END-IF
           .
