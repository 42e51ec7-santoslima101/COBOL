      *le a ultima confirmacao do contato em WS-CNF-ID-TESTE; sem
      *registro (ou sem o arquivo) o contato nunca foi confirmado
       P830-LE-CONFIRMACAO.
           SET CONFIRMACAO-ACHADA TO FALSE
           MOVE ZEROS  TO WS-CNF-DATA-ANT
           MOVE SPACES TO WS-CNF-USUARIO-ANT
           OPEN INPUT CONFIRMACOES
           IF FS-CNF-OK THEN
               MOVE WS-CNF-ID-TESTE TO CNF-ID-CONTATO
               READ CONFIRMACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONFIRMACAO-ACHADA TO TRUE
                       MOVE CNF-DATA    TO WS-CNF-DATA-ANT
                       MOVE CNF-USUARIO TO WS-CNF-USUARIO-ANT
               END-READ
               CLOSE CONFIRMACOES
           END-IF
           PERFORM P837-EDITA-DATA-CNF
           .
      *grava a confirmacao de hoje para o contato em WS-CNF-ID-TESTE
      *pelo usuario do log e registra a operacao no log de
      *transacoes, com a data anterior como antes
       P835-GRAVA-CONFIRMACAO.
           SET CONFIRMACAO-GRAVADA TO FALSE
           PERFORM P830-LE-CONFIRMACAO
           OPEN I-O CONFIRMACOES
           IF WS-FS-CNF EQUAL 35 THEN
               OPEN OUTPUT CONFIRMACOES
               CLOSE CONFIRMACOES
               OPEN I-O CONFIRMACOES
           END-IF
           IF NOT FS-CNF-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONFIRMACOES!'
               DISPLAY 'FILE STATUS:' WS-FS-CNF
           ELSE
               MOVE WS-CNF-ID-TESTE TO CNF-ID-CONTATO
               ACCEPT CNF-DATA FROM DATE YYYYMMDD
               MOVE WS-LOG-USUARIO  TO CNF-USUARIO
               MOVE WS-CNF-ORIGEM   TO CNF-ORIGEM
               IF CONFIRMACAO-ACHADA THEN
                   REWRITE REG-CONFIRMACAO
               ELSE
                   WRITE REG-CONFIRMACAO
               END-IF
               IF FS-CNF-OK THEN
                   SET CONFIRMACAO-GRAVADA TO TRUE
                   MOVE 'CONFIRMA'      TO WS-LOG-OPERACAO
                   MOVE WS-CNF-ID-TESTE TO WS-LOG-ID
                   IF CONFIRMACAO-ACHADA THEN
                       MOVE WS-CNF-DATA-ED TO WS-LOG-ANTES
                   ELSE
                       MOVE 'NUNCA CONFIRMADO' TO WS-LOG-ANTES
                   END-IF
                   MOVE CNF-DATA TO WS-CNF-DATA-ANT
                   PERFORM P837-EDITA-DATA-CNF
                   MOVE WS-CNF-DATA-ED TO WS-LOG-DEPOIS
                   PERFORM P500-GRAVA-LOG
               ELSE
                   DISPLAY 'ERRO AO GRAVAR A CONFIRMACAO!'
                   DISPLAY 'FILE STATUS:' WS-FS-CNF
               END-IF
               CLOSE CONFIRMACOES
           END-IF
           .
      *data de WS-CNF-DATA-ANT no formato DD/MM/AAAA
       P837-EDITA-DATA-CNF.
           MOVE SPACES TO WS-CNF-DATA-ED
           IF WS-CNF-DATA-ANT > 0 THEN
               STRING WS-CNF-DATA-ANT(7:2) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-CNF-DATA-ANT(5:2) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-CNF-DATA-ANT(1:4) DELIMITED BY SIZE
                 INTO WS-CNF-DATA-ED
               END-STRING
           END-IF
           .
