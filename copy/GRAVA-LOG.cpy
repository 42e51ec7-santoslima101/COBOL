           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA FROM TIME

      *a sequencia e o elo continuam da ultima linha gravada, em
      *qualquer modulo e atraves do fechamento mensal do log
           PERFORM P501-LE-SEQUENCIA

           OPEN EXTEND LOG-TRANSACOES
           IF WS-FS-LOG EQUAL 35 THEN
               OPEN OUTPUT LOG-TRANSACOES
                                      DELIMITED BY SIZE
                 INTO WS-LOG-LINHA
               END-STRING
               ADD 1 TO WS-LOG-SEQ
               MOVE ' SEQ:'      TO WS-LOG-LINHA(525:5)
               MOVE WS-LOG-SEQ   TO WS-LOG-LINHA(530:9)
               PERFORM P506-CONFERE-LINHA
               MOVE ' CHK:'      TO WS-LOG-LINHA(539:5)
               MOVE WS-LOG-CHK   TO WS-LOG-LINHA(544:9)
               MOVE ' CHB:'      TO WS-LOG-LINHA(553:5)
               MOVE WS-LOG-CHB   TO WS-LOG-LINHA(558:9)
               MOVE WS-LOG-LINHA TO REG-LOG
               WRITE REG-LOG
               CLOSE LOG-TRANSACOES
               MOVE WS-LOG-CHK   TO WS-LOG-ELO
               PERFORM P503-GRAVA-SEQUENCIA
           ELSE
               DISPLAY 'ERRO AO ABRIR O LOG DE TRANSACOES!'
               DISPLAY 'FILE STATUS:' WS-FS-LOG
           MOVE SPACES TO WS-LOG-IMAGEM-ANTES
           MOVE SPACES TO WS-LOG-IMAGEM-DEPOIS
           .
       P501-LE-SEQUENCIA.
           MOVE 0 TO WS-LOG-SEQ
           MOVE 0 TO WS-LOG-ELO
           OPEN INPUT LOG-SEQUENCIA
           IF NOT FS-LSQ-OK THEN
               PERFORM P502-RETOMA-DO-LOG
           ELSE
               READ LOG-SEQUENCIA INTO WS-LOG-CONTROLE
                   AT END
                       PERFORM P502-RETOMA-DO-LOG
                   NOT AT END
                       IF WS-LSQ-SEQ IS NUMERIC AND
                          WS-LSQ-CHK IS NUMERIC THEN
                           MOVE WS-LSQ-SEQ TO WS-LOG-SEQ
                           MOVE WS-LSQ-CHK TO WS-LOG-ELO
                       ELSE
                           PERFORM P502-RETOMA-DO-LOG
                       END-IF
               END-READ
               CLOSE LOG-SEQUENCIA
           END-IF
           .
      *sem o controle (perdido ou apagado pela restauracao do
      *backup) vale a ultima linha encadeada do log corrente
       P502-RETOMA-DO-LOG.
           SET EOF-LOG-OK TO FALSE
           OPEN INPUT LOG-TRANSACOES
           IF FS-LOG-OK THEN
               PERFORM UNTIL EOF-LOG-OK
                   READ LOG-TRANSACOES INTO WS-LOG-LINHA
                       AT END
                           SET EOF-LOG-OK TO TRUE
                       NOT AT END
                           IF WS-LOG-LINHA(525:5) = ' SEQ:' AND
                              WS-LOG-LINHA(530:9) IS NUMERIC AND
                              WS-LOG-LINHA(544:9) IS NUMERIC THEN
                               MOVE WS-LOG-LINHA(530:9) TO WS-LOG-SEQ
                               MOVE WS-LOG-LINHA(544:9) TO WS-LOG-ELO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF
           .
       P503-GRAVA-SEQUENCIA.
           OPEN OUTPUT LOG-SEQUENCIA
           IF NOT FS-LSQ-OK THEN
               DISPLAY 'AVISO: SEQUENCIA DO LOG NAO GRAVADA.'
               DISPLAY 'FILE STATUS:' WS-FS-LSQ
           ELSE
               MOVE SPACES TO REG-LOG-SEQ
               STRING 'SEQ:'       DELIMITED BY SIZE
                      WS-LOG-SEQ   DELIMITED BY SIZE
                      ' CHK:'      DELIMITED BY SIZE
                      WS-LOG-ELO   DELIMITED BY SIZE
                 INTO REG-LOG-SEQ
               END-STRING
               WRITE REG-LOG-SEQ
               CLOSE LOG-SEQUENCIA
           END-IF
           .
       P505-GRAVA-HIST.
      *o indice so e alimentado depois que a carga inicial (acao
      *G do historico) criou o historico.dat; enquanto ele nao
           END-IF
           END-IF
           .
      *conferencias da linha em WS-LOG-LINHA a partir do elo da
      *linha anterior (WS-LOG-ELO): CHK sobre a linha inteira ate
      *a SEQ e CHB so sobre data, hora, operacao, id, usuario e SEQ
       P506-CONFERE-LINHA.
           MOVE WS-LOG-LINHA(1:538) TO WS-CAD-TEXTO
           MOVE 538 TO WS-CAD-TAM
           PERFORM P507-CALCULA-CONFERENCIA
           MOVE WS-CAD-ACUM TO WS-LOG-CHK

           MOVE SPACES TO WS-CAD-TEXTO
           MOVE WS-LOG-LINHA(1:38)   TO WS-CAD-TEXTO(1:38)
           MOVE WS-LOG-LINHA(94:19)  TO WS-CAD-TEXTO(39:19)
           MOVE WS-LOG-LINHA(525:14) TO WS-CAD-TEXTO(58:14)
           MOVE 71 TO WS-CAD-TAM
           PERFORM P507-CALCULA-CONFERENCIA
           MOVE WS-CAD-ACUM TO WS-LOG-CHB
           .
       P507-CALCULA-CONFERENCIA.
           MOVE WS-LOG-ELO TO WS-CAD-ACUM
           PERFORM VARYING WS-CAD-POS FROM 1 BY 1
                   UNTIL WS-CAD-POS > WS-CAD-TAM
               COMPUTE WS-CAD-ACUM = FUNCTION MOD(
                       WS-CAD-ACUM * 31 +
                       FUNCTION ORD(WS-CAD-TEXTO(WS-CAD-POS:1)),
                       WS-CAD-MODULO)
           END-PERFORM
           .
