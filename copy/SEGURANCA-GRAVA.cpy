       P530-GRAVA-SEGURANCA.
           OPEN EXTEND LOG-SEGURANCA
           IF WS-FS-SEG EQUAL 35 THEN
               OPEN OUTPUT LOG-SEGURANCA
           END-IF

           IF FS-SEG-OK THEN
               MOVE SPACES           TO REG-SEGURANCA
               ACCEPT SEG-DATA FROM DATE YYYYMMDD
               ACCEPT SEG-HORA FROM TIME
               MOVE WS-SEG-EVENTO    TO SEG-EVENTO
               MOVE WS-SEG-USUARIO   TO SEG-USUARIO
               MOVE WS-SEG-OPCAO     TO SEG-OPCAO
               MOVE WS-SEG-RESULTADO TO SEG-RESULTADO
               MOVE WS-SEG-DETALHE   TO SEG-DETALHE
               MOVE WS-SEG-PROGRAMA  TO SEG-PROGRAMA
               WRITE REG-SEGURANCA
               CLOSE LOG-SEGURANCA
           ELSE
               DISPLAY 'AVISO: LOG DE SEGURANCA INDISPONIVEL!'
               DISPLAY 'FILE STATUS:' WS-FS-SEG
           END-IF

           MOVE SPACES TO WS-SEG-OPCAO
           MOVE SPACES TO WS-SEG-RESULTADO
           MOVE SPACES TO WS-SEG-DETALHE
           .
