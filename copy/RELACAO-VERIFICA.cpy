      *quantos vinculos pessoais ativos tem o contato de
      *WS-RLC-ID-TESTE; sem o arquivo de relacionamentos a
      *resposta e zero
       P820-CONTA-RELACOES.
           MOVE 0 TO WS-RLC-QTD-ATIVOS
           OPEN INPUT RELACIONAMENTOS
           IF FS-RLC-OK THEN
               SET EOF-RLC-OK TO FALSE
               MOVE WS-RLC-ID-TESTE TO RLC-ID-CONTATO
               MOVE ZEROS           TO RLC-ID-RELACIONADO
               START RELACIONAMENTOS KEY IS >= RLC-CHAVE
                   INVALID KEY
                       SET EOF-RLC-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-RLC-OK
                   READ RELACIONAMENTOS NEXT RECORD
                       AT END
                           SET EOF-RLC-OK TO TRUE
                       NOT AT END
                           IF RLC-ID-CONTATO NOT = WS-RLC-ID-TESTE
                           THEN
                               SET EOF-RLC-OK TO TRUE
                           ELSE
                               IF RLC-ATIVO THEN
                                   ADD 1 TO WS-RLC-QTD-ATIVOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACIONAMENTOS
           END-IF
           .
      *descricao e codigo inverso do tipo em WS-RLC-TIPO
       P825-DESCREVE-TIPO.
           SET TIPO-RLC-OK TO FALSE
           MOVE SPACES TO WS-RLC-INVERSO
           MOVE '?'    TO WS-RLC-DESCRICAO
           PERFORM VARYING WS-RLC-IND FROM 1 BY 1
                   UNTIL WS-RLC-IND > 7 OR TIPO-RLC-OK
               IF WS-TRLC-CODIGO(WS-RLC-IND) = WS-RLC-TIPO THEN
                   SET TIPO-RLC-OK TO TRUE
                   MOVE WS-TRLC-INVERSO(WS-RLC-IND)
                        TO WS-RLC-INVERSO
                   MOVE WS-TRLC-DESCRICAO(WS-RLC-IND)
                        TO WS-RLC-DESCRICAO
               END-IF
           END-PERFORM
           .
       P826-LISTA-TIPOS.
           PERFORM VARYING WS-RLC-IND FROM 1 BY 1
                   UNTIL WS-RLC-IND > 7
               DISPLAY '   <' WS-TRLC-CODIGO(WS-RLC-IND) '> '
                       WS-TRLC-DESCRICAO(WS-RLC-IND)
           END-PERFORM
           .
