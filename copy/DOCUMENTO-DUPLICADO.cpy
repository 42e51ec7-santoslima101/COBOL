      *outro contato ATIVO com o cpf de WS-DOC-DIGITOS, que nao o
      *proprio WS-DOC-ID-PROPRIO (zero no cadastro novo), bloqueia a
      *gravacao; inativos podem repetir o numero. Leitura pela chave
      *alternativa do cpf, com o arquivo de contatos aberto em
      *acesso dinamico
       P740-VERIFICA-CPF-DUPLICADO.
           SET CPF-DUPLICADO TO FALSE
           MOVE 0 TO WS-DOC-ID-DUPLICADO
           IF WS-DOC-DIGITOS NOT = SPACES THEN
               MOVE REG-CONTATOS TO WS-DOC-REG-SALVO
               MOVE WS-DOC-DIGITOS(1:11) TO CPF-CONTATO
               SET DOC-FIM-BUSCA TO FALSE
               START CONTATOS KEY IS EQUAL CPF-CONTATO
                   INVALID KEY
                       SET DOC-FIM-BUSCA TO TRUE
               END-START
               PERFORM UNTIL DOC-FIM-BUSCA
                   READ CONTATOS NEXT RECORD
                       AT END
                           SET DOC-FIM-BUSCA TO TRUE
                       NOT AT END
                           IF CPF-CONTATO NOT = WS-DOC-DIGITOS(1:11)
                              THEN
                               SET DOC-FIM-BUSCA TO TRUE
                           ELSE
                               IF CONTATO-ATIVO AND
                                  ID-CONTATO NOT = WS-DOC-ID-PROPRIO
                                  THEN
                                   SET CPF-DUPLICADO TO TRUE
                                   MOVE ID-CONTATO
                                        TO WS-DOC-ID-DUPLICADO
                                   SET DOC-FIM-BUSCA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-DOC-REG-SALVO TO REG-CONTATOS
           END-IF
           .
