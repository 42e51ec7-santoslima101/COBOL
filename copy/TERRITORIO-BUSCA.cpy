      *procura o territorio ativo de WS-TER-UF-BUSCA que contem
      *WS-TER-CEP-BUSCA; quando as faixas se sobrepoem vale a mais
      *estreita (o bairro dentro da cidade dentro da uf). Sem cep
      *so a faixa da uf inteira serve. O arquivo e pequeno e e lido
      *do inicio da uf ate a proxima
       P795-BUSCA-TERRITORIO.
           SET TERRITORIO-ACHADO TO FALSE
           MOVE SPACES TO WS-TER-NOME-ACHADO
                          WS-TER-DONO-ACHADO
           MOVE 99999999 TO WS-TER-LARGURA-ACHADA
           MOVE FUNCTION UPPER-CASE(WS-TER-UF-BUSCA)
                TO WS-TER-UF-BUSCA
           IF WS-TER-UF-BUSCA = SPACES THEN
               GO TO P795-SAI
           END-IF
           OPEN INPUT TERRITORIOS
           IF NOT FS-TER-OK THEN
               GO TO P795-SAI
           END-IF
           SET EOF-TER-OK TO FALSE
           MOVE WS-TER-UF-BUSCA TO TER-UF
           MOVE LOW-VALUES      TO TER-CEP-INICIAL
           START TERRITORIOS KEY IS >= TER-CHAVE
               INVALID KEY
                   SET EOF-TER-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-TER-OK
               READ TERRITORIOS NEXT RECORD
                   AT END
                       SET EOF-TER-OK TO TRUE
                   NOT AT END
                       IF TER-UF NOT = WS-TER-UF-BUSCA THEN
                           SET EOF-TER-OK TO TRUE
                       ELSE
                           PERFORM P796-CONFERE-FAIXA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERRITORIOS
           .
       P795-SAI.
           EXIT.
       P796-CONFERE-FAIXA.
           IF TERRITORIO-ATIVO THEN
               IF (WS-TER-CEP-BUSCA = SPACES AND
                   TER-CEP-INICIAL = '00000000' AND
                   TER-CEP-FINAL = '99999999') OR
                  (WS-TER-CEP-BUSCA NOT = SPACES AND
                   WS-TER-CEP-BUSCA >= TER-CEP-INICIAL AND
                   WS-TER-CEP-BUSCA <= TER-CEP-FINAL) THEN
                   COMPUTE WS-TER-LARGURA =
                           FUNCTION NUMVAL(TER-CEP-FINAL) -
                           FUNCTION NUMVAL(TER-CEP-INICIAL)
                   IF NOT TERRITORIO-ACHADO OR
                      WS-TER-LARGURA < WS-TER-LARGURA-ACHADA THEN
                       SET TERRITORIO-ACHADO TO TRUE
                       MOVE WS-TER-LARGURA TO WS-TER-LARGURA-ACHADA
                       MOVE TER-NOME       TO WS-TER-NOME-ACHADO
                       MOVE TER-DONO       TO WS-TER-DONO-ACHADO
                   END-IF
               END-IF
           END-IF
           .
