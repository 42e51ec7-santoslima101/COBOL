      *cpf valido tem 11 digitos, nao todos iguais, e os dois
      *verificadores conferem; vazio continua permitido (cadastro
      *antigo sem documento)
       P720-VALIDA-CPF.
           SET DOCUMENTO-VALIDO TO FALSE
           PERFORM P730-EXTRAI-DIGITOS
           IF WS-DOC-NUMERO = SPACES THEN
               SET DOCUMENTO-VALIDO TO TRUE
           ELSE
               IF DOC-CARACTER-OK AND WS-DOC-QTD-DIG = 11 AND
                  NOT DOC-DIGITOS-IGUAIS THEN
                   MOVE 10 TO WS-DOC-PESO-INICIAL
                   MOVE 9  TO WS-DOC-TAM
                   PERFORM P735-CONFERE-DV
                   IF DOC-DV-CONFERE THEN
                       MOVE 11 TO WS-DOC-PESO-INICIAL
                       MOVE 10 TO WS-DOC-TAM
                       PERFORM P735-CONFERE-DV
                       IF DOC-DV-CONFERE THEN
                           SET DOCUMENTO-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *cnpj valido tem 14 digitos, nao todos iguais, e os dois
      *verificadores conferem; vazio continua permitido
       P725-VALIDA-CNPJ.
           SET DOCUMENTO-VALIDO TO FALSE
           PERFORM P730-EXTRAI-DIGITOS
           IF WS-DOC-NUMERO = SPACES THEN
               SET DOCUMENTO-VALIDO TO TRUE
           ELSE
               IF DOC-CARACTER-OK AND WS-DOC-QTD-DIG = 14 AND
                  NOT DOC-DIGITOS-IGUAIS THEN
                   MOVE 5  TO WS-DOC-PESO-INICIAL
                   MOVE 12 TO WS-DOC-TAM
                   PERFORM P735-CONFERE-DV
                   IF DOC-DV-CONFERE THEN
                       MOVE 6  TO WS-DOC-PESO-INICIAL
                       MOVE 13 TO WS-DOC-TAM
                       PERFORM P735-CONFERE-DV
                       IF DOC-DV-CONFERE THEN
                           SET DOCUMENTO-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *separa os digitos do numero digitado; ponto, barra, hifen e
      *espaco sao aceitos como pontuacao, qualquer outro caractere
      *invalida o documento
       P730-EXTRAI-DIGITOS.
           MOVE SPACES TO WS-DOC-DIGITOS
           MOVE 0 TO WS-DOC-QTD-DIG
           SET DOC-CARACTER-OK TO TRUE
           SET DOC-DIGITOS-IGUAIS TO TRUE
           PERFORM VARYING WS-DOC-IND FROM 1 BY 1
                   UNTIL WS-DOC-IND > 18
               EVALUATE TRUE
                   WHEN WS-DOC-NUMERO(WS-DOC-IND:1) >= '0' AND
                        WS-DOC-NUMERO(WS-DOC-IND:1) <= '9'
                       IF WS-DOC-QTD-DIG < 14 THEN
                           ADD 1 TO WS-DOC-QTD-DIG
                           MOVE WS-DOC-NUMERO(WS-DOC-IND:1)
                                TO WS-DOC-DIGITOS(WS-DOC-QTD-DIG:1)
                           IF WS-DOC-DIGITOS(WS-DOC-QTD-DIG:1) NOT =
                              WS-DOC-DIGITOS(1:1) THEN
                               SET DOC-DIGITOS-IGUAIS TO FALSE
                           END-IF
                       ELSE
                           SET DOC-CARACTER-OK TO FALSE
                       END-IF
                   WHEN WS-DOC-NUMERO(WS-DOC-IND:1) = '.'
                   WHEN WS-DOC-NUMERO(WS-DOC-IND:1) = '/'
                   WHEN WS-DOC-NUMERO(WS-DOC-IND:1) = '-'
                   WHEN WS-DOC-NUMERO(WS-DOC-IND:1) = SPACE
                       CONTINUE
                   WHEN OTHER
                       SET DOC-CARACTER-OK TO FALSE
               END-EVALUATE
           END-PERFORM
           .
      *modulo 11 sobre os primeiros WS-DOC-TAM digitos, com pesos
      *decrescentes a partir de WS-DOC-PESO-INICIAL que voltam a 9
      *depois do 2 (regra do cnpj; no cpf o peso nunca chega a 1);
      *resto menor que 2 da verificador zero
       P735-CONFERE-DV.
           SET DOC-DV-CONFERE TO FALSE
           MOVE 0 TO WS-DOC-SOMA
           MOVE WS-DOC-PESO-INICIAL TO WS-DOC-PESO
           PERFORM VARYING WS-DOC-IND FROM 1 BY 1
                   UNTIL WS-DOC-IND > WS-DOC-TAM
               MOVE WS-DOC-DIGITOS(WS-DOC-IND:1) TO WS-DOC-DIG
               COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                       WS-DOC-DIG * WS-DOC-PESO
               SUBTRACT 1 FROM WS-DOC-PESO
               IF WS-DOC-PESO < 2 THEN
                   MOVE 9 TO WS-DOC-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-DOC-RESTO = FUNCTION MOD(WS-DOC-SOMA, 11)
           IF WS-DOC-RESTO < 2 THEN
               MOVE 0 TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF
           MOVE WS-DOC-DIGITOS(WS-DOC-TAM + 1:1) TO WS-DOC-DIG
           IF WS-DOC-DIG = WS-DOC-DV THEN
               SET DOC-DV-CONFERE TO TRUE
           END-IF
           .
      *documento so com digitos (WS-DOC-DIGITOS) para exibicao:
      *11 digitos como cpf 999.999.999-99 e 14 como cnpj
      *99.999.999/9999-99
       P737-FORMATA-DOCUMENTO.
           MOVE SPACES TO WS-DOC-FORMATADO
           EVALUATE TRUE
               WHEN WS-DOC-DIGITOS(12:3) = SPACES AND
                    WS-DOC-DIGITOS(11:1) NOT = SPACE
                   STRING WS-DOC-DIGITOS(1:3) '.'
                          WS-DOC-DIGITOS(4:3) '.'
                          WS-DOC-DIGITOS(7:3) '-'
                          WS-DOC-DIGITOS(10:2)
                          DELIMITED BY SIZE
                     INTO WS-DOC-FORMATADO
                   END-STRING
               WHEN WS-DOC-DIGITOS(14:1) NOT = SPACE
                   STRING WS-DOC-DIGITOS(1:2) '.'
                          WS-DOC-DIGITOS(3:3) '.'
                          WS-DOC-DIGITOS(6:3) '/'
                          WS-DOC-DIGITOS(9:4) '-'
                          WS-DOC-DIGITOS(13:2)
                          DELIMITED BY SIZE
                     INTO WS-DOC-FORMATADO
                   END-STRING
               WHEN OTHER
                   MOVE WS-DOC-DIGITOS TO WS-DOC-FORMATADO
           END-EVALUATE
           .
