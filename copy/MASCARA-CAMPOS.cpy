               MOVE '*** RESTRITO ***' TO WS-MASC-VALOR
           END-IF
           .
      *cpf mascarado no padrao usual: so os seis digitos do meio
      *ficam visiveis, ex.: ***.456.789-**
       P780-MASCARA-CPF.
           IF WS-MASC-VALOR NOT = SPACES THEN
               MOVE WS-MASC-VALOR(1:11) TO WS-MASC-CPF
               MOVE SPACES TO WS-MASC-VALOR
               STRING '***.'             DELIMITED BY SIZE
                      WS-MASC-CPF(4:3)   DELIMITED BY SIZE
                      '.'                DELIMITED BY SIZE
                      WS-MASC-CPF(7:3)   DELIMITED BY SIZE
                      '-**'              DELIMITED BY SIZE
                 INTO WS-MASC-VALOR
               END-STRING
           END-IF
           .
