      *com o cep achado na base, cidade e uf passam a ser as dos
      *correios e o logradouro so e preenchido se veio em branco
      *(cep geral de cidade nao traz rua) ou se o cep mudou em
      *relacao a WS-CEP-ANTERIOR, para a rua antiga nao ficar com
      *a cidade nova; CEP-COMPLETOU avisa a tela que algum campo
      *mudou e precisa ser conferido
       P790-PREENCHE-CEP.
           SET CEP-NA-BASE   TO FALSE
           SET CEP-COMPLETOU TO FALSE
           IF WS-CEP-CONTATO NOT = SPACES THEN
               OPEN INPUT CEP-REFERENCIA
               IF FS-CEP-OK THEN
                   MOVE WS-CEP-CONTATO TO CEP-CODIGO
                   READ CEP-REFERENCIA
                       INVALID KEY
                           DISPLAY 'CEP NAO ENCONTRADO NA BASE DOS'
                                   ' CORREIOS; CONFIRA O NUMERO.'
                       NOT INVALID KEY
                           SET CEP-NA-BASE TO TRUE
                   END-READ
                   CLOSE CEP-REFERENCIA
               END-IF
           END-IF
           IF CEP-NA-BASE THEN
               IF CEP-LOGRADOURO NOT = SPACES THEN
                   IF WS-ENDERECO-CONTATO = SPACES OR
                      (WS-CEP-ANTERIOR NOT = SPACES AND
                       WS-CEP-CONTATO NOT = WS-CEP-ANTERIOR) THEN
                       MOVE CEP-LOGRADOURO TO WS-ENDERECO-CONTATO
                       SET CEP-COMPLETOU TO TRUE
                   END-IF
               END-IF
      *o mesmo cep conferido de novo na tela nao volta a trocar
      *a rua que o operador corrigiu
               IF WS-CEP-ANTERIOR NOT = SPACES THEN
                   MOVE WS-CEP-CONTATO TO WS-CEP-ANTERIOR
               END-IF
               IF FUNCTION UPPER-CASE(WS-CIDADE-CONTATO) NOT =
                  CEP-CIDADE THEN
                   MOVE CEP-CIDADE TO WS-CIDADE-CONTATO
                   SET CEP-COMPLETOU TO TRUE
               END-IF
               IF FUNCTION UPPER-CASE(WS-UF-CONTATO) NOT = CEP-UF
               THEN
                   MOVE CEP-UF TO WS-UF-CONTATO
                   SET CEP-COMPLETOU TO TRUE
               END-IF
           END-IF
           .
