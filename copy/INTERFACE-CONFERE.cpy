      *controle de cabecalho e rodape dos arquivos recebidos; o
      *programa precisa do SELECT INTERFACES-RECEBIDAS (FD com o
      *FD-INTERFACES), do ARQUIVO-RUNLOG e do INTERFACE-WS, e
      *move o nome da interface para WS-ITF-INTERFACE
       P540-ITF-INICIA.
           SET WS-ITF-LINHAS      TO 0
           SET WS-ITF-QTD-LIDA    TO 0
           SET WS-ITF-HASH-LIDO   TO 0
           SET ITF-COM-CABECALHO  TO FALSE
           SET ITF-COM-RODAPE     TO FALSE
           SET ITF-FORA-DE-ORDEM  TO FALSE
           SET ITF-ARQUIVO-ACEITO TO TRUE
           MOVE SPACES TO WS-ITF-REMETENTE
           MOVE SPACES TO WS-ITF-DATA-X
           MOVE SPACES TO WS-ITF-SEQ-X
           MOVE SPACES TO WS-ITF-QTD-X
           MOVE SPACES TO WS-ITF-HASH-X
           MOVE SPACES TO WS-ITF-MOTIVO
           .
      *o cabecalho so vale na primeira linha e nada pode vir depois
      *do rodape: linha acrescentada ou perdida invalida o arquivo
       P541-ITF-CLASSIFICA.
           MOVE SPACES TO WS-ITF-TIPO-LINHA
           IF WS-ITF-LINHA NOT = SPACES THEN
               ADD 1 TO WS-ITF-LINHAS
               EVALUATE TRUE
                   WHEN WS-ITF-LINHA(1:3) = 'HDR'
                       SET ITF-LINHA-CABECALHO TO TRUE
                       IF WS-ITF-LINHAS > 1 OR ITF-COM-CABECALHO THEN
                           SET ITF-FORA-DE-ORDEM TO TRUE
                       END-IF
                       SET ITF-COM-CABECALHO TO TRUE
                       MOVE WS-ITF-LINHA(5:10)  TO WS-ITF-REMETENTE
                       MOVE WS-ITF-LINHA(16:8)  TO WS-ITF-DATA-X
                       MOVE WS-ITF-LINHA(25:6)  TO WS-ITF-SEQ-X
                   WHEN WS-ITF-LINHA(1:3) = 'TRL'
                       SET ITF-LINHA-RODAPE TO TRUE
                       IF ITF-COM-RODAPE THEN
                           SET ITF-FORA-DE-ORDEM TO TRUE
                       END-IF
                       SET ITF-COM-RODAPE TO TRUE
                       MOVE WS-ITF-LINHA(5:7)   TO WS-ITF-QTD-X
                       MOVE WS-ITF-LINHA(13:18) TO WS-ITF-HASH-X
                   WHEN OTHER
                       SET ITF-LINHA-DETALHE TO TRUE
                       IF ITF-COM-RODAPE THEN
                           SET ITF-FORA-DE-ORDEM TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           .
      *decide se o arquivo inteiro pode ser processado; chamado
      *depois da leitura completa e antes de mexer no cadastro
       P545-ITF-CONFERE.
           SET ITF-ARQUIVO-ACEITO TO TRUE
           MOVE SPACES TO WS-ITF-MOTIVO
           EVALUATE TRUE
               WHEN NOT ITF-COM-CABECALHO AND NOT ITF-COM-RODAPE
                   IF CFG-ACEITA-SEM-CABECALHO THEN
                       MOVE 'SEM CABECALHO, ACEITO NA TRANSICAO'
                            TO WS-ITF-MOTIVO
                   ELSE
                       SET ITF-ARQUIVO-REJEITADO TO TRUE
                       MOVE 'ARQUIVO SEM CABECALHO E RODAPE'
                            TO WS-ITF-MOTIVO
                   END-IF
               WHEN NOT ITF-COM-CABECALHO
                   SET ITF-ARQUIVO-REJEITADO TO TRUE
                   MOVE 'RODAPE SEM CABECALHO' TO WS-ITF-MOTIVO
               WHEN NOT ITF-COM-RODAPE
                   SET ITF-ARQUIVO-REJEITADO TO TRUE
                   MOVE 'SEM RODAPE: ARQUIVO INCOMPLETO'
                        TO WS-ITF-MOTIVO
               WHEN ITF-FORA-DE-ORDEM
                   SET ITF-ARQUIVO-REJEITADO TO TRUE
                   MOVE 'CABECALHO OU RODAPE FORA DE POSICAO'
                        TO WS-ITF-MOTIVO
               WHEN WS-ITF-REMETENTE = SPACES OR
                    WS-ITF-DATA-X NOT NUMERIC OR
                    WS-ITF-SEQ-X NOT NUMERIC
                   SET ITF-ARQUIVO-REJEITADO TO TRUE
                   MOVE 'CABECALHO INVALIDO' TO WS-ITF-MOTIVO
               WHEN WS-ITF-QTD-X NOT NUMERIC OR
                    WS-ITF-HASH-X NOT NUMERIC
                   SET ITF-ARQUIVO-REJEITADO TO TRUE
                   MOVE 'RODAPE INVALIDO' TO WS-ITF-MOTIVO
               WHEN OTHER
                   MOVE WS-ITF-DATA-X TO WS-ITF-DATA-ARQ
                   MOVE WS-ITF-SEQ-X  TO WS-ITF-SEQ
                   MOVE WS-ITF-QTD-X  TO WS-ITF-QTD-RODAPE
                   MOVE WS-ITF-HASH-X TO WS-ITF-HASH-RODAPE
                   IF WS-ITF-QTD-RODAPE NOT = WS-ITF-QTD-LIDA THEN
                       SET ITF-ARQUIVO-REJEITADO TO TRUE
                       STRING 'QUANTIDADE NAO CONFERE: RODAPE '
                              WS-ITF-QTD-RODAPE ' LIDOS '
                              WS-ITF-QTD-LIDA
                              DELIMITED BY SIZE
                         INTO WS-ITF-MOTIVO
                       END-STRING
                   ELSE
                       IF WS-ITF-HASH-RODAPE NOT = WS-ITF-HASH-LIDO
                       THEN
                           SET ITF-ARQUIVO-REJEITADO TO TRUE
                           MOVE 'SOMA DE CONTROLE DOS IDS NAO CONFERE'
                                TO WS-ITF-MOTIVO
                       ELSE
                           PERFORM P546-ITF-CONFERE-SEQUENCIA
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM P549-ITF-REGISTRA-RUNLOG
           .
      *primeiro arquivo de um remetente inaugura a sequencia; dali
      *em diante so a seguinte a ultima aceita e valida. Controle
      *ainda nao criado (35) e o primeiro arquivo; outro erro na
      *abertura rejeita, a sequencia nao pode ser conferida
       P546-ITF-CONFERE-SEQUENCIA.
           OPEN INPUT INTERFACES-RECEBIDAS
           IF FS-ITF-OK THEN
               MOVE WS-ITF-INTERFACE TO ITF-NOME
               MOVE WS-ITF-REMETENTE TO ITF-REMETENTE
               READ INTERFACES-RECEBIDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ITF-SEQ-ESPERADA =
                               ITF-ULTIMA-SEQ + 1
                       IF WS-ITF-SEQ NOT > ITF-ULTIMA-SEQ THEN
                           SET ITF-ARQUIVO-REJEITADO TO TRUE
                           STRING 'SEQUENCIA ' WS-ITF-SEQ
                                  ' REPETIDA, ULTIMA ACEITA '
                                  ITF-ULTIMA-SEQ
                                  DELIMITED BY SIZE
                             INTO WS-ITF-MOTIVO
                           END-STRING
                       END-IF
                       IF WS-ITF-SEQ > WS-ITF-SEQ-ESPERADA THEN
                           SET ITF-ARQUIVO-REJEITADO TO TRUE
                           STRING 'SEQUENCIA ' WS-ITF-SEQ
                                  ' PULADA, ESPERADA '
                                  WS-ITF-SEQ-ESPERADA
                                  DELIMITED BY SIZE
                             INTO WS-ITF-MOTIVO
                           END-STRING
                       END-IF
               END-READ
               CLOSE INTERFACES-RECEBIDAS
           ELSE
               IF WS-FS-ITF NOT = 35 THEN
                   SET ITF-ARQUIVO-REJEITADO TO TRUE
                   STRING 'CONTROLE DE SEQUENCIA INDISPONIVEL FS '
                          WS-FS-ITF
                          DELIMITED BY SIZE
                     INTO WS-ITF-MOTIVO
                   END-STRING
               END-IF
           END-IF
           .
      *grava a sequencia aceita depois que o arquivo foi processado
      *por inteiro; arquivo sem cabecalho nao mexe na sequencia
       P547-ITF-GRAVA-SEQUENCIA.
           IF ITF-ARQUIVO-ACEITO AND ITF-COM-CABECALHO THEN
               OPEN I-O INTERFACES-RECEBIDAS
               IF WS-FS-ITF EQUAL 35 THEN
                   OPEN OUTPUT INTERFACES-RECEBIDAS
                   CLOSE INTERFACES-RECEBIDAS
                   OPEN I-O INTERFACES-RECEBIDAS
               END-IF
               IF FS-ITF-OK THEN
                   ACCEPT WS-ITF-DATA-PROC FROM DATE YYYYMMDD
                   MOVE WS-ITF-INTERFACE TO ITF-NOME
                   MOVE WS-ITF-REMETENTE TO ITF-REMETENTE
                   READ INTERFACES-RECEBIDAS
                       INVALID KEY
                           MOVE WS-ITF-SEQ       TO ITF-ULTIMA-SEQ
                           MOVE WS-ITF-DATA-ARQ  TO ITF-ULTIMA-DATA
                           MOVE WS-ITF-DATA-PROC TO ITF-DATA-PROC
                           MOVE LK-USUARIO       TO ITF-USUARIO
                           WRITE REG-INTERFACE
                           END-WRITE
                       NOT INVALID KEY
                           MOVE WS-ITF-SEQ       TO ITF-ULTIMA-SEQ
                           MOVE WS-ITF-DATA-ARQ  TO ITF-ULTIMA-DATA
                           MOVE WS-ITF-DATA-PROC TO ITF-DATA-PROC
                           MOVE LK-USUARIO       TO ITF-USUARIO
                           REWRITE REG-INTERFACE
                           END-REWRITE
                   END-READ
                   CLOSE INTERFACES-RECEBIDAS
               ELSE
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO GRAVAR A SEQUENCIA DA INTERFACE!'
                          ' FILE STATUS: ' WS-FS-ITF
                          DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
               END-IF
           END-IF
           .
      *o resultado do controle vai sempre para o runlog, tambem na
      *execucao pelo menu, para o relatorio de saude enxergar
       P549-ITF-REGISTRA-RUNLOG.
           MOVE SPACES TO WS-MSG-TEXTO
           IF ITF-ARQUIVO-REJEITADO THEN
               STRING 'CONTROLE '                DELIMITED BY SIZE
                      WS-ITF-INTERFACE           DELIMITED BY SPACE
                      ' REJEITADO: '             DELIMITED BY SIZE
                      WS-ITF-MOTIVO              DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
           ELSE
               IF ITF-COM-CABECALHO THEN
                   STRING 'CONTROLE '            DELIMITED BY SIZE
                          WS-ITF-INTERFACE       DELIMITED BY SPACE
                          ' ACEITO: REMETENTE '  DELIMITED BY SIZE
                          WS-ITF-REMETENTE       DELIMITED BY SPACE
                          ' SEQ '                DELIMITED BY SIZE
                          WS-ITF-SEQ             DELIMITED BY SIZE
                          ' REGISTROS '          DELIMITED BY SIZE
                          WS-ITF-QTD-LIDA        DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
               ELSE
                   STRING 'CONTROLE '            DELIMITED BY SIZE
                          WS-ITF-INTERFACE       DELIMITED BY SPACE
                          ' ACEITO: '            DELIMITED BY SIZE
                          WS-ITF-MOTIVO          DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
               END-IF
           END-IF
           IF NOT EXEC-BATCH THEN
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO)
           END-IF
           OPEN EXTEND ARQUIVO-RUNLOG
           IF WS-FS-RUN EQUAL 35 THEN
               OPEN OUTPUT ARQUIVO-RUNLOG
           END-IF
           IF FS-RUN-OK THEN
               ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HORA FROM TIME
               MOVE SPACES TO WS-RUN-LINHA
               STRING WS-RUN-DATA   DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-RUN-HORA   DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSG-TEXTO)
                                    DELIMITED BY SIZE
                 INTO WS-RUN-LINHA
               END-STRING
               MOVE WS-RUN-LINHA TO REG-RUNLOG
               WRITE REG-RUNLOG
               CLOSE ARQUIVO-RUNLOG
           END-IF
           .
