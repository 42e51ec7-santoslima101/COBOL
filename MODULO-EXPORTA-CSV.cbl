               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ARQUIVO-CSV ASSIGN TO
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE
               FILE STATUS IS WS-FS-SUP.

               SELECT CAMPANHAS ASSIGN TO
               WS-CAMINHO-CAMPANHAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CAMPANHA
               FILE STATUS IS WS-FS-CAMP.

               SELECT CAMPANHA-DEST ASSIGN TO
               WS-CAMINHO-CAMPDEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-CHAVE
               ALTERNATE RECORD KEY IS DEST-CHAVE-CONTATO
               FILE STATUS IS WS-FS-DEST.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD LISTAS-MEMBROS.
          COPY FD-LISTAS-MEM.

       FD SUPRESSAO.
          COPY FD-SUPRESSAO.

       FD CAMPANHAS.
          COPY FD-CAMPANHAS.

       FD CAMPANHA-DEST.
          COPY FD-CAMPANHA-DEST.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

          COPY MASCARA-WS.
          COPY CONFIG-WS.
          COPY LISTA-WS.
          COPY SUPRESSAO-WS.
          COPY CAMPANHA-WS.
          COPY RUNLOG-WS.
          COPY MEIOS-WS.

                DISPLAY '***EXPORTACAO DE CONTATOS PARA CSV***'
            END-IF
            PERFORM P3OO-EXPORTAR THRU P300-FIM
            PERFORM P698-FECHA-MEMBROS
            PERFORM P900-FIM
           .
       P3OO-EXPORTAR.
      *selecao opcional por lista de distribuicao: em modo
      *interativo pergunta, em batch vem de CONTATOS_EXP_LISTA
           MOVE ZEROS TO WS-LISTA-FILTRO
           MOVE SPACES TO WS-CAMP-NOME-INF
           IF EXEC-BATCH THEN
               MOVE SPACES TO WS-ENV-LISTA
               ACCEPT WS-ENV-LISTA
               IF WS-ENV-LISTA(1:4) IS NUMERIC THEN
                   MOVE WS-ENV-LISTA(1:4) TO WS-LISTA-FILTRO
               END-IF
               ACCEPT WS-CAMP-NOME-INF
                    FROM ENVIRONMENT 'CONTATOS_EXP_CAMPANHA'
           ELSE
               DISPLAY 'Numero da lista de distribuicao (0 = todos'
                       ' os ativos):'
               ACCEPT WS-LISTA-FILTRO
               IF WS-LISTA-FILTRO > 0 THEN
                   DISPLAY 'Nome da campanha (vazio = CSV LISTA e o'
                           ' numero):'
                   ACCEPT WS-CAMP-NOME-INF
               END-IF
           END-IF
           IF WS-LISTA-FILTRO > 0 THEN
               PERFORM P690-CARREGA-MEMBROS
               END-IF
           END-IF

      *recusas de contato: cada canal recusado sai em branco no
      *arquivo e quem recusou os tres canais nem entra; sem
      *conseguir ler as recusas nada e exportado
           PERFORM P680-ABRE-SUPRESSAO
           IF SUPRESSAO-COM-ERRO THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE RECUSAS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-SUP           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               PERFORM P689-FECHA-SUPRESSAO
               GO TO P300-FIM
           END-IF

      *exportacao por lista e envio de campanha: fica registrada
      *com os destinatarios
           IF WS-LISTA-FILTRO > 0 THEN
               IF WS-CAMP-NOME-INF = SPACES THEN
                   STRING 'CSV LISTA '       DELIMITED BY SIZE
                          WS-LISTA-FILTRO    DELIMITED BY SIZE
                     INTO WS-CAMP-NOME-INF
                   END-STRING
               END-IF
               MOVE 'S'                 TO WS-CAMP-CANAL-INF
               MOVE SPACES              TO WS-CAMP-CATEGORIA-INF
               MOVE SPACES              TO WS-CAMP-CIDADE-INF
               MOVE SPACES              TO WS-CAMP-UF-INF
               MOVE WS-LISTA-FILTRO     TO WS-CAMP-LISTA-INF
               MOVE LK-USUARIO          TO WS-CAMP-USUARIO-INF
               MOVE 'MODULO-EXPORTA-CSV' TO WS-CAMP-PROGRAMA-INF
               PERFORM P620-ABRE-CAMPANHA
               IF CAMPANHA-COM-ERRO THEN
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO REGISTRAR A CAMPANHA!'
                                              DELIMITED BY SIZE
                          ' FILE STATUS:'     DELIMITED BY SIZE
                          WS-FS-CAMP          DELIMITED BY SIZE
                          '/'                 DELIMITED BY SIZE
                          WS-FS-DEST          DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
                   PERFORM P689-FECHA-SUPRESSAO
                   GO TO P300-FIM
               END-IF
           END-IF

           PERFORM P370-DECIDE-MASCARA

           OPEN INPUT CONTATOS
                                   IF WS-LISTA-FILTRO > 0 THEN
                                       PERFORM P695-VERIFICA-MEMBRO
                                   END-IF
                                   IF CONTATO-NA-LISTA THEN
                                       PERFORM P380-VERIFICA-RECUSAS
                                   END-IF
                                   IF CONTATO-NA-LISTA THEN
                                       ADD 1 TO WS-CONT
                                       PERFORM P400-GRAVA-LINHA-CSV
                                       PERFORM P390-DESTINATARIO
                                   END-IF
                               END-IF
                       END-READ
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'OMITIDOS POR RECUSA - CARTA: '
                                                  DELIMITED BY SIZE
                          WS-SUP-PULA-CARTA       DELIMITED BY SIZE
                          ' EMAIL: '              DELIMITED BY SIZE
                          WS-SUP-PULA-EMAIL       DELIMITED BY SIZE
                          ' TELEFONE: '           DELIMITED BY SIZE
                          WS-SUP-PULA-FONE        DELIMITED BY SIZE
                          ' TODOS OS CANAIS: '    DELIMITED BY SIZE
                          WS-SUP-PULA-TOTAL       DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
               END-IF
           ELSE
               MOVE SPACES TO WS-MSG-TEXTO
           END-IF

           CLOSE CONTATOS
           PERFORM P689-FECHA-SUPRESSAO
           IF CAMPANHA-ABERTA THEN
               PERFORM P629-FECHA-CAMPANHA
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'CAMPANHA '             DELIMITED BY SIZE
                      WS-CAMP-ID              DELIMITED BY SIZE
                      ' - '                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMP-NOME-INF)
                                              DELIMITED BY SIZE
                      ' DESTINATARIOS: '      DELIMITED BY SIZE
                      WS-CAMP-QTD             DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
           END-IF
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY RUNLOG-GRAVA.
          COPY LISTA-CARREGA.
          COPY SUPRESSAO-VERIFICA.
          COPY MASCARA-CAMPOS.
          COPY CAMPANHA-REGISTRA.
       P390-DESTINATARIO.
           MOVE ID-CONTATO        TO WS-CAMP-DEST-ID
           MOVE CATEGORIA-CONTATO TO WS-CAMP-DEST-CATEGORIA
           MOVE DONO-CONTATO      TO WS-CAMP-DEST-DONO
           PERFORM P625-REGISTRA-DESTINATARIO
           .
       P370-DECIDE-MASCARA.
           SET EXPORTA-COMPLETA TO TRUE
           IF EXEC-BATCH THEN
               CLOSE ARQUIVO-RUNLOG
           END-IF
           .
      *recusas do contato corrente: recusa nos tres canais tira o
      *contato do arquivo (CONTATO-NA-LISTA volta desligado); os
      *canais recusados isoladamente saem em branco na linha
       P380-VERIFICA-RECUSAS.
           MOVE ID-CONTATO TO WS-SUP-ID-TESTE
           PERFORM P687-VERIFICA-CANAIS
           IF RECUSA-CARTA AND RECUSA-EMAIL AND RECUSA-FONE THEN
               ADD 1 TO WS-SUP-PULA-TOTAL
               SET CONTATO-NA-LISTA TO FALSE
           ELSE
               IF RECUSA-CARTA THEN
                   ADD 1 TO WS-SUP-PULA-CARTA
               END-IF
               IF RECUSA-EMAIL THEN
                   ADD 1 TO WS-SUP-PULA-EMAIL
               END-IF
               IF RECUSA-FONE THEN
                   ADD 1 TO WS-SUP-PULA-FONE
               END-IF
           END-IF
           .
      *arquivo de meios pode nao existir ainda; a exportacao segue
      *sem as colunas adicionais preenchidas
       P360-ABRE-MEIOS.
           INSPECT WS-CSV-FONES-ADIC  REPLACING ALL '"' BY "'"
           INSPECT WS-CSV-EMAILS-ADIC REPLACING ALL '"' BY "'"

           IF RECUSA-CARTA THEN
               MOVE SPACES TO WS-CSV-ENDERECO
           END-IF
           IF RECUSA-EMAIL THEN
               MOVE SPACES TO WS-CSV-EMAIL
               MOVE SPACES TO WS-CSV-EMAILS-ADIC
           END-IF
           IF RECUSA-FONE THEN
               MOVE SPACES TO WS-CSV-FONE
               MOVE SPACES TO WS-CSV-FONES-ADIC
           END-IF

      *na variante para parceiros os dados pessoais saem
      *mascarados, inclusive os meios adicionais
           IF EXPORTA-MASCARADA THEN
