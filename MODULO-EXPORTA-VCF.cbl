               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ARQUIVO-VCF ASSIGN TO
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE
               FILE STATUS IS WS-FS-SUP.

               SELECT DEVOLUCOES ASSIGN TO
               WS-CAMINHO-DEVOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEV.

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

       FD DEVOLUCOES.
          COPY FD-DEVOLUCOES.

       FD CAMPANHAS.
          COPY FD-CAMPANHAS.

       FD CAMPANHA-DEST.
          COPY FD-CAMPANHA-DEST.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-VCF-TIPO              PIC X(05) VALUE SPACES.
          COPY CONFIG-WS.
          COPY LISTA-WS.
          COPY SUPRESSAO-WS.
          COPY DEVOLUCAO-WS.
          COPY CAMPANHA-WS.
          COPY MEIOS-WS.

       LINKAGE SECTION.
            PERFORM P100-CARREGA-CONFIG
            DISPLAY '***EXPORTACAO DE CONTATOS PARA VCARD***'
            PERFORM P3OO-EXPORTAR THRU P300-FIM
            PERFORM P698-FECHA-MEMBROS
            PERFORM P900-FIM
           .
       P3OO-EXPORTAR.
                   DISPLAY 'A LISTA NAO TEM MEMBROS; NADA A EXPORTAR.'
                   GO TO P300-FIM
               END-IF
      *exportacao por lista e envio de campanha: fica registrada
      *com os destinatarios
               DISPLAY 'Nome da campanha (vazio = VCARD LISTA e o'
                       ' numero):'
               MOVE SPACES TO WS-CAMP-NOME-INF
               ACCEPT WS-CAMP-NOME-INF
               IF WS-CAMP-NOME-INF = SPACES THEN
                   STRING 'VCARD LISTA '     DELIMITED BY SIZE
                          WS-LISTA-FILTRO    DELIMITED BY SIZE
                     INTO WS-CAMP-NOME-INF
                   END-STRING
               END-IF
           END-IF

      *recusas de contato: telefone, email e endereco recusados
      *ficam fora do vcard e quem recusou os tres canais nem entra;
      *sem conseguir ler as recusas nada e exportado
           PERFORM P680-ABRE-SUPRESSAO
           IF SUPRESSAO-COM-ERRO THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS!'
               DISPLAY 'FILE STATUS:' WS-FS-SUP
               PERFORM P689-FECHA-SUPRESSAO
               GO TO P300-FIM
           END-IF

      *endereco e email devolvidos tambem ficam fora do vcard ate
      *serem corrigidos no cadastro
           PERFORM P600-ABRE-DEVOLUCOES
           IF DEVOLUCOES-COM-ERRO THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES!'
               DISPLAY 'FILE STATUS:' WS-FS-DEV
               PERFORM P689-FECHA-SUPRESSAO
               GO TO P300-FIM
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
               DISPLAY 'FILE STATUS:' WS-FS
               PERFORM P689-FECHA-SUPRESSAO
               PERFORM P609-FECHA-DEVOLUCOES
               GO TO P300-FIM
           END-IF

               DISPLAY 'ERRO AO ABRIR O ARQUIVO VCF!'
               DISPLAY 'FILE STATUS:' WS-FS-VCF
               CLOSE CONTATOS
               PERFORM P689-FECHA-SUPRESSAO
               PERFORM P609-FECHA-DEVOLUCOES
               GO TO P300-FIM
           END-IF

           IF WS-LISTA-FILTRO > 0 THEN
               MOVE 'V'                 TO WS-CAMP-CANAL-INF
               MOVE WS-CATEGORIA-FILTRO TO WS-CAMP-CATEGORIA-INF
               MOVE SPACES              TO WS-CAMP-CIDADE-INF
               MOVE SPACES              TO WS-CAMP-UF-INF
               MOVE WS-LISTA-FILTRO     TO WS-CAMP-LISTA-INF
               MOVE LK-USUARIO          TO WS-CAMP-USUARIO-INF
               MOVE 'MODULO-EXPORTA-VCF' TO WS-CAMP-PROGRAMA-INF
               PERFORM P620-ABRE-CAMPANHA
               IF CAMPANHA-COM-ERRO THEN
                   DISPLAY 'ERRO AO REGISTRAR A CAMPANHA!'
                   DISPLAY 'FILE STATUS:' WS-FS-CAMP '/' WS-FS-DEST
                   CLOSE ARQUIVO-VCF
                   CLOSE CONTATOS
                   PERFORM P689-FECHA-SUPRESSAO
                   PERFORM P609-FECHA-DEVOLUCOES
                   GO TO P300-FIM
               END-IF
           END-IF

      *arquivo de meios pode nao existir ainda; a exportacao segue
      *so com o telefone e o email do registro principal
           SET MEIOS-DISPONIVEL TO FALSE
               CLOSE MEIOS-CONTATO
           END-IF
           CLOSE CONTATOS
           PERFORM P689-FECHA-SUPRESSAO
           PERFORM P609-FECHA-DEVOLUCOES
           IF CAMPANHA-ABERTA THEN
               PERFORM P629-FECHA-CAMPANHA
               DISPLAY 'CAMPANHA ' WS-CAMP-ID ' - '
                       FUNCTION TRIM(WS-CAMP-NOME-INF)
                       ' DESTINATARIOS: ' WS-CAMP-QTD
           END-IF

           DISPLAY 'CONTATOS EXPORTADOS: ' WS-CONT
           DISPLAY 'OMITIDOS POR RECUSA - CARTA: ' WS-SUP-PULA-CARTA
                   ' EMAIL: ' WS-SUP-PULA-EMAIL
                   ' TELEFONE: ' WS-SUP-PULA-FONE
                   ' TODOS OS CANAIS: ' WS-SUP-PULA-TOTAL
           DISPLAY 'OMITIDOS POR DEVOLUCAO - ENDERECO: '
                   WS-DEV-PULA-CARTA ' EMAIL: ' WS-DEV-PULA-EMAIL
           DISPLAY 'VCARD GRAVADO EM: '
                   FUNCTION TRIM(WS-CAMINHO-VCF)
           .
               END-IF
           END-IF

           MOVE ID-CONTATO TO WS-SUP-ID-TESTE
           PERFORM P687-VERIFICA-CANAIS
           IF RECUSA-CARTA AND RECUSA-EMAIL AND RECUSA-FONE THEN
               ADD 1 TO WS-SUP-PULA-TOTAL
               GO TO P400-SAI
           END-IF
           IF RECUSA-CARTA THEN
               ADD 1 TO WS-SUP-PULA-CARTA
           END-IF
           IF RECUSA-EMAIL THEN
               ADD 1 TO WS-SUP-PULA-EMAIL
           END-IF
           IF RECUSA-FONE THEN
               ADD 1 TO WS-SUP-PULA-FONE
           END-IF

           ADD 1 TO WS-CONT
           MOVE ID-CONTATO        TO WS-CAMP-DEST-ID
           MOVE CATEGORIA-CONTATO TO WS-CAMP-DEST-CATEGORIA
           MOVE DONO-CONTATO      TO WS-CAMP-DEST-DONO
           PERFORM P625-REGISTRA-DESTINATARIO

           MOVE 'BEGIN:VCARD' TO REG-VCF
           WRITE REG-VCF
           MOVE WS-LINHA-VCF TO REG-VCF
           WRITE REG-VCF

           IF FONE-CONTATO NOT = SPACES AND NOT RECUSA-FONE THEN
               MOVE SPACES TO WS-LINHA-VCF
               STRING 'TEL;TYPE=VOICE:'         DELIMITED BY SIZE
                      FUNCTION TRIM(FONE-CONTATO)
               WRITE REG-VCF
           END-IF

           SET MEIO-DEVOLVIDO TO FALSE
           IF EMAIL-CONTATO NOT = SPACES AND NOT RECUSA-EMAIL THEN
               MOVE ID-CONTATO    TO WS-DEV-ID-TESTE
               MOVE 'E'           TO WS-DEV-CANAL-TESTE
               MOVE ZEROS         TO WS-DEV-SEQ-TESTE
               MOVE EMAIL-CONTATO TO WS-DEV-VALOR-TESTE
               PERFORM P605-VERIFICA-DEVOLUCAO
               IF MEIO-DEVOLVIDO THEN
                   ADD 1 TO WS-DEV-PULA-EMAIL
               END-IF
           END-IF
           IF EMAIL-CONTATO NOT = SPACES AND NOT RECUSA-EMAIL AND
              NOT MEIO-DEVOLVIDO THEN
               MOVE SPACES TO WS-LINHA-VCF
               STRING 'EMAIL:'                  DELIMITED BY SIZE
                      FUNCTION TRIM(EMAIL-CONTATO)
               WRITE REG-VCF
           END-IF

           SET MEIO-DEVOLVIDO TO FALSE
           IF ENDERECO-CONTATO NOT = SPACES AND
              NOT RECUSA-CARTA THEN
               MOVE ID-CONTATO       TO WS-DEV-ID-TESTE
               MOVE 'C'              TO WS-DEV-CANAL-TESTE
               MOVE ZEROS            TO WS-DEV-SEQ-TESTE
               MOVE ENDERECO-CONTATO TO WS-DEV-VALOR-TESTE
               PERFORM P605-VERIFICA-DEVOLUCAO
               IF MEIO-DEVOLVIDO THEN
                   ADD 1 TO WS-DEV-PULA-CARTA
               END-IF
           END-IF
           IF ENDERECO-CONTATO NOT = SPACES AND
              NOT RECUSA-CARTA AND NOT MEIO-DEVOLVIDO THEN
               MOVE SPACES TO WS-LINHA-VCF
               STRING 'ADR;TYPE=HOME:;;'        DELIMITED BY SIZE
                      FUNCTION TRIM(ENDERECO-CONTATO)
               WRITE REG-VCF
           END-IF

      *o documento sai na propriedade estendida que a importacao
      *de vcard le de volta
           IF CPF-CONTATO NOT = SPACES THEN
               MOVE SPACES TO WS-LINHA-VCF
               STRING 'X-CPF:'                  DELIMITED BY SIZE
                      CPF-CONTATO               DELIMITED BY SIZE
                 INTO WS-LINHA-VCF
               END-STRING
               MOVE WS-LINHA-VCF TO REG-VCF
               WRITE REG-VCF
           END-IF

           MOVE 'END:VCARD' TO REG-VCF
           WRITE REG-VCF
           .
                           IF MEIO-ID-CONTATO NOT = ID-CONTATO THEN
                               SET EOF-MEIO-OK TO TRUE
                           ELSE
                               PERFORM P455-FILTRA-MEIO-VCF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *email adicional devolvido fica fora como o principal
       P455-FILTRA-MEIO-VCF.
           SET MEIO-DEVOLVIDO TO FALSE
           IF MEIO-EMAIL AND NOT RECUSA-EMAIL THEN
               MOVE MEIO-ID-CONTATO TO WS-DEV-ID-TESTE
               MOVE 'E'             TO WS-DEV-CANAL-TESTE
               MOVE MEIO-SEQ        TO WS-DEV-SEQ-TESTE
               MOVE MEIO-VALOR      TO WS-DEV-VALOR-TESTE
               PERFORM P605-VERIFICA-DEVOLUCAO
               IF MEIO-DEVOLVIDO THEN
                   ADD 1 TO WS-DEV-PULA-EMAIL
               END-IF
           END-IF
           IF MEIO-EMAIL AND NOT RECUSA-EMAIL AND
              NOT MEIO-DEVOLVIDO OR
              NOT MEIO-EMAIL AND NOT RECUSA-FONE
               PERFORM P460-GRAVA-MEIO-VCF
           END-IF
           .
       P460-GRAVA-MEIO-VCF.
           EVALUATE TRUE
               WHEN MEIO-RESIDENCIAL
       P500-FIM.
          COPY CONFIG-CARREGA.
          COPY LISTA-CARREGA.
          COPY SUPRESSAO-VERIFICA.
          COPY DEVOLUCAO-VERIFICA.
          COPY CAMPANHA-REGISTRA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-EXPORTA-VCF.
