               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CATEGORIAS ASSIGN TO
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT INTERFACES-RECEBIDAS ASSIGN TO
               WS-CAMINHO-ITFCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITF-CHAVE
               FILE STATUS IS WS-FS-ITF.

      *copia do relatorio emitido para o spool e seu catalogo
               SELECT SPOOL-ORIGEM ASSIGN TO WS-SPL-ORIGEM-INF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPO.

               SELECT SPOOL-COPIA ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPC.

               SELECT CATALOGO-SPOOL ASSIGN TO
               WS-CAMINHO-SPOOLCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-CHAVE
               FILE STATUS IS WS-FS-SPL.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD INTERFACES-RECEBIDAS.
          COPY FD-INTERFACES.

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-ENV-VALOR             PIC X(20) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY CATEGORIA-WS.
          COPY INTERFACE-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-ALTERA-LOTE'   TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF WS-CFG-TENTATIVAS > 0 THEN
                MOVE WS-CFG-TENTATIVAS TO WS-MAX-TENTATIVAS
            END-IF
               END-IF
           END-IF

      *o arquivo inteiro e conferido contra o cabecalho e o rodape
      *antes de qualquer alteracao no cadastro
           PERFORM P350-CONFERE-CONTROLE
           IF ITF-ARQUIVO-REJEITADO THEN
               MOVE 'MANUTENCAO REJEITADA PELO CONTROLE, NADA ALTERADO.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN INPUT ARQUIVO-MANUT
           IF NOT FS-MANUT-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE MANUTENCAO!'
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA-ATUAL
                       IF REG-MANUT(1:3) NOT = 'HDR' AND
                          REG-MANUT(1:3) NOT = 'TRL' THEN
                           PERFORM P400-PROCESSA-LINHA THRU P400-SAI
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-MANUT
           IF FS-REJ-OK THEN
               CLOSE ARQUIVO-REJEITOS
               MOVE 'MANUT-REJ'          TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-MANREJ    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF
      *simulacao nao consome a sequencia: o mesmo arquivo ainda
      *precisa ser aceito na execucao efetiva
           IF EXECUCAO-EFETIVA THEN
               PERFORM P547-ITF-GRAVA-SEQUENCIA
           END-IF

           PERFORM P340-GRAVA-RESUMO THRU P340-SAI
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
          COPY CATEGORIA-ESCOLHE.
          COPY INTERFACE-CONFERE.
      *vinculo zero limpa a empresa; diferente de zero precisa
      *existir e estar ativa no cadastro de empresas
       P190-VALIDA-EMPRESA.
               END-IF
           END-PERFORM
           .
      *primeira passada pelo arquivo: quantidade e soma dos ids
      *das linhas de detalhe para bater com o rodape
       P350-CONFERE-CONTROLE.
           MOVE 'ALTERA-LOTE' TO WS-ITF-INTERFACE
           PERFORM P540-ITF-INICIA
           SET EOF-OK TO FALSE
           OPEN INPUT ARQUIVO-MANUT
           IF FS-MANUT-OK THEN
               PERFORM UNTIL EOF-OK
                   READ ARQUIVO-MANUT INTO WS-ITF-LINHA
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P355-SOMA-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MANUT
               PERFORM P545-ITF-CONFERE
           END-IF
           SET EOF-OK TO FALSE
           .
       P355-SOMA-CONTROLE.
           PERFORM P541-ITF-CLASSIFICA
           IF ITF-LINHA-DETALHE THEN
               ADD 1 TO WS-ITF-QTD-LIDA
               IF WS-ITF-LINHA(1:6) IS NUMERIC THEN
                   MOVE WS-ITF-LINHA(1:6) TO WS-MAN-ID
                   ADD WS-MAN-ID TO WS-ITF-HASH-LIDO
               END-IF
           END-IF
           .
       P400-PROCESSA-LINHA.
           MOVE REG-MANUT(1:6)     TO WS-MAN-ID-X
           MOVE REG-MANUT(8:20)    TO WS-MAN-NOME
           WRITE REG-RESUMO

           CLOSE ARQUIVO-RESUMO
           MOVE 'MANUTENCAO'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-MANRES    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RESUMO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-MANRES)
