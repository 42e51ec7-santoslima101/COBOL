           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ARQUIVO-LOTE ASSIGN TO
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
               RECORD KEY IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CONTROLE.

               SELECT TERRITORIOS ASSIGN TO
               WS-CAMINHO-TERRIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CHAVE
               FILE STATUS IS WS-FS-TER.

       DATA DIVISION.
       FILE SECTION.
      *NÃO COPIE O TITULO COM O FD
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

       FD CONTROLE-ID.
          COPY FD-CONTROLE.

       FD TERRITORIOS.
          COPY FD-TERRITORIOS.

       WORKING-STORAGE SECTION.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-LOTE-ID                PIC 9(06).
       77 WS-LOTE-ID-X              PIC X(06).
       77 WS-LOTE-NOME               PIC X(20).
      *cpf opcional na posicao 29, com ou sem pontuacao
       77 WS-LOTE-CPF                PIC X(14).
      *uf e cep opcionais nas posicoes 44 e 47; com eles a carteira
      *do contato vem do territorio de venda
       77 WS-LOTE-UF                 PIC X(02).
       77 WS-LOTE-CEP                PIC X(08).
       77 WS-CONT-OK                 PIC 9(0005) VALUE ZEROS.
       77 WS-CONT-REJ                PIC 9(0005) VALUE ZEROS.
       77 WS-CONT-PULADAS            PIC 9(0005) VALUE ZEROS.
       77 WS-ID-MAXIMO               PIC 9(06) VALUE ZEROS.
       77 WS-TENTATIVAS              PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS          PIC 9(02) VALUE 3.
       77 WS-ARQUIVO-NOVO            PIC X VALUE 'N'.
          88 ARQUIVO-NOVO            VALUE 'S'.
      *ponto de retomada: ultima linha do lote ja processada na
      *execucao anterior; zero significa comecar do inicio
       77 WS-CKPT-LINHA              PIC 9(07) VALUE ZEROS.
       77 WS-HORA-EXEC               PIC 9(08) VALUE ZEROS.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY CONTROLE-ID-WS.
          COPY RUNLOG-WS.
          COPY DOCUMENTO-WS.
          COPY INTERFACE-WS.
          COPY TERRITORIO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-IMPORTA-LOTE'  TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF WS-CFG-TENTATIVAS > 0 THEN
                MOVE WS-CFG-TENTATIVAS TO WS-MAX-TENTATIVAS
            END-IF

           PERFORM P310-LE-CHECKPOINT

      *o arquivo inteiro e conferido contra o cabecalho e o rodape
      *antes de qualquer gravacao no cadastro
           PERFORM P350-CONFERE-CONTROLE
           IF ITF-ARQUIVO-REJEITADO THEN
               MOVE 'LOTE REJEITADO PELO CONTROLE, NADA FOI IMPORTADO.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN INPUT ARQUIVO-LOTE
           IF NOT FS-LOTE-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE LOTE!' TO WS-MSG-TEXTO
               MOVE 8 TO LK-RETORNO
           ELSE
               PERFORM P320-ABRE-REJEITOS
               MOVE 'N'                TO WS-ARQUIVO-NOVO
               PERFORM P170-ABRE-CONTATOS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT CONTATOS
                   MOVE 'S'             TO WS-ARQUIVO-NOVO
               END-IF

               IF FS-OK THEN
                               IF WS-LINHA-ATUAL <= WS-CKPT-LINHA THEN
                                   ADD 1 TO WS-CONT-PULADAS
                               ELSE
                                   IF REG-LOTE(1:3) NOT = 'HDR' AND
                                      REG-LOTE(1:3) NOT = 'TRL' THEN
                                       PERFORM P400-PROCESSA-LINHA
                                   END-IF
                                   MOVE WS-LINHA-ATUAL
                                        TO WS-CKPT-LINHA
                                   PERFORM P330-GRAVA-CHECKPOINT
      *execucao comecar do inicio
                   MOVE 0 TO WS-CKPT-LINHA
                   PERFORM P330-GRAVA-CHECKPOINT
                   PERFORM P547-ITF-GRAVA-SEQUENCIA
               ELSE
                   MOVE 8 TO LK-RETORNO
                   IF FS-BLOQUEIO THEN
               CLOSE ARQUIVO-LOTE
               IF FS-REJ-OK THEN
                   CLOSE ARQUIVO-REJEITOS
                   MOVE 'IMPORT-REJ'         TO WS-SPL-TIPO-INF
                   MOVE WS-CAMINHO-REJ       TO WS-SPL-ORIGEM-INF
                   PERFORM P850-REGISTRA-SPOOL
               END-IF

               PERFORM P340-GRAVA-RESUMO
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY ATUALIZA-ULTIMO-ID.
          COPY RUNLOG-GRAVA.
          COPY DOCUMENTO-VALIDA.
          COPY DOCUMENTO-DUPLICADO.
          COPY INTERFACE-CONFERE.
          COPY TERRITORIO-BUSCA.
       P170-ABRE-CONTATOS.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM WITH TEST AFTER
               WRITE REG-RESUMO

               CLOSE ARQUIVO-RESUMO
               MOVE 'IMPORTACAO'         TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-IMPREL    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
               DISPLAY 'RESUMO GRAVADO EM: '
                       FUNCTION TRIM(WS-CAMINHO-IMPREL)
           END-IF
           .
      *primeira passada pelo lote: quantidade e soma dos ids das
      *linhas de detalhe para bater com o rodape
       P350-CONFERE-CONTROLE.
           MOVE 'IMPORTA-LOTE' TO WS-ITF-INTERFACE
           PERFORM P540-ITF-INICIA
           SET EOF-OK TO FALSE
           OPEN INPUT ARQUIVO-LOTE
           IF FS-LOTE-OK THEN
               PERFORM UNTIL EOF-OK
                   READ ARQUIVO-LOTE INTO WS-ITF-LINHA
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P355-SOMA-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOTE
               PERFORM P545-ITF-CONFERE
           END-IF
           SET EOF-OK TO FALSE
           .
       P355-SOMA-CONTROLE.
           PERFORM P541-ITF-CLASSIFICA
           IF ITF-LINHA-DETALHE THEN
               ADD 1 TO WS-ITF-QTD-LIDA
               IF WS-ITF-LINHA(1:6) IS NUMERIC THEN
                   MOVE WS-ITF-LINHA(1:6) TO WS-LOTE-ID
                   ADD WS-LOTE-ID TO WS-ITF-HASH-LIDO
               END-IF
           END-IF
           .
       P400-PROCESSA-LINHA.
           MOVE REG-LOTE(1:6)    TO WS-LOTE-ID-X
           MOVE REG-LOTE(8:20)   TO WS-LOTE-NOME
           MOVE REG-LOTE(29:14)  TO WS-LOTE-CPF
           MOVE FUNCTION UPPER-CASE(REG-LOTE(44:2))
                                 TO WS-LOTE-UF
           MOVE REG-LOTE(47:8)   TO WS-LOTE-CEP

           IF WS-LOTE-ID-X NOT NUMERIC THEN
               MOVE 'ID NAO NUMERICO' TO WS-MOTIVO-REJ
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LOTE-NOME)) = 0 THEN
               MOVE 'NOME EM BRANCO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
           ELSE
           IF WS-LOTE-CEP NOT = SPACES AND
              WS-LOTE-CEP IS NOT NUMERIC THEN
               MOVE 'CEP INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
           ELSE
           MOVE WS-LOTE-CPF TO WS-DOC-NUMERO
           PERFORM P720-VALIDA-CPF
           IF NOT DOCUMENTO-VALIDO THEN
               MOVE 'CPF INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
           ELSE
      *arquivo recem-criado (aberto para OUTPUT) nao aceita START
      *nem READ e tambem nao tem o que duplicar
           SET CPF-DUPLICADO TO FALSE
           IF NOT ARQUIVO-NOVO THEN
               MOVE 0 TO WS-DOC-ID-PROPRIO
               PERFORM P740-VERIFICA-CPF-DUPLICADO
           END-IF
           IF CPF-DUPLICADO THEN
               MOVE SPACES TO WS-MOTIVO-REJ
               STRING 'CPF JA NO CONTATO ATIVO '
                                       DELIMITED BY SIZE
                      WS-DOC-ID-DUPLICADO
                                       DELIMITED BY SIZE
                 INTO WS-MOTIVO-REJ
               END-STRING
               PERFORM P410-GRAVA-REJEITO
           ELSE
               IF WS-LOTE-ID > WS-ID-MAXIMO THEN
                   MOVE WS-LOTE-ID TO WS-ID-MAXIMO
                                         CATEGORIA-CONTATO
                                         NUMERO-CONTATO
                                         CIDADE-CONTATO
                                         DONO-CONTATO
               MOVE WS-LOTE-UF       TO UF-CONTATO
               MOVE WS-LOTE-CEP      TO CEP-CONTATO
               MOVE WS-LOTE-UF       TO WS-TER-UF-BUSCA
               MOVE WS-LOTE-CEP      TO WS-TER-CEP-BUSCA
               PERFORM P795-BUSCA-TERRITORIO THRU P795-SAI
               IF TERRITORIO-ACHADO THEN
                   MOVE WS-TER-DONO-ACHADO TO DONO-CONTATO
               END-IF
               MOVE WS-DOC-DIGITOS(1:11) TO CPF-CONTATO
               MOVE 0                TO ID-EMPRESA-CONTATO
               SET CONTATO-ATIVO     TO TRUE

           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       P410-GRAVA-REJEITO.
           ADD 1 TO WS-CONT-REJ
