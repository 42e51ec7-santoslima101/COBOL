               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT INTERACOES ASSIGN TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

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
       FD RELATORIO.
       01 REG-RELATORIO                PIC X(80).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-SEM              PIC S9(07) VALUE ZEROS.
      *contatos e interacoes estao ambos em ordem de id, entao os
      *dois arquivos sao lidos lado a lado (balance line) e a
      *ultima interacao de cada contato sai sem tabela em memoria;
      *9999999 marca o fim das interacoes
       77 WS-CHAVE-INT             PIC 9(07) VALUE ZEROS.
       77 WS-INT-ABERTO            PIC X VALUE 'N'.
          88 INTERACOES-ABERTAS    VALUE 'S' FALSE 'N'.
       77 WS-ULT-ACHADA            PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ENTRADA-ACHADA        VALUE 'S' FALSE 'N'.
       77 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ATIVOS           PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-REL             PIC X(80) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-INATIVIDADE'   TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***RELATORIO DE INATIVIDADE DE CONTATO***'
      *acumuladores recomecam zerados a cada entrada
           SET WS-CONT-LISTADOS    TO 0
           SET WS-CONT-ATIVOS      TO 0

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE INATIVIDADE!'
               GO TO P300-FIM
           END-IF

           PERFORM P310-ABRE-INTERACOES
           PERFORM UNTIL EOF-OK
               READ CONTATOS
                   AT END
               END-READ
           END-PERFORM
           CLOSE CONTATOS
           IF INTERACOES-ABERTAS THEN
               CLOSE INTERACOES
           END-IF

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO
           MOVE 'INATIVIDAD'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-INAREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
       P310-ABRE-INTERACOES.
      *sem arquivo de interacoes todos os contatos ficam sem
      *interacao registrada, como antes
           SET INTERACOES-ABERTAS TO FALSE
           MOVE 9999999 TO WS-CHAVE-INT

           OPEN INPUT INTERACOES
           IF NOT FS-INT-OK THEN
                   DISPLAY 'FILE STATUS:' WS-FS-INT
               END-IF
           ELSE
               SET INTERACOES-ABERTAS TO TRUE
               PERFORM P320-LE-INTERACAO
           END-IF
           .
       P320-LE-INTERACAO.
           READ INTERACOES NEXT RECORD
               AT END
                   MOVE 9999999 TO WS-CHAVE-INT
               NOT AT END
                   MOVE INT-ID-CONTATO TO WS-CHAVE-INT
           END-READ
           .
      *o arquivo de interacoes esta em ordem de id+data+hora, entao
      *a data de cada leitura do mesmo contato substitui a anterior
      *e sobra a mais recente; as interacoes de contatos inativos
      *ou excluidos sao saltadas pelo avanco ate o id corrente
       P400-AVALIA-CONTATO.
           SET ENTRADA-ACHADA TO FALSE
           MOVE ZEROS TO WS-ULT-ACHADA
           PERFORM P320-LE-INTERACAO
                   UNTIL WS-CHAVE-INT >= ID-CONTATO
           PERFORM UNTIL WS-CHAVE-INT NOT = ID-CONTATO
               SET ENTRADA-ACHADA TO TRUE
               MOVE INT-DATA TO WS-ULT-ACHADA
               PERFORM P320-LE-INTERACAO
           END-PERFORM

           IF ENTRADA-ACHADA THEN
