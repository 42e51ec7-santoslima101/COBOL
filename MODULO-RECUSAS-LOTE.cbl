      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Carga do arquivo de recusas de contato (opt-out)
      *         enviado pelo marketing: cada linha traz o id, o
      *         canal (carta, email, telefone ou todos), a data e o
      *         motivo da recusa. Linhas invalidas vao para o arquivo
      *         de rejeitos com o motivo; cada recusa nova e
      *         registrada no log de transacoes. Roda pelo menu ou
      *         pelo agendador (job RECUSAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-RECUSAS-LOTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQUIVO-RECUSAS ASSIGN TO
               WS-CAMINHO-OPTLOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.

               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE
               FILE STATUS IS WS-FS-SUP.

               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ARQUIVO-REJEITOS ASSIGN TO
               WS-CAMINHO-OPTREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT LOG-TRANSACOES ASSIGN TO
               WS-CAMINHO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT HISTORICO-CONTATO ASSIGN TO
               WS-CAMINHO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT ARQUIVO-RUNLOG ASSIGN TO
               WS-CAMINHO-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RECUSAS.
       01 REG-RECUSA-LOTE              PIC X(080).

       FD SUPRESSAO.
          COPY FD-SUPRESSAO.

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD ARQUIVO-REJEITOS.
       01 REG-REJEITO                  PIC X(120).

       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG                   PIC X(120).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-LOTE               PIC 99.
          88 FS-LOTE-OK            VALUE 0.
       77 WS-FS-SUP                PIC 99.
          88 FS-SUP-OK             VALUE 0.
       77 WS-FS-REJ                PIC 99.
          88 FS-REJ-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *campos da linha de recusa, por posicao fixa:
      *ID(1:6) CANAL(8:1) DATA(10:8) MOTIVO(19:30); canal C, E, T
      *ou A (todos); data AAAAMMDD em branco = data da carga
       01 WS-RECUSA.
          03 WS-REC-ID-X           PIC X(06).
          03 WS-REC-CANAL          PIC X(01).
             88 REC-CANAL-TODOS    VALUE 'A'.
             88 REC-CANAL-VALIDO   VALUE 'C' 'E' 'T' 'A'.
          03 WS-REC-DATA-X         PIC X(08).
          03 WS-REC-MOTIVO         PIC X(30).
       77 WS-REC-ID                PIC 9(06) VALUE ZEROS.
       77 WS-REC-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-ATUAL           PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADAS         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-EXISTENTES       PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REJ              PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-REJ            PIC X(30) VALUE SPACES.
       01 WS-LINHA-REJ             PIC X(120) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-CANAL-DESC            PIC X(10) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM           PIC X(20).
          03 LK-USUARIO            PIC X(10).
      *modo de execucao 'B' = batch agendado, sem operador;
      *o retorno e testado pelo agendador via MODULO-BATCH
          03 LK-MODO-EXEC          PIC X(01).
             88 EXEC-BATCH         VALUE 'B'.
          03 LK-RETORNO            PIC 9(02).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-RECUSAS-LOTE'  TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF LK-USUARIO NOT EQUAL SPACES THEN
                MOVE LK-USUARIO    TO WS-LOG-USUARIO
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***CARGA DE RECUSAS DE CONTATO EM LOTE***'
            END-IF
            PERFORM P3OO-CARREGAR THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-CARREGAR.
           SET EOF-OK              TO FALSE
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-LINHA-ATUAL      TO 0
           SET WS-CONT-GRAVADAS    TO 0
           SET WS-CONT-EXISTENTES  TO 0
           SET WS-CONT-REJ         TO 0
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ARQUIVO-RECUSAS
           IF NOT FS-LOTE-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE RECUSAS EM LOTE!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN I-O SUPRESSAO
           IF WS-FS-SUP EQUAL 35 THEN
               OPEN OUTPUT SUPRESSAO
               CLOSE SUPRESSAO
               OPEN I-O SUPRESSAO
           END-IF
           IF NOT FS-SUP-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE RECUSAS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-SUP           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE ARQUIVO-RECUSAS
               GO TO P300-FIM
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS               DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE ARQUIVO-RECUSAS
               CLOSE SUPRESSAO
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT ARQUIVO-REJEITOS
           IF NOT FS-REJ-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE REJEITOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
           END-IF

           PERFORM UNTIL EOF-OK
               READ ARQUIVO-RECUSAS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA-ATUAL
                       PERFORM P400-PROCESSA-LINHA THRU P400-SAI
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-RECUSAS
           CLOSE SUPRESSAO
           CLOSE CONTATOS
           IF FS-REJ-OK THEN
               CLOSE ARQUIVO-REJEITOS
               MOVE 'RECUSA-REJ'         TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-OPTREJ    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'LINHAS LIDAS: '        DELIMITED BY SIZE
                  WS-LINHA-ATUAL          DELIMITED BY SIZE
                  ' RECUSAS GRAVADAS: '   DELIMITED BY SIZE
                  WS-CONT-GRAVADAS        DELIMITED BY SIZE
                  ' JA EXISTENTES: '      DELIMITED BY SIZE
                  WS-CONT-EXISTENTES      DELIMITED BY SIZE
                  ' REJEITADAS: '         DELIMITED BY SIZE
                  WS-CONT-REJ             DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF WS-CONT-REJ > 0 THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'REJEITOS GRAVADOS EM: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMINHO-OPTREJ)
                                               DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               IF LK-RETORNO = 0 THEN
                   MOVE 4 TO LK-RETORNO
               END-IF
           END-IF
           .
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
       P400-PROCESSA-LINHA.
           MOVE REG-RECUSA-LOTE(1:6)   TO WS-REC-ID-X
           MOVE REG-RECUSA-LOTE(8:1)   TO WS-REC-CANAL
           MOVE REG-RECUSA-LOTE(10:8)  TO WS-REC-DATA-X
           MOVE REG-RECUSA-LOTE(19:30) TO WS-REC-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-REC-CANAL)  TO WS-REC-CANAL
           MOVE FUNCTION UPPER-CASE(WS-REC-MOTIVO) TO WS-REC-MOTIVO

           IF WS-REC-ID-X NOT NUMERIC THEN
               MOVE 'ID NAO NUMERICO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF
           MOVE WS-REC-ID-X TO WS-REC-ID
           IF WS-REC-ID = 0 THEN
               MOVE 'ID ZERADO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF
           IF NOT REC-CANAL-VALIDO THEN
               MOVE 'CANAL INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF

           IF WS-REC-DATA-X = SPACES THEN
               MOVE WS-DATA-HOJE TO WS-REC-DATA
           ELSE
               IF WS-REC-DATA-X NOT NUMERIC THEN
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
               END-IF
               MOVE WS-REC-DATA-X TO WS-REC-DATA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REC-DATA) NOT = 0
                  OR WS-REC-DATA > WS-DATA-HOJE THEN
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
               END-IF
           END-IF
           IF WS-REC-MOTIVO = SPACES THEN
               MOVE 'SOLICITACAO AO MARKETING' TO WS-REC-MOTIVO
           END-IF

           MOVE WS-REC-ID TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   MOVE 'ID NAO EXISTE' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
           END-READ

           IF REC-CANAL-TODOS THEN
               MOVE 'C' TO SUP-CANAL
               PERFORM P420-GRAVA-RECUSA
               MOVE 'E' TO SUP-CANAL
               PERFORM P420-GRAVA-RECUSA
               MOVE 'T' TO SUP-CANAL
               PERFORM P420-GRAVA-RECUSA
           ELSE
               MOVE WS-REC-CANAL TO SUP-CANAL
               PERFORM P420-GRAVA-RECUSA
           END-IF
           .
       P400-SAI.
           EXIT.
       P410-GRAVA-REJEITO.
           ADD 1 TO WS-CONT-REJ
           IF NOT EXEC-BATCH THEN
               DISPLAY 'REJEITADO (' FUNCTION TRIM(WS-MOTIVO-REJ)
                       '): LINHA ' WS-LINHA-ATUAL
           END-IF

           IF FS-REJ-OK THEN
               MOVE SPACES TO WS-LINHA-REJ
               STRING 'LINHA '              DELIMITED BY SIZE
                      WS-LINHA-ATUAL        DELIMITED BY SIZE
                      ' MOTIVO:'            DELIMITED BY SIZE
                      WS-MOTIVO-REJ         DELIMITED BY SIZE
                      ' >'                  DELIMITED BY SIZE
                      REG-RECUSA-LOTE(1:48) DELIMITED BY SIZE
                 INTO WS-LINHA-REJ
               END-STRING
               MOVE WS-LINHA-REJ TO REG-REJEITO
               WRITE REG-REJEITO
           END-IF
           .
      *recusa ja registrada mantem a data e o motivo originais e
      *conta a parte, sem ser rejeito
       P420-GRAVA-RECUSA.
           MOVE WS-REC-ID TO SUP-ID-CONTATO
           READ SUPRESSAO
               INVALID KEY
                   MOVE WS-REC-DATA    TO SUP-DATA
                   MOVE WS-REC-MOTIVO  TO SUP-MOTIVO
                   MOVE WS-LOG-USUARIO TO SUP-OPERADOR
                   SET SUP-ORIGEM-LOTE TO TRUE
                   WRITE REG-SUPRESSAO
                       INVALID KEY
                           MOVE 'ERRO NA GRAVACAO' TO WS-MOTIVO-REJ
                           PERFORM P410-GRAVA-REJEITO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADAS
                           PERFORM P425-LOGA-RECUSA
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EXISTENTES
           END-READ
           .
       P425-LOGA-RECUSA.
           EVALUATE TRUE
               WHEN SUP-CARTA
                   MOVE 'CARTA'    TO WS-CANAL-DESC
               WHEN SUP-EMAIL
                   MOVE 'EMAIL'    TO WS-CANAL-DESC
               WHEN OTHER
                   MOVE 'TELEFONE' TO WS-CANAL-DESC
           END-EVALUATE
           MOVE 'RECUSA'       TO WS-LOG-OPERACAO
           MOVE SUP-ID-CONTATO TO WS-LOG-ID
           MOVE SPACES         TO WS-LOG-ANTES
           MOVE WS-CANAL-DESC  TO WS-LOG-DEPOIS
           PERFORM P500-GRAVA-LOG
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-RECUSAS-LOTE.
