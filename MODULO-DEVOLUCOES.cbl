      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Processa o arquivo de devolucoes: cartas devolvidas
      *         pelos correios e emails que voltaram. Cada linha traz
      *         o id, o canal (C carta, E email), a data, o motivo e,
      *         para email, o endereco que voltou. O endereco ou o
      *         email fica marcado como nao entregavel (mala direta
      *         e vcard deixam de usar ate a correcao no cadastro),
      *         uma anotacao entra nas interacoes do contato e no
      *         final sai a lista de saneamento por dono da carteira
      *         com todas as devolucoes ainda pendentes. Roda pelo
      *         menu ou pelo agendador (job DEVOLUC)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-DEVOLUCOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQUIVO-DEVLOTE ASSIGN TO
               WS-CAMINHO-DEVLOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.

               SELECT DEVOLUCOES ASSIGN TO
               WS-CAMINHO-DEVOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEV.

               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT MEIOS-CONTATO ASSIGN TO
               WS-CAMINHO-MEIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEIO-CHAVE
               FILE STATUS IS WS-FS-MEIO.

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT ARQUIVO-REJEITOS ASSIGN TO
               WS-CAMINHO-DEVREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT PENDENCIAS-TRAB ASSIGN TO
               WS-CAMINHO-DEVTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT PENDENCIAS-ORD ASSIGN TO
               WS-CAMINHO-DEVORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-DEVREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

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
       FD ARQUIVO-DEVLOTE.
       01 REG-DEVOLUCAO-LOTE           PIC X(090).

       FD DEVOLUCOES.
          COPY FD-DEVOLUCOES.

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD MEIOS-CONTATO.
          COPY FD-MEIOS.

       FD INTERACOES.
          COPY FD-INTERACOES.

       FD ARQUIVO-REJEITOS.
       01 REG-REJEITO                  PIC X(120).

       FD PENDENCIAS-TRAB.
       01 REG-PENDENCIA-TRAB           PIC X(117).

      *arquivo de trabalho usado so para ordenar as devolucoes
      *pendentes por dono da carteira e id do contato
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-DONO                  PIC X(10).
          03 ORD-ID-CONTATO            PIC 9(06).
          03 ORD-CANAL                 PIC X(01).
          03 ORD-SEQ                   PIC 9(02).
          03 ORD-RESTO                 PIC X(98).

       FD PENDENCIAS-ORD.
       01 REG-PENDENCIA-ORD            PIC X(117).

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(120).

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
       77 WS-FS-DEV                PIC 99.
          88 FS-DEV-OK             VALUE 0.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-REJ                PIC 99.
          88 FS-REJ-OK             VALUE 0.
       77 WS-FS-TRAB               PIC 99.
          88 FS-TRAB-OK            VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-MEIOS-DISP            PIC X VALUE 'N'.
          88 MEIOS-DISPONIVEL      VALUE 'S' FALSE 'N'.
       77 WS-INT-DISP              PIC X VALUE 'N'.
          88 INTERACOES-DISPONIVEL VALUE 'S' FALSE 'N'.
      *campos da linha de devolucao, por posicao fixa:
      *ID(1:6) CANAL(8:1) DATA(10:8) MOTIVO(19:30) EMAIL(50:40);
      *canal C (carta) ou E (email); data AAAAMMDD em branco = data
      *da carga; email em branco = email principal do cadastro
       01 WS-DEVOLUCAO.
          03 WS-DVL-ID-X           PIC X(06).
          03 WS-DVL-CANAL          PIC X(01).
             88 DVL-CARTA          VALUE 'C'.
             88 DVL-EMAIL          VALUE 'E'.
             88 DVL-CANAL-VALIDO   VALUE 'C' 'E'.
          03 WS-DVL-DATA-X         PIC X(08).
          03 WS-DVL-MOTIVO         PIC X(30).
          03 WS-DVL-EMAIL          PIC X(40).
       77 WS-DVL-ID                PIC 9(06) VALUE ZEROS.
       77 WS-DVL-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-DVL-SEQ               PIC 9(02) VALUE ZEROS.
       77 WS-DVL-VALOR             PIC X(40) VALUE SPACES.
       77 WS-LINHA-ATUAL           PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADAS         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-EXISTENTES       PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REJ              PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-REJ            PIC X(30) VALUE SPACES.
       01 WS-LINHA-REJ             PIC X(120) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-INT-TENTATIVAS        PIC 9(02) VALUE ZEROS.
       77 WS-INT-GRAVADA           PIC X VALUE 'N'.
          88 INT-GRAVADA-OK        VALUE 'S' FALSE 'N'.
      *devolucao pendente para a lista de saneamento, no mesmo
      *leiaute do registro de ordenacao
       01 WS-PENDENCIA.
          03 WS-PEN-DONO           PIC X(10).
          03 WS-PEN-ID             PIC 9(06).
          03 WS-PEN-CANAL          PIC X(01).
             88 PEN-CARTA          VALUE 'C'.
          03 WS-PEN-SEQ            PIC 9(02).
          03 WS-PEN-NOME           PIC X(20).
          03 WS-PEN-VALOR          PIC X(40).
          03 WS-PEN-DATA           PIC 9(08).
          03 WS-PEN-MOTIVO         PIC X(30).
       77 WS-PEN-ATUAL             PIC X VALUE 'N'.
          88 PENDENCIA-ATUAL       VALUE 'S' FALSE 'N'.
       77 WS-DONO-ATUAL            PIC X(10) VALUE SPACES.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-CONT-DONO             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PENDENTES        PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DONOS            PIC 9(04) VALUE ZEROS.
       77 WS-CANAL-DESC            PIC X(05) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(120) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY MEIOS-WS.
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
            MOVE 'MODULO-DEVOLUCOES'    TO WS-SPL-PROGRAMA-INF
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
                DISPLAY '***PROCESSAMENTO DE DEVOLUCOES***'
            END-IF
            PERFORM P3OO-PROCESSAR THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-PROCESSAR.
           SET EOF-OK              TO FALSE
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-LINHA-ATUAL      TO 0
           SET WS-CONT-GRAVADAS    TO 0
           SET WS-CONT-EXISTENTES  TO 0
           SET WS-CONT-REJ         TO 0
           SET WS-CONT-PENDENTES   TO 0
           SET WS-CONT-DONOS       TO 0
           SET PRIMEIRO-GRUPO      TO TRUE
           MOVE SPACES             TO WS-DONO-ATUAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ARQUIVO-DEVLOTE
           IF NOT FS-LOTE-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES EM LOTE!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN I-O DEVOLUCOES
           IF WS-FS-DEV EQUAL 35 THEN
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN I-O DEVOLUCOES
           END-IF
           IF NOT FS-DEV-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-DEV           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE ARQUIVO-DEVLOTE
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
               CLOSE ARQUIVO-DEVLOTE
               CLOSE DEVOLUCOES
               GO TO P300-FIM
           END-IF

      *sem o arquivo de meios so o email principal pode ser marcado
           SET MEIOS-DISPONIVEL TO FALSE
           OPEN INPUT MEIOS-CONTATO
           IF FS-MEIO-OK THEN
               SET MEIOS-DISPONIVEL TO TRUE
           END-IF

      *a anotacao nas interacoes e complemento: sem o arquivo a
      *marca e o log seguem gravados
           SET INTERACOES-DISPONIVEL TO FALSE
           OPEN I-O INTERACOES
           IF WS-FS-INT EQUAL 35 THEN
               OPEN OUTPUT INTERACOES
               CLOSE INTERACOES
               OPEN I-O INTERACOES
           END-IF
           IF FS-INT-OK THEN
               SET INTERACOES-DISPONIVEL TO TRUE
           ELSE
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'AVISO: INTERACOES INDISPONIVEIS.'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-INT           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
           END-IF

           OPEN OUTPUT ARQUIVO-REJEITOS
           IF NOT FS-REJ-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE REJEITOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
           END-IF

           PERFORM UNTIL EOF-OK
               READ ARQUIVO-DEVLOTE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA-ATUAL
                       PERFORM P400-PROCESSA-LINHA THRU P400-SAI
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-DEVLOTE
           IF INTERACOES-DISPONIVEL THEN
               CLOSE INTERACOES
           END-IF
           IF FS-REJ-OK THEN
               CLOSE ARQUIVO-REJEITOS
               MOVE 'DEVOL-REJ'          TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-DEVREJ    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'LINHAS LIDAS: '        DELIMITED BY SIZE
                  WS-LINHA-ATUAL          DELIMITED BY SIZE
                  ' DEVOLUCOES GRAVADAS: ' DELIMITED BY SIZE
                  WS-CONT-GRAVADAS        DELIMITED BY SIZE
                  ' JA MARCADAS: '        DELIMITED BY SIZE
                  WS-CONT-EXISTENTES      DELIMITED BY SIZE
                  ' REJEITADAS: '         DELIMITED BY SIZE
                  WS-CONT-REJ             DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF WS-CONT-REJ > 0 THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'REJEITOS GRAVADOS EM: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMINHO-DEVREJ)
                                               DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               IF LK-RETORNO = 0 THEN
                   MOVE 4 TO LK-RETORNO
               END-IF
           END-IF

           PERFORM P600-LISTA-SANEAMENTO THRU P600-SAI

           CLOSE DEVOLUCOES
           CLOSE CONTATOS
           IF MEIOS-DISPONIVEL THEN
               CLOSE MEIOS-CONTATO
           END-IF
           .
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
       P400-PROCESSA-LINHA.
           MOVE REG-DEVOLUCAO-LOTE(1:6)   TO WS-DVL-ID-X
           MOVE REG-DEVOLUCAO-LOTE(8:1)   TO WS-DVL-CANAL
           MOVE REG-DEVOLUCAO-LOTE(10:8)  TO WS-DVL-DATA-X
           MOVE REG-DEVOLUCAO-LOTE(19:30) TO WS-DVL-MOTIVO
           MOVE REG-DEVOLUCAO-LOTE(50:40) TO WS-DVL-EMAIL
           MOVE FUNCTION UPPER-CASE(WS-DVL-CANAL)  TO WS-DVL-CANAL
           MOVE FUNCTION UPPER-CASE(WS-DVL-MOTIVO) TO WS-DVL-MOTIVO

           IF WS-DVL-ID-X NOT NUMERIC THEN
               MOVE 'ID NAO NUMERICO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF
           MOVE WS-DVL-ID-X TO WS-DVL-ID
           IF WS-DVL-ID = 0 THEN
               MOVE 'ID ZERADO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF
           IF NOT DVL-CANAL-VALIDO THEN
               MOVE 'CANAL INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF

           IF WS-DVL-DATA-X = SPACES THEN
               MOVE WS-DATA-HOJE TO WS-DVL-DATA
           ELSE
               IF WS-DVL-DATA-X NOT NUMERIC THEN
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
               END-IF
               MOVE WS-DVL-DATA-X TO WS-DVL-DATA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DVL-DATA) NOT = 0
                  OR WS-DVL-DATA > WS-DATA-HOJE THEN
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
               END-IF
           END-IF
           IF WS-DVL-MOTIVO = SPACES THEN
               IF DVL-CARTA THEN
                   MOVE 'DESTINATARIO NAO LOCALIZADO'
                        TO WS-DVL-MOTIVO
               ELSE
                   MOVE 'CAIXA POSTAL INEXISTENTE' TO WS-DVL-MOTIVO
               END-IF
           END-IF

           MOVE WS-DVL-ID TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   MOVE 'ID NAO EXISTE' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
           END-READ

      *a marca guarda o valor que voltou: e por ele que a saida
      *sabe se o cadastro ja foi corrigido depois da devolucao
           MOVE ZEROS TO WS-DVL-SEQ
           IF DVL-CARTA THEN
               IF ENDERECO-CONTATO = SPACES THEN
                   MOVE 'CONTATO SEM ENDERECO' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
               END-IF
               MOVE ENDERECO-CONTATO TO WS-DVL-VALOR
           ELSE
               PERFORM P430-LOCALIZA-EMAIL THRU P430-SAI
               IF WS-MOTIVO-REJ NOT = SPACES THEN
                   PERFORM P410-GRAVA-REJEITO
                   GO TO P400-SAI
               END-IF
           END-IF

           PERFORM P420-GRAVA-DEVOLUCAO
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
                      REG-DEVOLUCAO-LOTE(1:74)
                                            DELIMITED BY SIZE
                 INTO WS-LINHA-REJ
               END-STRING
               MOVE WS-LINHA-REJ TO REG-REJEITO
               WRITE REG-REJEITO
           END-IF
           .
      *devolucao ja marcada para o mesmo valor conta a parte; se o
      *valor mudou e voltou de novo, a marca antiga e substituida
       P420-GRAVA-DEVOLUCAO.
           MOVE WS-DVL-ID    TO DEV-ID-CONTATO
           MOVE WS-DVL-CANAL TO DEV-CANAL
           MOVE WS-DVL-SEQ   TO DEV-SEQ
           READ DEVOLUCOES
               INVALID KEY
                   PERFORM P421-MONTA-DEVOLUCAO
                   WRITE REG-DEVOLUCOES
                       INVALID KEY
                           MOVE 'ERRO NA GRAVACAO' TO WS-MOTIVO-REJ
                           PERFORM P410-GRAVA-REJEITO
                       NOT INVALID KEY
                           PERFORM P425-REGISTRA-DEVOLUCAO
                   END-WRITE
               NOT INVALID KEY
                   IF FUNCTION UPPER-CASE(DEV-VALOR) =
                      FUNCTION UPPER-CASE(WS-DVL-VALOR) THEN
                       ADD 1 TO WS-CONT-EXISTENTES
                   ELSE
                       PERFORM P421-MONTA-DEVOLUCAO
                       REWRITE REG-DEVOLUCOES
                           INVALID KEY
                               MOVE 'ERRO NA GRAVACAO'
                                    TO WS-MOTIVO-REJ
                               PERFORM P410-GRAVA-REJEITO
                           NOT INVALID KEY
                               PERFORM P425-REGISTRA-DEVOLUCAO
                       END-REWRITE
                   END-IF
           END-READ
           .
       P421-MONTA-DEVOLUCAO.
           MOVE WS-DVL-VALOR   TO DEV-VALOR
           MOVE WS-DVL-DATA    TO DEV-DATA
           MOVE WS-DVL-MOTIVO  TO DEV-MOTIVO
           MOVE WS-LOG-USUARIO TO DEV-OPERADOR
           .
      *marca gravada: anotacao no contato e linha no log
       P425-REGISTRA-DEVOLUCAO.
           ADD 1 TO WS-CONT-GRAVADAS
           IF DEV-CARTA THEN
               MOVE 'CARTA' TO WS-CANAL-DESC
           ELSE
               MOVE 'EMAIL' TO WS-CANAL-DESC
           END-IF
           PERFORM P440-GRAVA-INTERACAO

           MOVE 'DEVOLUCAO'    TO WS-LOG-OPERACAO
           MOVE DEV-ID-CONTATO TO WS-LOG-ID
           MOVE SPACES         TO WS-LOG-ANTES
           MOVE SPACES         TO WS-LOG-DEPOIS
           STRING WS-CANAL-DESC     DELIMITED BY SPACE
                  ' SEQ '           DELIMITED BY SIZE
                  DEV-SEQ           DELIMITED BY SIZE
             INTO WS-LOG-DEPOIS
           END-STRING
           PERFORM P500-GRAVA-LOG
           .
      *email em branco na linha = email principal; senao procura o
      *endereco no cadastro e depois nos emails adicionais do id
       P430-LOCALIZA-EMAIL.
           MOVE SPACES TO WS-MOTIVO-REJ
           IF WS-DVL-EMAIL = SPACES THEN
               IF EMAIL-CONTATO = SPACES THEN
                   MOVE 'CONTATO SEM EMAIL' TO WS-MOTIVO-REJ
               ELSE
                   MOVE EMAIL-CONTATO TO WS-DVL-VALOR
               END-IF
               GO TO P430-SAI
           END-IF

           IF FUNCTION UPPER-CASE(WS-DVL-EMAIL) =
              FUNCTION UPPER-CASE(EMAIL-CONTATO) THEN
               MOVE EMAIL-CONTATO TO WS-DVL-VALOR
               GO TO P430-SAI
           END-IF

           MOVE 'EMAIL NAO PERTENCE AO ID' TO WS-MOTIVO-REJ
           IF NOT MEIOS-DISPONIVEL THEN
               GO TO P430-SAI
           END-IF
           SET EOF-MEIO-OK TO FALSE
           MOVE WS-DVL-ID TO MEIO-ID-CONTATO
           MOVE ZEROS     TO MEIO-SEQ
           START MEIOS-CONTATO KEY IS >= MEIO-CHAVE
               INVALID KEY
                   SET EOF-MEIO-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-MEIO-OK
               READ MEIOS-CONTATO NEXT RECORD
                   AT END
                       SET EOF-MEIO-OK TO TRUE
                   NOT AT END
                       IF MEIO-ID-CONTATO NOT = WS-DVL-ID THEN
                           SET EOF-MEIO-OK TO TRUE
                       ELSE
                           IF MEIO-EMAIL AND
                              FUNCTION UPPER-CASE(MEIO-VALOR) =
                              FUNCTION UPPER-CASE(WS-DVL-EMAIL) THEN
                               MOVE MEIO-SEQ   TO WS-DVL-SEQ
                               MOVE MEIO-VALOR TO WS-DVL-VALOR
                               MOVE SPACES     TO WS-MOTIVO-REJ
                               SET EOF-MEIO-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P430-SAI.
           EXIT.
      *anotacao datada da devolucao; dois registros no mesmo
      *centesimo desempatam avancando a hora
       P440-GRAVA-INTERACAO.
           IF INTERACOES-DISPONIVEL THEN
               MOVE DEV-ID-CONTATO TO INT-ID-CONTATO
               ACCEPT INT-DATA FROM DATE YYYYMMDD
               ACCEPT INT-HORA FROM TIME
               SET INT-ANOTACAO TO TRUE
               MOVE WS-LOG-USUARIO TO INT-OPERADOR
               MOVE SPACES TO INT-NOTA
               IF DEV-CARTA THEN
                   STRING 'CARTA DEVOLVIDA: '    DELIMITED BY SIZE
                          FUNCTION TRIM(DEV-MOTIVO)
                                                 DELIMITED BY SIZE
                     INTO INT-NOTA
                   END-STRING
               ELSE
                   STRING 'EMAIL DEVOLVIDO: '    DELIMITED BY SIZE
                          FUNCTION TRIM(DEV-MOTIVO)
                                                 DELIMITED BY SIZE
                     INTO INT-NOTA
                   END-STRING
               END-IF
               SET INT-GRAVADA-OK TO FALSE
               SET WS-INT-TENTATIVAS TO 0
               PERFORM UNTIL INT-GRAVADA-OK OR WS-INT-TENTATIVAS > 98
                   WRITE REG-INTERACOES
                       INVALID KEY
                           ADD 1 TO INT-HORA
                           ADD 1 TO WS-INT-TENTATIVAS
                       NOT INVALID KEY
                           SET INT-GRAVADA-OK TO TRUE
                   END-WRITE
               END-PERFORM
           END-IF
           .
      ******************************************************************
      *lista de saneamento: todas as devolucoes ainda valendo (valor
      *do cadastro igual ao que voltou), por dono da carteira
      ******************************************************************
       P600-LISTA-SANEAMENTO.
           OPEN OUTPUT PENDENCIAS-TRAB
           IF NOT FS-TRAB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P600-SAI
           END-IF

           SET EOF-OK TO FALSE
           MOVE LOW-VALUES TO DEV-CHAVE
           START DEVOLUCOES KEY IS >= DEV-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ DEVOLUCOES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P610-SELECIONA-PENDENCIA
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-TRAB

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-DONO
                                               ORD-ID-CONTATO
                                               ORD-CANAL
                                               ORD-SEQ
               USING PENDENCIAS-TRAB
               GIVING PENDENCIAS-ORD

           OPEN INPUT PENDENCIAS-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR AS DEVOLUCOES PENDENTES!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P600-SAI
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR A LISTA DE SANEAMENTO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE PENDENCIAS-ORD
               GO TO P600-SAI
           END-IF

           MOVE '***DEVOLUCOES PENDENTES DE SANEAMENTO***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DATA: '             DELIMITED BY SIZE
                  WS-DATA-HOJE         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ PENDENCIAS-ORD INTO WS-PENDENCIA
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P620-IMPRIME-PENDENCIA
               END-READ
           END-PERFORM
           IF NOT PRIMEIRO-GRUPO THEN
               PERFORM P640-TOTAL-DONO
           END-IF
           CLOSE PENDENCIAS-ORD

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CARTEIRAS: '        DELIMITED BY SIZE
                  WS-CONT-DONOS        DELIMITED BY SIZE
                  ' DEVOLUCOES PENDENTES: ' DELIMITED BY SIZE
                  WS-CONT-PENDENTES    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO
           MOVE 'DEVOLUCAO'          TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-DEVREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'LISTA DE SANEAMENTO GRAVADA EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-DEVREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P600-SAI.
           EXIT.
      *marca de contato excluido, inativo ou ja corrigido fica fora
       P610-SELECIONA-PENDENCIA.
           SET PENDENCIA-ATUAL TO FALSE
           MOVE DEV-ID-CONTATO TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTATO-ATIVO THEN
                       PERFORM P615-CONFERE-VALOR
                   END-IF
           END-READ
           IF PENDENCIA-ATUAL THEN
               MOVE DONO-CONTATO   TO WS-PEN-DONO
               MOVE DEV-ID-CONTATO TO WS-PEN-ID
               MOVE DEV-CANAL      TO WS-PEN-CANAL
               MOVE DEV-SEQ        TO WS-PEN-SEQ
               MOVE NM-CONTATO     TO WS-PEN-NOME
               MOVE DEV-VALOR      TO WS-PEN-VALOR
               MOVE DEV-DATA       TO WS-PEN-DATA
               MOVE DEV-MOTIVO     TO WS-PEN-MOTIVO
               MOVE WS-PENDENCIA   TO REG-PENDENCIA-TRAB
               WRITE REG-PENDENCIA-TRAB
           END-IF
           .
       P615-CONFERE-VALOR.
           EVALUATE TRUE
               WHEN DEV-CARTA
                   IF FUNCTION UPPER-CASE(ENDERECO-CONTATO) =
                      FUNCTION UPPER-CASE(DEV-VALOR) THEN
                       SET PENDENCIA-ATUAL TO TRUE
                   END-IF
               WHEN DEV-SEQ = 0
                   IF FUNCTION UPPER-CASE(EMAIL-CONTATO) =
                      FUNCTION UPPER-CASE(DEV-VALOR) THEN
                       SET PENDENCIA-ATUAL TO TRUE
                   END-IF
               WHEN MEIOS-DISPONIVEL
                   MOVE DEV-ID-CONTATO TO MEIO-ID-CONTATO
                   MOVE DEV-SEQ        TO MEIO-SEQ
                   READ MEIOS-CONTATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FUNCTION UPPER-CASE(MEIO-VALOR) =
                              FUNCTION UPPER-CASE(DEV-VALOR) THEN
                               SET PENDENCIA-ATUAL TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE
           .
       P620-IMPRIME-PENDENCIA.
           IF PRIMEIRO-GRUPO OR
              WS-PEN-DONO NOT = WS-DONO-ATUAL THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P640-TOTAL-DONO
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-PEN-DONO TO WS-DONO-ATUAL
               SET WS-CONT-DONO TO 0
               ADD 1 TO WS-CONT-DONOS
               PERFORM P630-CABECALHO-DONO
           END-IF

           ADD 1 TO WS-CONT-DONO
           ADD 1 TO WS-CONT-PENDENTES
           IF PEN-CARTA THEN
               MOVE 'CARTA' TO WS-CANAL-DESC
           ELSE
               MOVE 'EMAIL' TO WS-CANAL-DESC
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  WS-PEN-ID            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PEN-NOME          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CANAL-DESC        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PEN-VALOR         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PEN-DATA(7:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-PEN-DATA(5:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-PEN-DATA(1:4)     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING '         MOTIVO: '  DELIMITED BY SIZE
                  WS-PEN-MOTIVO        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P630-CABECALHO-DONO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           IF WS-DONO-ATUAL = SPACES THEN
               MOVE 'CARTEIRA: (SEM DONO)' TO WS-LINHA-REL
           ELSE
               STRING 'CARTEIRA: '     DELIMITED BY SIZE
                      WS-DONO-ATUAL    DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P640-TOTAL-DONO.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  DEVOLUCOES A SANEAR: ' DELIMITED BY SIZE
                  WS-CONT-DONO             DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-DEVOLUCOES.
