      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Manutencao das recusas de contato (opt-out) por
      *         canal: carta, email e telefone. Cada recusa guarda a
      *         data, o motivo e o operador; mala direta,
      *         exportacoes e listas de distribuicao pulam o contato
      *         no canal recusado. O arquivo de recusas enviado pelo
      *         marketing entra pelo MODULO-RECUSAS-LOTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-RECUSAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD SUPRESSAO.
          COPY FD-SUPRESSAO.

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS-SUP                PIC 99.
          88 FS-SUP-OK             VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *o CLOSE zera o status, entao a leitura deixa a marca aqui
       77 WS-CONTATO-ACHOU         PIC X VALUE 'N'.
          88 CONTATO-ACHADO        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-INCLUIR          VALUE 'I'.
          88 ACAO-RETIRAR          VALUE 'R'.
          88 ACAO-LISTAR           VALUE 'L'.
       77 WS-ID-CONTATO-INF        PIC 9(06) VALUE ZEROS.
      *canal informado: C, E, T ou A (os tres canais de uma vez)
       77 WS-CANAL-INF             PIC X VALUE SPACES.
          88 CANAL-INF-TODOS       VALUE 'A'.
          88 CANAL-INF-VALIDO      VALUE 'C' 'E' 'T' 'A'.
       77 WS-MOTIVO-INF            PIC X(30) VALUE SPACES.
       77 WS-CONFIRM               PIC X VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-CONT                  PIC 9(04) VALUE ZEROS.
       77 WS-CANAL-DESC            PIC X(10) VALUE SPACES.
       77 WS-ORIGEM-DESC           PIC X(10) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM           PIC X(20).
          03 LK-USUARIO            PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            IF LK-USUARIO NOT EQUAL SPACES THEN
                MOVE LK-USUARIO    TO WS-LOG-USUARIO
            END-IF
            DISPLAY '***RECUSAS DE CONTATO (OPT-OUT)***'
            SET EXIT-OK            TO FALSE
            PERFORM P3OO-MANTEM THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
       P3OO-MANTEM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O SUPRESSAO
           IF WS-FS-SUP EQUAL 35 THEN
               OPEN OUTPUT SUPRESSAO
               CLOSE SUPRESSAO
               OPEN I-O SUPRESSAO
           END-IF
           IF NOT FS-SUP-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS!'
               DISPLAY 'FILE STATUS:' WS-FS-SUP
               SET EXIT-OK TO TRUE
               GO TO P300-FIM
           END-IF

           DISPLAY 'Acao: <I>ncluir recusa,<R>etirar recusa ou'
                   ' <L>istar recusas do contato?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
           EVALUATE TRUE
               WHEN ACAO-INCLUIR
                   PERFORM P400-INCLUI THRU P400-SAI
               WHEN ACAO-RETIRAR
                   PERFORM P410-RETIRA THRU P410-SAI
               WHEN ACAO-LISTAR
                   PERFORM P420-LISTA THRU P420-SAI
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA!'
           END-EVALUATE

           CLOSE SUPRESSAO

           DISPLAY
                 'TECLE:'
                 '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT  WS-EXIT
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY GRAVA-LOG.
      *o contato precisa existir no cadastro; recusa de inativo e
      *aceita, ele pode ser reativado depois
       P350-ACEITA-CONTATO.
           DISPLAY 'Numero do contato:'
           MOVE ZEROS TO WS-ID-CONTATO-INF
           ACCEPT WS-ID-CONTATO-INF
           SET CONTATO-ACHADO TO FALSE
           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
               DISPLAY 'FILE STATUS:' WS-FS
           ELSE
               MOVE WS-ID-CONTATO-INF TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'CONTATO NAO CADASTRADO!'
                   NOT INVALID KEY
                       SET CONTATO-ACHADO TO TRUE
                       DISPLAY 'CONTATO: ' ID-CONTATO ' ' NM-CONTATO
               END-READ
               CLOSE CONTATOS
           END-IF
           .
       P355-ACEITA-CANAL.
           DISPLAY 'Canal: <C>arta,<E>mail,<T>elefone ou <A> todos'
                   ' os canais?'
           MOVE SPACES TO WS-CANAL-INF
           ACCEPT WS-CANAL-INF
           MOVE FUNCTION UPPER-CASE(WS-CANAL-INF) TO WS-CANAL-INF
           .
       P360-DESCREVE-CANAL.
           EVALUATE TRUE
               WHEN SUP-CARTA
                   MOVE 'CARTA'    TO WS-CANAL-DESC
               WHEN SUP-EMAIL
                   MOVE 'EMAIL'    TO WS-CANAL-DESC
               WHEN SUP-TELEFONE
                   MOVE 'TELEFONE' TO WS-CANAL-DESC
               WHEN OTHER
                   MOVE SUP-CANAL  TO WS-CANAL-DESC
           END-EVALUATE
           .
       P400-INCLUI.
           PERFORM P350-ACEITA-CONTATO
           IF NOT CONTATO-ACHADO THEN
               GO TO P400-SAI
           END-IF
           PERFORM P355-ACEITA-CANAL
           IF NOT CANAL-INF-VALIDO THEN
               DISPLAY 'CANAL INVALIDO!'
               GO TO P400-SAI
           END-IF
           DISPLAY 'Motivo da recusa:'
           MOVE SPACES TO WS-MOTIVO-INF
           ACCEPT WS-MOTIVO-INF
           IF WS-MOTIVO-INF = SPACES THEN
               MOVE 'SOLICITACAO DO CONTATO' TO WS-MOTIVO-INF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-INF) TO WS-MOTIVO-INF

           IF CANAL-INF-TODOS THEN
               MOVE 'C' TO SUP-CANAL
               PERFORM P405-GRAVA-RECUSA
               MOVE 'E' TO SUP-CANAL
               PERFORM P405-GRAVA-RECUSA
               MOVE 'T' TO SUP-CANAL
               PERFORM P405-GRAVA-RECUSA
           ELSE
               MOVE WS-CANAL-INF TO SUP-CANAL
               PERFORM P405-GRAVA-RECUSA
           END-IF
           .
       P400-SAI.
           EXIT.
      *grava a recusa do canal ja posto em SUP-CANAL; canal ja
      *recusado mantem a data e o motivo originais
       P405-GRAVA-RECUSA.
           MOVE WS-ID-CONTATO-INF TO SUP-ID-CONTATO
           PERFORM P360-DESCREVE-CANAL
           READ SUPRESSAO
               INVALID KEY
                   MOVE WS-DATA-HOJE   TO SUP-DATA
                   MOVE WS-MOTIVO-INF  TO SUP-MOTIVO
                   MOVE LK-USUARIO     TO SUP-OPERADOR
                   SET SUP-ORIGEM-TELA TO TRUE
                   WRITE REG-SUPRESSAO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A RECUSA!'
                           DISPLAY 'FILE STATUS:' WS-FS-SUP
                       NOT INVALID KEY
                           DISPLAY 'Recusa de '
                                   FUNCTION TRIM(WS-CANAL-DESC)
                                   ' registrada!'
                           MOVE 'RECUSA'       TO WS-LOG-OPERACAO
                           MOVE SUP-ID-CONTATO TO WS-LOG-ID
                           MOVE SPACES         TO WS-LOG-ANTES
                           MOVE WS-CANAL-DESC  TO WS-LOG-DEPOIS
                           PERFORM P500-GRAVA-LOG
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'RECUSA DE ' FUNCTION TRIM(WS-CANAL-DESC)
                           ' JA REGISTRADA EM ' SUP-DATA
           END-READ
           .
      *o contato voltou a autorizar o canal (novo consentimento)
       P410-RETIRA.
           PERFORM P350-ACEITA-CONTATO
           IF NOT CONTATO-ACHADO THEN
               GO TO P410-SAI
           END-IF
           PERFORM P355-ACEITA-CANAL
           IF NOT CANAL-INF-VALIDO OR CANAL-INF-TODOS THEN
               DISPLAY 'INFORME UM CANAL: C, E OU T!'
               GO TO P410-SAI
           END-IF

           MOVE WS-ID-CONTATO-INF TO SUP-ID-CONTATO
           MOVE WS-CANAL-INF      TO SUP-CANAL
           READ SUPRESSAO
               INVALID KEY
                   DISPLAY 'NAO HA RECUSA DESSE CANAL PARA O CONTATO!'
                   GO TO P410-SAI
           END-READ
           PERFORM P360-DESCREVE-CANAL
           DISPLAY 'RECUSA DE ' FUNCTION TRIM(WS-CANAL-DESC)
                   ' EM ' SUP-DATA ' POR ' SUP-OPERADOR
           DISPLAY 'MOTIVO: ' SUP-MOTIVO
           DISPLAY 'Retirar a recusa (contato autorizou de novo)?'
                   ' <S>im ou <N>ao'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'S' THEN
               DISPLAY 'Recusa mantida.'
               GO TO P410-SAI
           END-IF

           DELETE SUPRESSAO RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO RETIRAR A RECUSA!'
                   DISPLAY 'FILE STATUS:' WS-FS-SUP
               NOT INVALID KEY
                   DISPLAY 'Recusa retirada!'
                   MOVE 'CONSENTE'      TO WS-LOG-OPERACAO
                   MOVE WS-ID-CONTATO-INF TO WS-LOG-ID
                   MOVE WS-CANAL-DESC   TO WS-LOG-ANTES
                   MOVE SPACES          TO WS-LOG-DEPOIS
                   PERFORM P500-GRAVA-LOG
           END-DELETE
           .
       P410-SAI.
           EXIT.
       P420-LISTA.
           PERFORM P350-ACEITA-CONTATO
           IF NOT CONTATO-ACHADO THEN
               GO TO P420-SAI
           END-IF

           SET EOF-OK TO FALSE
           SET WS-CONT TO 0
           MOVE WS-ID-CONTATO-INF TO SUP-ID-CONTATO
           MOVE LOW-VALUES        TO SUP-CANAL
           START SUPRESSAO KEY IS >= SUP-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ SUPRESSAO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SUP-ID-CONTATO NOT = WS-ID-CONTATO-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P360-DESCREVE-CANAL
                           IF SUP-ORIGEM-LOTE THEN
                               MOVE 'LOTE' TO WS-ORIGEM-DESC
                           ELSE
                               MOVE 'TELA' TO WS-ORIGEM-DESC
                           END-IF
                           DISPLAY '   ' WS-CANAL-DESC ' ' SUP-DATA
                                   ' ' SUP-OPERADOR ' '
                                   WS-ORIGEM-DESC
                           DISPLAY '      ' SUP-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT = 0 THEN
               DISPLAY 'CONTATO SEM RECUSAS: TODOS OS CANAIS LIBERADOS.'
           ELSE
               DISPLAY 'TOTAL DE CANAIS RECUSADOS: ' WS-CONT
           END-IF
           .
       P420-SAI.
           EXIT.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-RECUSAS.
