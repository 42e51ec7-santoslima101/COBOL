      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Campanhas de marketing: lista as campanhas
      *         registradas pela mala direta e pelas exportacoes por
      *         lista e emite o relatorio de resposta de uma delas,
      *         contando os destinatarios que tiveram interacao nos
      *         N dias seguintes ao envio, por categoria e por dono
      *         da carteira (como estavam no envio). Em modo batch
      *         (job CAMPRESP) o relatorio sai para a campanha de
      *         CONTATOS_CAMP_ID (vazio = a mais recente) com o prazo
      *         de CONTATOS_CAMP_DIAS (padrao 30 dias)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-CAMPANHAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT RESPOSTAS-TRAB ASSIGN TO
               WS-CAMINHO-CAMPTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT RESPOSTAS-ORD ASSIGN TO
               WS-CAMINHO-CAMPORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-CAMPREL
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

               SELECT ARQUIVO-RUNLOG ASSIGN TO
               WS-CAMINHO-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
          COPY FD-CAMPANHAS.

       FD CAMPANHA-DEST.
          COPY FD-CAMPANHA-DEST.

       FD INTERACOES.
          COPY FD-INTERACOES.

       FD RESPOSTAS-TRAB.
       01 REG-RESPOSTA-TRAB            PIC X(027).

      *arquivo de trabalho usado so para ordenar os destinatarios
      *por categoria e depois por dono da carteira
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-CATEGORIA             PIC X(10).
          03 ORD-DONO                  PIC X(10).
          03 ORD-ID-CONTATO            PIC 9(06).
          03 ORD-RESPONDEU             PIC X(01).

       FD RESPOSTAS-ORD.
       01 REG-RESPOSTA-ORD             PIC X(027).

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(100).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG                   PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-TRAB               PIC 99.
          88 FS-TRAB-OK            VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-INT               PIC X.
          88 EOF-INT-OK            VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-LISTAR           VALUE 'L'.
          88 ACAO-RESPOSTA         VALUE 'R'.
       77 WS-INT-DISP              PIC X VALUE 'N'.
          88 INTERACOES-DISPONIVEL VALUE 'S' FALSE 'N'.
      *destinatario lido do trabalho ordenado
       01 WS-RESPOSTA.
          03 WS-RSP-CATEGORIA      PIC X(10).
          03 WS-RSP-DONO           PIC X(10).
          03 WS-RSP-ID             PIC 9(06).
          03 WS-RSP-RESPONDEU      PIC X(01).
             88 RSP-RESPONDEU      VALUE 'S'.
      *parametros do relatorio: campanha e janela de resposta
       77 WS-ID-CAMP-INF           PIC 9(06) VALUE ZEROS.
       77 WS-ENV-VALOR             PIC X(10) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-RESPOSTA         PIC 9(03) VALUE 30.
       77 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77 WS-CAMP-HORA             PIC 9(08) VALUE ZEROS.
      *anotacoes gravadas pelo processamento de devolucoes nao sao
      *resposta do destinatario
       77 WS-NOTA-CARTA-DEV        PIC X(15) VALUE 'CARTA DEVOLVIDA'.
       77 WS-NOTA-EMAIL-DEV        PIC X(15) VALUE 'EMAIL DEVOLVIDO'.
       77 WS-ACHOU-RESPOSTA        PIC X VALUE 'N'.
          88 ACHOU-RESPOSTA        VALUE 'S' FALSE 'N'.
      *quebra de grupo (categoria ou dono) e acumuladores
       77 WS-GRUPO-ATUAL           PIC X(10) VALUE SPACES.
       77 WS-GRUPO-LIDO            PIC X(10) VALUE SPACES.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-QUEBRA                PIC X VALUE 'C'.
          88 QUEBRA-CATEGORIA      VALUE 'C'.
          88 QUEBRA-DONO           VALUE 'D'.
       77 WS-ENV-GRUPO             PIC 9(06) VALUE ZEROS.
       77 WS-RESP-GRUPO            PIC 9(06) VALUE ZEROS.
       77 WS-ENV-TOTAL             PIC 9(06) VALUE ZEROS.
       77 WS-RESP-TOTAL            PIC 9(06) VALUE ZEROS.
       77 WS-PERC                  PIC 9(03)V9 VALUE ZEROS.
       77 WS-PERC-ED               PIC ZZ9,9.
       77 WS-CONT-CAMP             PIC 9(05) VALUE ZEROS.
       77 WS-CANAL-EXT             PIC X(11) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
          COPY CAMPANHA-WS.
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
            MOVE 'MODULO-CAMPANHAS'     TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF EXEC-BATCH THEN
                PERFORM P305-PARAMETROS-BATCH
                PERFORM P4OO-RESPOSTA THRU P400-SAI
            ELSE
                DISPLAY '***CAMPANHAS DE MARKETING***'
                SET EXIT-OK TO FALSE
                PERFORM P3OO-CAMPANHAS THRU P300-FIM UNTIL EXIT-OK
            END-IF
            PERFORM P900-FIM
           .
       P3OO-CAMPANHAS.
           DISPLAY 'Acao: <L>istar campanhas ou <R>elatorio de'
                   ' resposta?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
           EVALUATE TRUE
               WHEN ACAO-LISTAR
                   PERFORM P310-LISTA-CAMPANHAS
               WHEN ACAO-RESPOSTA
                   DISPLAY 'Numero da campanha (0 = a mais recente):'
                   MOVE ZEROS TO WS-ID-CAMP-INF
                   ACCEPT WS-ID-CAMP-INF
                   DISPLAY 'Dias apos o envio para contar resposta'
                           ' (0 = 30):'
                   MOVE ZEROS TO WS-DIAS-RESPOSTA
                   ACCEPT WS-DIAS-RESPOSTA
                   IF WS-DIAS-RESPOSTA = 0 THEN
                       MOVE 30 TO WS-DIAS-RESPOSTA
                   END-IF
                   PERFORM P4OO-RESPOSTA THRU P400-SAI
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA!'
           END-EVALUATE

           DISPLAY
             'TECLE:'
             '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *em modo agendado os parametros vem do ambiente; valor
      *ausente ou invalido fica no padrao
       P305-PARAMETROS-BATCH.
           MOVE ZEROS TO WS-ID-CAMP-INF
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CONTATOS_CAMP_ID'
           COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ENV-VALOR))
           IF WS-TAM-ENV > 0 AND WS-TAM-ENV <= 6 AND
              WS-ENV-VALOR(1:WS-TAM-ENV) IS NUMERIC THEN
               COMPUTE WS-ID-CAMP-INF = FUNCTION NUMVAL(WS-ENV-VALOR)
           END-IF

           MOVE 30 TO WS-DIAS-RESPOSTA
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CONTATOS_CAMP_DIAS'
           COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ENV-VALOR))
           IF WS-TAM-ENV > 0 AND WS-TAM-ENV <= 3 AND
              WS-ENV-VALOR(1:WS-TAM-ENV) IS NUMERIC THEN
               COMPUTE WS-DIAS-RESPOSTA =
                       FUNCTION NUMVAL(WS-ENV-VALOR)
           END-IF
           IF WS-DIAS-RESPOSTA = 0 THEN
               MOVE 30 TO WS-DIAS-RESPOSTA
           END-IF
           .
       P310-LISTA-CAMPANHAS.
           SET WS-CONT-CAMP TO 0
           OPEN INPUT CAMPANHAS
           IF NOT FS-CAMP-OK THEN
               DISPLAY 'NENHUMA CAMPANHA REGISTRADA AINDA.'
           ELSE
               SET EOF-CAMP-OK TO FALSE
               MOVE 0 TO ID-CAMPANHA
               START CAMPANHAS KEY IS >= ID-CAMPANHA
                   INVALID KEY
                       SET EOF-CAMP-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-CAMP-OK
                   READ CAMPANHAS NEXT RECORD
                       AT END
                           SET EOF-CAMP-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-CAMP
                           PERFORM P315-MOSTRA-CAMPANHA
                   END-READ
               END-PERFORM
               CLOSE CAMPANHAS
               DISPLAY 'TOTAL DE CAMPANHAS: ' WS-CONT-CAMP
           END-IF
           .
       P315-MOSTRA-CAMPANHA.
           PERFORM P320-CANAL-EXTENSO
           DISPLAY ID-CAMPANHA ' ' CAMP-DATA(7:2) '/' CAMP-DATA(5:2)
                   '/' CAMP-DATA(1:4) ' ' WS-CANAL-EXT ' '
                   NM-CAMPANHA ' DEST: ' CAMP-QTD-DEST
           DISPLAY '       CATEGORIA: ' CAMP-CATEGORIA
                   ' CIDADE: ' CAMP-CIDADE ' UF: ' CAMP-UF
                   ' LISTA: ' CAMP-LISTA ' POR: ' CAMP-USUARIO
           DISPLAY '       EMPRESA: ' CAMP-EMPRESA
                   ' COM FILIAIS: ' CAMP-INCLUI-FILIAIS
           .
       P320-CANAL-EXTENSO.
           EVALUATE TRUE
               WHEN CAMP-CARTA
                   MOVE 'MALA DIRETA' TO WS-CANAL-EXT
               WHEN CAMP-VCARD
                   MOVE 'VCARD'       TO WS-CANAL-EXT
               WHEN CAMP-CSV
                   MOVE 'CSV'         TO WS-CANAL-EXT
               WHEN OTHER
                   MOVE CAMP-CANAL    TO WS-CANAL-EXT
           END-EVALUATE
           .
      ******************************************************************
      *relatorio de resposta da campanha
      ******************************************************************
       P4OO-RESPOSTA.
           SET WS-ENV-TOTAL  TO 0
           SET WS-RESP-TOTAL TO 0

           OPEN INPUT CAMPANHAS
           IF NOT FS-CAMP-OK THEN
               MOVE 'NENHUMA CAMPANHA REGISTRADA AINDA.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               IF WS-FS-CAMP NOT EQUAL 35 THEN
                   MOVE 8 TO LK-RETORNO
               END-IF
               GO TO P400-SAI
           END-IF
           IF WS-ID-CAMP-INF = 0 THEN
               PERFORM P622-PROXIMA-CAMPANHA
               MOVE WS-CAMP-MAXIMO TO WS-ID-CAMP-INF
           END-IF
           MOVE WS-ID-CAMP-INF TO ID-CAMPANHA
           READ CAMPANHAS
               INVALID KEY
                   MOVE 'CAMPANHA NAO CADASTRADA!' TO WS-MSG-TEXTO
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
                   CLOSE CAMPANHAS
                   GO TO P400-SAI
           END-READ
           CLOSE CAMPANHAS
           MOVE CAMP-DATA TO WS-CAMP-DATA
           MOVE CAMP-HORA TO WS-CAMP-HORA
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CAMP-DATA) +
                   WS-DIAS-RESPOSTA)

           OPEN INPUT CAMPANHA-DEST
           IF NOT FS-DEST-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR OS DESTINATARIOS!'
                                      DELIMITED BY SIZE
                      ' FILE STATUS:' DELIMITED BY SIZE
                      WS-FS-DEST      DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P400-SAI
           END-IF

      *sem interacoes registradas ninguem respondeu
           SET INTERACOES-DISPONIVEL TO FALSE
           OPEN INPUT INTERACOES
           IF FS-INT-OK THEN
               SET INTERACOES-DISPONIVEL TO TRUE
           END-IF

           OPEN OUTPUT RESPOSTAS-TRAB
           IF NOT FS-TRAB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CAMPANHA-DEST
               IF INTERACOES-DISPONIVEL THEN
                   CLOSE INTERACOES
               END-IF
               GO TO P400-SAI
           END-IF

           SET EOF-OK TO FALSE
           MOVE WS-ID-CAMP-INF TO DEST-ID-CAMPANHA
           MOVE ZEROS          TO DEST-ID-CONTATO
           START CAMPANHA-DEST KEY IS >= DEST-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ CAMPANHA-DEST NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DEST-ID-CAMPANHA NOT = WS-ID-CAMP-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P410-CONFERE-RESPOSTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESPOSTAS-TRAB
           CLOSE CAMPANHA-DEST
           IF INTERACOES-DISPONIVEL THEN
               CLOSE INTERACOES
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DA CAMPANHA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P400-SAI
           END-IF
           PERFORM P420-CABECALHO

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-CATEGORIA
                                               ORD-ID-CONTATO
               USING RESPOSTAS-TRAB
               GIVING RESPOSTAS-ORD
           SET QUEBRA-CATEGORIA TO TRUE
           MOVE 'RESPOSTA POR CATEGORIA' TO REG-RELATORIO
           PERFORM P430-IMPRIME-QUEBRA

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-DONO
                                               ORD-ID-CONTATO
               USING RESPOSTAS-TRAB
               GIVING RESPOSTAS-ORD
           SET QUEBRA-DONO TO TRUE
           MOVE 'RESPOSTA POR DONO DA CARTEIRA' TO REG-RELATORIO
           PERFORM P430-IMPRIME-QUEBRA

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'TOTAL DA CAMPANHA' TO WS-GRUPO-ATUAL
           MOVE WS-ENV-TOTAL  TO WS-ENV-GRUPO
           MOVE WS-RESP-TOTAL TO WS-RESP-GRUPO
           PERFORM P450-LINHA-GRUPO
           CLOSE RELATORIO
           MOVE 'CAMPANHA'           TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-CAMPREL   TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-CAMPREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P400-SAI.
           EXIT.
      *respondeu = alguma interacao do contato depois do envio e
      *ate o fim da janela, fora as anotacoes de devolucao
       P410-CONFERE-RESPOSTA.
           SET ACHOU-RESPOSTA TO FALSE
           IF INTERACOES-DISPONIVEL THEN
               SET EOF-INT-OK TO FALSE
               MOVE DEST-ID-CONTATO TO INT-ID-CONTATO
               MOVE WS-CAMP-DATA    TO INT-DATA
               MOVE WS-CAMP-HORA    TO INT-HORA
               START INTERACOES KEY IS > INT-CHAVE
                   INVALID KEY
                       SET EOF-INT-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-INT-OK OR ACHOU-RESPOSTA
                   READ INTERACOES NEXT RECORD
                       AT END
                           SET EOF-INT-OK TO TRUE
                       NOT AT END
                           IF INT-ID-CONTATO NOT = DEST-ID-CONTATO OR
                              INT-DATA > WS-DATA-LIMITE THEN
                               SET EOF-INT-OK TO TRUE
                           ELSE
                               IF INT-NOTA(1:15) NOT =
                                  WS-NOTA-CARTA-DEV AND
                                  INT-NOTA(1:15) NOT =
                                  WS-NOTA-EMAIL-DEV THEN
                                   SET ACHOU-RESPOSTA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE DEST-CATEGORIA  TO WS-RSP-CATEGORIA
           MOVE DEST-DONO       TO WS-RSP-DONO
           MOVE DEST-ID-CONTATO TO WS-RSP-ID
           MOVE 'N'             TO WS-RSP-RESPONDEU
           ADD 1 TO WS-ENV-TOTAL
           IF ACHOU-RESPOSTA THEN
               MOVE 'S' TO WS-RSP-RESPONDEU
               ADD 1 TO WS-RESP-TOTAL
           END-IF
           MOVE WS-RESPOSTA TO REG-RESPOSTA-TRAB
           WRITE REG-RESPOSTA-TRAB
           .
       P420-CABECALHO.
           MOVE '***RELATORIO DE RESPOSTA DE CAMPANHA***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P320-CANAL-EXTENSO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CAMPANHA: '         DELIMITED BY SIZE
                  ID-CAMPANHA          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  NM-CAMPANHA          DELIMITED BY SIZE
                  ' CANAL: '           DELIMITED BY SIZE
                  WS-CANAL-EXT         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ENVIO: '            DELIMITED BY SIZE
                  WS-CAMP-DATA(7:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-CAMP-DATA(5:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-CAMP-DATA(1:4)    DELIMITED BY SIZE
                  ' RESPOSTAS ATE: '   DELIMITED BY SIZE
                  WS-DATA-LIMITE(7:2)  DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-LIMITE(5:2)  DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-LIMITE(1:4)  DELIMITED BY SIZE
                  ' ('                 DELIMITED BY SIZE
                  WS-DIAS-RESPOSTA     DELIMITED BY SIZE
                  ' DIAS)'             DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CRITERIOS - CATEGORIA: ' DELIMITED BY SIZE
                  CAMP-CATEGORIA            DELIMITED BY SIZE
                  ' CIDADE: '               DELIMITED BY SIZE
                  CAMP-CIDADE               DELIMITED BY SIZE
                  ' UF: '                   DELIMITED BY SIZE
                  CAMP-UF                   DELIMITED BY SIZE
                  ' LISTA: '                DELIMITED BY SIZE
                  CAMP-LISTA                DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING '            EMPRESA: '   DELIMITED BY SIZE
                  CAMP-EMPRESA              DELIMITED BY SIZE
                  ' COM FILIAIS: '          DELIMITED BY SIZE
                  CAMP-INCLUI-FILIAIS       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *le o trabalho ordenado (por categoria ou por dono, conforme
      *a quebra ligada) e imprime uma linha por grupo; o titulo da
      *secao chega em REG-RELATORIO
       P430-IMPRIME-QUEBRA.
           MOVE REG-RELATORIO TO WS-LINHA-REL
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  GRUPO          ENVIADOS  RESPONDERAM      %'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT RESPOSTAS-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS DESTINATARIOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET PRIMEIRO-GRUPO TO TRUE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ RESPOSTAS-ORD INTO WS-RESPOSTA
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P440-ACUMULA-GRUPO
                   END-READ
               END-PERFORM
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P450-LINHA-GRUPO
               END-IF
               CLOSE RESPOSTAS-ORD
           END-IF
           .
       P440-ACUMULA-GRUPO.
           IF QUEBRA-CATEGORIA THEN
               MOVE WS-RSP-CATEGORIA TO WS-GRUPO-LIDO
           ELSE
               MOVE WS-RSP-DONO      TO WS-GRUPO-LIDO
           END-IF
           IF PRIMEIRO-GRUPO OR WS-GRUPO-LIDO NOT = WS-GRUPO-ATUAL
           THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P450-LINHA-GRUPO
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-GRUPO-LIDO TO WS-GRUPO-ATUAL
               SET WS-ENV-GRUPO  TO 0
               SET WS-RESP-GRUPO TO 0
           END-IF
           ADD 1 TO WS-ENV-GRUPO
           IF RSP-RESPONDEU THEN
               ADD 1 TO WS-RESP-GRUPO
           END-IF
           .
       P450-LINHA-GRUPO.
           MOVE ZEROS TO WS-PERC
           IF WS-ENV-GRUPO > 0 THEN
               COMPUTE WS-PERC ROUNDED =
                       WS-RESP-GRUPO * 100 / WS-ENV-GRUPO
           END-IF
           MOVE WS-PERC TO WS-PERC-ED
           IF WS-GRUPO-ATUAL = SPACES THEN
               MOVE '(EM BRANCO)' TO WS-GRUPO-ATUAL
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  WS-GRUPO-ATUAL       DELIMITED BY SIZE
                  '     '              DELIMITED BY SIZE
                  WS-ENV-GRUPO         DELIMITED BY SIZE
                  '       '            DELIMITED BY SIZE
                  WS-RESP-GRUPO        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-PERC-ED           DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
          COPY CAMPANHA-REGISTRA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-CAMPANHAS.
