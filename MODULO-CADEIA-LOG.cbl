      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Verificacao da cadeia do log de transacoes: percorre
      *         os meses fechados (na ordem do controle de rotacoes)
      *         e o log corrente conferindo a sequencia continua e o
      *         elo de cada linha com a anterior, e aponta lacuna,
      *         duplicidade, linha sem sequencia e elo quebrado com
      *         o arquivo, a linha e a sequencia. Linha com a marca
      *         ANON:S so vale se o contato consta como anonimizado
      *         no registro de solicitacoes LGPD e os dados pessoais
      *         dela trazem a marca. Confere tambem que
      *         cada entrada do historico indexado tem a sua linha
      *         no log. O resultado fica em cadeia_log.ctl para o
      *         relatorio de saude (job CADEIALOG)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-CADEIA-LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOG-TRANSACOES ASSIGN TO
               WS-CAMINHO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT LOG-ARQUIVADO ASSIGN TO
               WS-NOME-LOG-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LARQ.

               SELECT CONTROLE-ROTACOES ASSIGN TO
               WS-CAMINHO-RLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROT.

               SELECT HISTORICO-CONTATO ASSIGN TO
               WS-CAMINHO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT CADEIA-TRAB ASSIGN TO
               WS-CAMINHO-CADTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT CADEIA-ORD ASSIGN TO
               WS-CAMINHO-CADORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT CONTROLE-CADEIA ASSIGN TO
               WS-CAMINHO-CADCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCT.

      *contatos anonimizados segundo o registro de solicitacoes
      *LGPD, para conferir as linhas com a marca ANON:S
               SELECT REGISTRO-SOLICITACOES ASSIGN TO
               WS-CAMINHO-LGPDREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOL.

               SELECT CADEIA-ANON ASSIGN TO
               WS-CAMINHO-CADANON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-ID
               FILE STATUS IS WS-FS-ANO.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-CADREL
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
       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD LOG-ARQUIVADO.
       01 REG-LOG-GER              PIC X(580).

       FD CONTROLE-ROTACOES.
       01 REG-ROTACAO              PIC X(80).

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

      *uma linha do log (L) ou uma entrada do historico (H) por
      *registro; ordenados pela chave, as entradas H de cada chave
      *precisam de outras tantas linhas L
       FD CADEIA-TRAB.
       01 REG-CADEIA-TRAB.
          03 CTR-ID                PIC X(06).
          03 CTR-DATA              PIC X(08).
          03 CTR-HORA              PIC X(08).
          03 CTR-OPERACAO          PIC X(10).
          03 CTR-TIPO              PIC X(01).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-ID                PIC X(06).
          03 ORD-DATA              PIC X(08).
          03 ORD-HORA              PIC X(08).
          03 ORD-OPERACAO          PIC X(10).
          03 ORD-TIPO              PIC X(01).

       FD CADEIA-ORD.
       01 REG-CADEIA-ORD.
          03 CTO-CHAVE.
             05 CTO-ID             PIC X(06).
             05 CTO-DATA           PIC X(08).
             05 CTO-HORA           PIC X(08).
             05 CTO-OPERACAO       PIC X(10).
          03 CTO-TIPO              PIC X(01).
             88 CTO-HISTORICO      VALUE 'H'.

       FD CONTROLE-CADEIA.
          COPY FD-CADEIA.

       FD REGISTRO-SOLICITACOES.
       01 REG-SOLICITACAO          PIC X(120).

       FD CADEIA-ANON.
       01 REG-CADEIA-ANON.
          03 ANO-ID                PIC X(06).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(100).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG               PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-LARQ               PIC 99.
          88 FS-LARQ-OK            VALUE 0.
       77 WS-FS-ROT                PIC 99.
          88 FS-ROT-OK             VALUE 0.
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-CCT                PIC 99.
          88 FS-CCT-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-FS-SOL                PIC 99.
          88 FS-SOL-OK             VALUE 0.
       77 WS-FS-ANO                PIC 99.
          88 FS-ANO-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
      *meses fechados na ordem do controle de rotacoes:
      *'AAAAMM LINHAS:nnnnnn SEQFIM:nnnnnnnnn'
       01 WS-TAB-GERACOES.
          03 WS-GER-LINHA          PIC X(80) OCCURS 100.
       77 WS-QTD-GER-LOG           PIC 9(03) VALUE ZEROS.
       77 WS-IND-GER               PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-ROT             PIC X(80) VALUE SPACES.
       77 WS-NOME-LOG-ARQ          PIC X(120) VALUE SPACES.
      *posicao corrente: arquivo, linha no arquivo e sequencia lida
       77 WS-ARQ-ROTULO            PIC X(24) VALUE SPACES.
       77 WS-LIN-ARQ               PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-ARQ               PIC 9(09) VALUE ZEROS.
       77 WS-LIN-ESPERADAS         PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-FIM-ESPERADA      PIC 9(09) VALUE ZEROS.
      *cadeia: ultima sequencia aceita e o elo gravado nela
       77 WS-CADEIA                PIC X VALUE 'N'.
          88 CADEIA-INICIADA       VALUE 'S' FALSE 'N'.
       77 WS-ULT-SEQ               PIC 9(09) VALUE ZEROS.
       77 WS-ELO-ANTERIOR          PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-LIDA              PIC 9(09) VALUE ZEROS.
       77 WS-CHK-LIDA              PIC 9(09) VALUE ZEROS.
       77 WS-CHB-LIDA              PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-DE                PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-ATE               PIC 9(09) VALUE ZEROS.
       77 WS-DATA-MIN              PIC X(08) VALUE SPACES.
      *totais
       77 WS-TOT-LINHAS            PIC 9(09) VALUE ZEROS.
       77 WS-TOT-ANTERIORES        PIC 9(09) VALUE ZEROS.
       77 WS-TOT-ANON              PIC 9(09) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-HIST              PIC 9(09) VALUE ZEROS.
       77 WS-HIST-SEM-LOG          PIC 9(07) VALUE ZEROS.
       77 WS-HIST-FORA-RET         PIC 9(07) VALUE ZEROS.
       77 WS-HIST-CONFERIDO        PIC X VALUE 'N'.
          88 HISTORICO-CONFERIDO   VALUE 'S' FALSE 'N'.
      *quebra por chave na conferencia do historico
       01 WS-CHAVE-ATUAL           PIC X(32) VALUE SPACES.
       77 WS-QTD-H                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-L                 PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIF               PIC 9(05) VALUE ZEROS.
       77 WS-FALHA-TEXTO           PIC X(60) VALUE SPACES.
      *linha do registro LGPD: 'AAAAMMDD HHMMSSCC ID:nnnnnn TIPO:A
      *USUARIO:xxxxxxxxxx RESULTADO:...'
       01 WS-LINHA-SOL             PIC X(120) VALUE SPACES.
       77 WS-ANON-ABERTO           PIC X VALUE 'N'.
          88 ANON-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-ANON-CONFERE          PIC X VALUE 'N'.
          88 ANON-VALIDA           VALUE 'S' FALSE 'N'.
      *imagem do registro gravada na linha do log (layout do
      *contatos.dat) e o resumo ANTES/DEPOIS em conferencia
       01 WS-IMG                   PIC X(200) VALUE SPACES.
       01 FILLER REDEFINES WS-IMG.
          03 WS-IMG-ID             PIC X(06).
          03 WS-IMG-NOME           PIC X(20).
          03 WS-IMG-FONE           PIC X(15).
          03 WS-IMG-EMAIL          PIC X(40).
          03 WS-IMG-ENDERECO       PIC X(40).
          03 WS-IMG-STATUS         PIC X(01).
          03 WS-IMG-CATEGORIA      PIC X(10).
          03 WS-IMG-EMPRESA        PIC X(04).
          03 WS-IMG-NUMERO         PIC X(06).
          03 WS-IMG-CIDADE         PIC X(20).
          03 WS-IMG-UF             PIC X(02).
          03 WS-IMG-CEP            PIC X(08).
          03 WS-IMG-DONO           PIC X(10).
          03 WS-IMG-CPF            PIC X(11).
       77 WS-OPERACAO-AD           PIC X(10) VALUE SPACES.
       77 WS-CAMPO-AD              PIC X(20) VALUE SPACES.
       77 WS-LADO-AD               PIC X VALUE 'A'.
          88 LADO-ANTES            VALUE 'A'.
          88 LADO-DEPOIS           VALUE 'D'.
       77 WS-MARCA-ANONIMO         PIC X(11) VALUE 'ANONIMIZADO'.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY WS-LOG.

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
            MOVE 'MODULO-CADEIA-LOG'    TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***VERIFICACAO DA CADEIA DO LOG***'
            END-IF
            PERFORM P3OO-VERIFICA THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-VERIFICA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET CADEIA-INICIADA      TO FALSE
           SET HISTORICO-CONFERIDO  TO FALSE
           SET WS-ULT-SEQ           TO 0
           SET WS-ELO-ANTERIOR      TO 0
           SET WS-TOT-LINHAS        TO 0
           SET WS-TOT-ANTERIORES    TO 0
           SET WS-TOT-ANON          TO 0
           SET WS-QTD-FALHAS        TO 0
           SET WS-QTD-HIST          TO 0
           SET WS-HIST-SEM-LOG      TO 0
           SET WS-HIST-FORA-RET     TO 0
           MOVE SPACES TO WS-DATA-MIN
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DA CADEIA DO LOG!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
           MOVE '***VERIFICACAO DA CADEIA DO LOG DE TRANSACOES***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'EMITIDO EM: '       DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4)    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN OUTPUT CADEIA-TRAB
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF

      *meses fechados, do mais antigo ao mais novo, e depois o
      *log corrente: a cadeia atravessa o fechamento mensal
           PERFORM P310-CARREGA-GERACOES
           PERFORM P315-CARREGA-ANONIMIZADOS THRU P315-SAI
           PERFORM P320-LE-GERACAO THRU P320-SAI
                   VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GER-LOG
           PERFORM P325-LE-CORRENTE
           PERFORM P340-CONFERE-CONTROLE
           CLOSE CADEIA-TRAB
           IF ANON-DISPONIVEL THEN
               CLOSE CADEIA-ANON
           END-IF

           PERFORM P350-CONFERE-HISTORICO THRU P350-SAI
           PERFORM P380-RESUMO
           CLOSE RELATORIO
           MOVE 'CADEIA'             TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-CADREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           PERFORM P370-GRAVA-RESULTADO

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'CADEIA DO LOG: '         DELIMITED BY SIZE
                  WS-TOT-LINHAS             DELIMITED BY SIZE
                  ' LINHA(S), FALHAS: '     DELIMITED BY SIZE
                  WS-QTD-FALHAS             DELIMITED BY SIZE
                  ' HISTORICO SEM LOG: '    DELIMITED BY SIZE
                  WS-HIST-SEM-LOG           DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-CADREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF (WS-QTD-FALHAS > 0 OR WS-HIST-SEM-LOG > 0) AND
              LK-RETORNO = 0 THEN
               MOVE 4 TO LK-RETORNO
           END-IF
           .
       P300-FIM.
           EXIT.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *da gravacao do log servem aqui so as conferencias da linha
      *(P506/P507), as mesmas usadas ao gravar
          COPY GRAVA-LOG.
       P310-CARREGA-GERACOES.
           SET EOF-OK TO FALSE
           SET WS-QTD-GER-LOG TO 0
           MOVE SPACES TO WS-TAB-GERACOES
           OPEN INPUT CONTROLE-ROTACOES
           IF FS-ROT-OK THEN
               PERFORM UNTIL EOF-OK
                   READ CONTROLE-ROTACOES INTO WS-LINHA-ROT
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-ROT(1:6) IS NUMERIC AND
                              WS-QTD-GER-LOG < 100 THEN
                               ADD 1 TO WS-QTD-GER-LOG
                               MOVE WS-LINHA-ROT
                                    TO WS-GER-LINHA(WS-QTD-GER-LOG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-ROTACOES
           END-IF
           .
      *ids com anonimizacao atendida (TIPO:A, resultado ANONIMIZADO
      *ou ANONIMIZACAO PARCIAL) vao para um indexado de trabalho;
      *sem o registro nenhuma linha ANON:S e aceita
       P315-CARREGA-ANONIMIZADOS.
           SET ANON-DISPONIVEL TO FALSE
           OPEN OUTPUT CADEIA-ANON
           IF NOT FS-ANO-OK THEN
               GO TO P315-SAI
           END-IF
           OPEN INPUT REGISTRO-SOLICITACOES
           IF FS-SOL-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ REGISTRO-SOLICITACOES INTO WS-LINHA-SOL
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-SOL(18:4) = ' ID:' AND
                              WS-LINHA-SOL(28:7) = ' TIPO:A' AND
                              (WS-LINHA-SOL(65:11) = 'ANONIMIZADO'
                               OR WS-LINHA-SOL(65:20) =
                                  'ANONIMIZACAO PARCIAL') THEN
                               MOVE WS-LINHA-SOL(22:6) TO ANO-ID
                               WRITE REG-CADEIA-ANON
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-SOLICITACOES
           END-IF
           CLOSE CADEIA-ANON
           OPEN INPUT CADEIA-ANON
           IF FS-ANO-OK THEN
               SET ANON-DISPONIVEL TO TRUE
           END-IF
           .
       P315-SAI.
           EXIT.
      *o mes fechado precisa existir, com as linhas e a ultima
      *sequencia que o fechamento registrou
       P320-LE-GERACAO.
           MOVE SPACES TO WS-NOME-LOG-ARQ
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                                        DELIMITED BY SIZE
                  'transacoes_'         DELIMITED BY SIZE
                  WS-GER-LINHA(WS-IND-GER)(1:6)
                                        DELIMITED BY SIZE
                  '.log'                DELIMITED BY SIZE
             INTO WS-NOME-LOG-ARQ
           END-STRING
           MOVE SPACES TO WS-ARQ-ROTULO
           STRING 'transacoes_'         DELIMITED BY SIZE
                  WS-GER-LINHA(WS-IND-GER)(1:6)
                                        DELIMITED BY SIZE
                  '.log'                DELIMITED BY SIZE
             INTO WS-ARQ-ROTULO
           END-STRING
           MOVE 0 TO WS-LIN-ARQ
           MOVE 0 TO WS-SEQ-ARQ
           MOVE 0 TO WS-SEQ-LIDA

           OPEN INPUT LOG-ARQUIVADO
           IF NOT FS-LARQ-OK THEN
               MOVE 'MES FECHADO AUSENTE OU ILEGIVEL'
                    TO WS-FALHA-TEXTO
               PERFORM P390-REGISTRA-FALHA
               GO TO P320-SAI
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ LOG-ARQUIVADO INTO WS-LOG-LINHA
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P330-CONFERE-LINHA THRU P330-SAI
               END-READ
           END-PERFORM
           CLOSE LOG-ARQUIVADO

           MOVE 0 TO WS-SEQ-LIDA
           IF WS-GER-LINHA(WS-IND-GER)(7:8) = ' LINHAS:' AND
              WS-GER-LINHA(WS-IND-GER)(15:6) IS NUMERIC THEN
               MOVE WS-GER-LINHA(WS-IND-GER)(15:6)
                    TO WS-LIN-ESPERADAS
               IF WS-LIN-ESPERADAS NOT = WS-LIN-ARQ THEN
                   MOVE SPACES TO WS-FALHA-TEXTO
                   STRING 'FIM DO ARQUIVO; O FECHAMENTO ARQUIVOU '
                          WS-LIN-ESPERADAS ' LINHA(S)'
                          DELIMITED BY SIZE
                     INTO WS-FALHA-TEXTO
                   END-STRING
                   PERFORM P390-REGISTRA-FALHA
               END-IF
           END-IF
           IF WS-GER-LINHA(WS-IND-GER)(21:8) = ' SEQFIM:' AND
              WS-GER-LINHA(WS-IND-GER)(29:9) IS NUMERIC THEN
               MOVE WS-GER-LINHA(WS-IND-GER)(29:9)
                    TO WS-SEQ-FIM-ESPERADA
               IF WS-SEQ-FIM-ESPERADA > 0 AND
                  WS-SEQ-FIM-ESPERADA NOT = WS-SEQ-ARQ THEN
                   MOVE SPACES TO WS-FALHA-TEXTO
                   STRING 'FIM DO ARQUIVO; O FECHAMENTO TERMINOU NA '
                          'SEQUENCIA ' WS-SEQ-FIM-ESPERADA
                          DELIMITED BY SIZE
                     INTO WS-FALHA-TEXTO
                   END-STRING
                   PERFORM P390-REGISTRA-FALHA
               END-IF
           END-IF
           .
       P320-SAI.
           EXIT.
       P325-LE-CORRENTE.
           MOVE 'transacoes.log' TO WS-ARQ-ROTULO
           MOVE 0 TO WS-LIN-ARQ
           MOVE 0 TO WS-SEQ-ARQ
           OPEN INPUT LOG-TRANSACOES
           IF FS-LOG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ LOG-TRANSACOES INTO WS-LOG-LINHA
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P330-CONFERE-LINHA THRU P330-SAI
                   END-READ
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF
           .
      *linha sem sequencia so e aceita antes da primeira linha
      *encadeada (log gravado antes do encadeamento); a primeira
      *linha encadeada disponivel abre a cadeia
       P330-CONFERE-LINHA.
           ADD 1 TO WS-LIN-ARQ
           ADD 1 TO WS-TOT-LINHAS
           IF WS-DATA-MIN = SPACES AND
              WS-LOG-LINHA(1:8) IS NUMERIC THEN
               MOVE WS-LOG-LINHA(1:8) TO WS-DATA-MIN
           END-IF
           MOVE WS-LOG-LINHA(33:6)  TO CTR-ID
           MOVE WS-LOG-LINHA(1:8)   TO CTR-DATA
           MOVE WS-LOG-LINHA(10:8)  TO CTR-HORA
           MOVE WS-LOG-LINHA(19:10) TO CTR-OPERACAO
           MOVE 'L'                 TO CTR-TIPO
           WRITE REG-CADEIA-TRAB

           MOVE 0 TO WS-SEQ-LIDA
           IF WS-LOG-LINHA(525:5) NOT = ' SEQ:' OR
              WS-LOG-LINHA(530:9) IS NOT NUMERIC THEN
               IF CADEIA-INICIADA THEN
                   MOVE 'LINHA SEM SEQUENCIA (INCLUIDA OU ALTERADA)'
                        TO WS-FALHA-TEXTO
                   PERFORM P390-REGISTRA-FALHA
               ELSE
                   ADD 1 TO WS-TOT-ANTERIORES
               END-IF
               GO TO P330-SAI
           END-IF

           MOVE WS-LOG-LINHA(530:9) TO WS-SEQ-LIDA
           MOVE WS-SEQ-LIDA         TO WS-SEQ-ARQ
           MOVE 0 TO WS-CHK-LIDA
           MOVE 0 TO WS-CHB-LIDA
           IF WS-LOG-LINHA(544:9) IS NUMERIC THEN
               MOVE WS-LOG-LINHA(544:9) TO WS-CHK-LIDA
           END-IF
           IF WS-LOG-LINHA(558:9) IS NUMERIC THEN
               MOVE WS-LOG-LINHA(558:9) TO WS-CHB-LIDA
           END-IF
           IF WS-LOG-LINHA(567:7) = ' ANON:S' THEN
               ADD 1 TO WS-TOT-ANON
           END-IF

           IF NOT CADEIA-INICIADA THEN
               SET CADEIA-INICIADA TO TRUE
               IF WS-SEQ-LIDA = 1 THEN
                   MOVE 0 TO WS-ELO-ANTERIOR
                   PERFORM P335-CONFERE-ELO
               ELSE
                   MOVE SPACES TO WS-LINHA-REL
                   STRING 'CADEIA INICIA EM '
                          FUNCTION TRIM(WS-ARQ-ROTULO)
                          ' NA SEQUENCIA ' WS-SEQ-LIDA
                          ' (ANTERIORES FORA DA RETENCAO)'
                          DELIMITED BY SIZE
                     INTO WS-LINHA-REL
                   END-STRING
                   MOVE WS-LINHA-REL TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-SEQ-LIDA = WS-ULT-SEQ + 1
                       PERFORM P335-CONFERE-ELO
                   WHEN WS-SEQ-LIDA <= WS-ULT-SEQ
                       MOVE SPACES TO WS-FALHA-TEXTO
                       STRING 'SEQUENCIA DUPLICADA OU FORA DE ORDEM'
                              ' (ANTERIOR ' WS-ULT-SEQ ')'
                              DELIMITED BY SIZE
                         INTO WS-FALHA-TEXTO
                       END-STRING
                       PERFORM P390-REGISTRA-FALHA
                   WHEN OTHER
                       COMPUTE WS-SEQ-DE  = WS-ULT-SEQ + 1
                       COMPUTE WS-SEQ-ATE = WS-SEQ-LIDA - 1
                       MOVE SPACES TO WS-FALHA-TEXTO
                       STRING 'LACUNA: FALTAM AS SEQUENCIAS '
                              WS-SEQ-DE ' A ' WS-SEQ-ATE
                              DELIMITED BY SIZE
                         INTO WS-FALHA-TEXTO
                       END-STRING
                       PERFORM P390-REGISTRA-FALHA
               END-EVALUATE
           END-IF

      *a cadeia segue da linha lida, para uma falha nao se
      *repetir em todas as linhas seguintes
           IF WS-SEQ-LIDA > WS-ULT-SEQ THEN
               MOVE WS-SEQ-LIDA TO WS-ULT-SEQ
           END-IF
           MOVE WS-CHK-LIDA TO WS-ELO-ANTERIOR
           .
       P330-SAI.
           EXIT.
      *linha anonimizada pela LGPD tem a CHB conferida e, como a
      *CHB nao cobre os dados pessoais, a propria anonimizacao:
      *contato no registro LGPD e so a marca ou valores sem dado
      *pessoal nos campos que a anonimizacao troca; nas demais a
      *CHK cobre a linha inteira
       P335-CONFERE-ELO.
           MOVE WS-ELO-ANTERIOR TO WS-LOG-ELO
           PERFORM P506-CONFERE-LINHA
           IF WS-LOG-LINHA(567:7) = ' ANON:S' THEN
               IF WS-LOG-CHB NOT = WS-CHB-LIDA THEN
                   MOVE 'ELO QUEBRADO: LINHA ANONIMIZADA ALTERADA'
                        TO WS-FALHA-TEXTO
                   PERFORM P390-REGISTRA-FALHA
               ELSE
                   PERFORM P336-CONFERE-ANONIMIZACAO THRU P336-SAI
                   IF NOT ANON-VALIDA THEN
                       MOVE 'ELO QUEBRADO: MARCA ANON:S SEM ANONIMIZACAO
      -            ' REGISTRADA' TO WS-FALHA-TEXTO
                       PERFORM P390-REGISTRA-FALHA
                   END-IF
               END-IF
           ELSE
               IF WS-LOG-CHK NOT = WS-CHK-LIDA THEN
                   MOVE 'ELO QUEBRADO: LINHA ALTERADA'
                        TO WS-FALHA-TEXTO
                   PERFORM P390-REGISTRA-FALHA
               END-IF
           END-IF
           .
      *mesmas regras de P690/P695 do MODULO-LGPD, ao contrario:
      *imagem em branco ou com a marca nos dados pessoais e resumo
      *so com a marca ou com os valores que a anonimizacao mantem
       P336-CONFERE-ANONIMIZACAO.
           SET ANON-VALIDA TO FALSE
           IF NOT ANON-DISPONIVEL THEN
               GO TO P336-SAI
           END-IF
           MOVE WS-LOG-LINHA(33:6) TO ANO-ID
           READ CADEIA-ANON
               INVALID KEY
                   GO TO P336-SAI
           END-READ

           MOVE WS-LOG-LINHA(119:200) TO WS-IMG
           IF NOT (WS-IMG = SPACES OR
              (WS-IMG-NOME     = WS-MARCA-ANONIMO AND
               WS-IMG-FONE     = WS-MARCA-ANONIMO AND
               WS-IMG-EMAIL    = WS-MARCA-ANONIMO AND
               WS-IMG-ENDERECO = WS-MARCA-ANONIMO AND
               WS-IMG-NUMERO   = SPACES AND
               WS-IMG-CEP      = SPACES AND
               WS-IMG-CPF      = SPACES)) THEN
               GO TO P336-SAI
           END-IF
           MOVE WS-LOG-LINHA(325:200) TO WS-IMG
           IF NOT (WS-IMG = SPACES OR
              (WS-IMG-NOME     = WS-MARCA-ANONIMO AND
               WS-IMG-FONE     = WS-MARCA-ANONIMO AND
               WS-IMG-EMAIL    = WS-MARCA-ANONIMO AND
               WS-IMG-ENDERECO = WS-MARCA-ANONIMO AND
               WS-IMG-NUMERO   = SPACES AND
               WS-IMG-CEP      = SPACES AND
               WS-IMG-CPF      = SPACES)) THEN
               GO TO P336-SAI
           END-IF

           MOVE WS-LOG-LINHA(19:10) TO WS-OPERACAO-AD
           MOVE WS-LOG-LINHA(46:20) TO WS-CAMPO-AD
           SET LADO-ANTES TO TRUE
           PERFORM P337-CONFERE-RESUMO
           IF NOT ANON-VALIDA THEN
               GO TO P336-SAI
           END-IF
           MOVE WS-LOG-LINHA(74:20) TO WS-CAMPO-AD
           SET LADO-DEPOIS TO TRUE
           PERFORM P337-CONFERE-RESUMO
           .
       P336-SAI.
           EXIT.
       P337-CONFERE-RESUMO.
           EVALUATE TRUE
               WHEN WS-CAMPO-AD = WS-MARCA-ANONIMO
               WHEN WS-CAMPO-AD = SPACES
               WHEN WS-CAMPO-AD = 'ATIVO'
               WHEN WS-CAMPO-AD = 'INATIVO'
               WHEN WS-CAMPO-AD = 'ARQUIVO'
               WHEN WS-CAMPO-AD = 'LGPD'
               WHEN WS-CAMPO-AD = 'CARTA'
               WHEN WS-CAMPO-AD = 'EMAIL'
               WHEN WS-CAMPO-AD = 'TELEFONE'
               WHEN WS-CAMPO-AD(1:8) = 'UNIF EM '
                   SET ANON-VALIDA TO TRUE
               WHEN LADO-ANTES AND
                    (WS-OPERACAO-AD = 'APROVACAO' OR
                     WS-OPERACAO-AD = 'REJEICAO' OR
                     WS-OPERACAO-AD = 'REVERSAO')
                   SET ANON-VALIDA TO TRUE
               WHEN OTHER
                   SET ANON-VALIDA TO FALSE
           END-EVALUATE
           .
      *o controle de sequencia guarda a ultima linha gravada;
      *diferente da ultima lida, sumiram ou sobraram linhas no fim
       P340-CONFERE-CONTROLE.
           OPEN INPUT LOG-SEQUENCIA
           IF FS-LSQ-OK THEN
               READ LOG-SEQUENCIA INTO WS-LOG-CONTROLE
                   AT END
                       MOVE SPACES TO WS-LOG-CONTROLE
               END-READ
               CLOSE LOG-SEQUENCIA
               IF WS-LSQ-SEQ IS NUMERIC AND CADEIA-INICIADA AND
                  WS-LSQ-SEQ NOT = WS-ULT-SEQ THEN
                   MOVE 'transacoes.seq' TO WS-ARQ-ROTULO
                   MOVE 0 TO WS-LIN-ARQ
                   MOVE WS-LSQ-SEQ TO WS-SEQ-LIDA
                   MOVE SPACES TO WS-FALHA-TEXTO
                   STRING 'ULTIMA GRAVADA; O LOG TERMINA NA '
                          WS-ULT-SEQ
                          DELIMITED BY SIZE
                     INTO WS-FALHA-TEXTO
                   END-STRING
                   PERFORM P390-REGISTRA-FALHA
               END-IF
           END-IF
           .
      *cada entrada do historico indexado precisa da sua linha no
      *log; entradas mais antigas que a primeira linha disponivel
      *ficaram nos meses purgados pela retencao
       P350-CONFERE-HISTORICO.
           OPEN INPUT HISTORICO-CONTATO
           IF WS-FS-HIST EQUAL 35 THEN
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'HISTORICO INDEXADO AINDA NAO CRIADO; CONFERENCIA NA
      -            'O FEITA.' TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P350-SAI
           END-IF
           IF NOT FS-HIST-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O HISTORICO INDEXADO!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS: '    DELIMITED BY SIZE
                      WS-FS-HIST          DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P350-SAI
           END-IF
           OPEN EXTEND CADEIA-TRAB
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE HISTORICO-CONTATO
               GO TO P350-SAI
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ HISTORICO-CONTATO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-HIST
                       MOVE HIST-ID-CONTATO TO CTR-ID
                       MOVE HIST-DATA       TO CTR-DATA
                       MOVE HIST-HORA       TO CTR-HORA
                       MOVE HIST-OPERACAO   TO CTR-OPERACAO
                       MOVE 'H'             TO CTR-TIPO
                       WRITE REG-CADEIA-TRAB
               END-READ
           END-PERFORM
           CLOSE CADEIA-TRAB
           CLOSE HISTORICO-CONTATO

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-ID
                                               ORD-DATA
                                               ORD-HORA
                                               ORD-OPERACAO
                                               ORD-TIPO
               USING CADEIA-TRAB
               GIVING CADEIA-ORD

           OPEN INPUT CADEIA-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P350-SAI
           END-IF
           SET HISTORICO-CONFERIDO TO TRUE
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE HIGH-VALUES TO WS-CHAVE-ATUAL
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CADEIA-ORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CTO-CHAVE NOT = WS-CHAVE-ATUAL THEN
                           PERFORM P357-FECHA-CHAVE
                           MOVE CTO-CHAVE TO WS-CHAVE-ATUAL
                       END-IF
                       IF CTO-HISTORICO THEN
                           ADD 1 TO WS-QTD-H
                       ELSE
                           ADD 1 TO WS-QTD-L
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P357-FECHA-CHAVE
           CLOSE CADEIA-ORD
           .
       P350-SAI.
           EXIT.
       P357-FECHA-CHAVE.
           IF WS-CHAVE-ATUAL NOT = HIGH-VALUES AND
              WS-QTD-H > WS-QTD-L THEN
               COMPUTE WS-QTD-DIF = WS-QTD-H - WS-QTD-L
               IF WS-DATA-MIN NOT = SPACES AND
                  WS-CHAVE-ATUAL(7:8) < WS-DATA-MIN THEN
                   ADD WS-QTD-DIF TO WS-HIST-FORA-RET
               ELSE
                   ADD WS-QTD-DIF TO WS-HIST-SEM-LOG
                   MOVE SPACES TO WS-LINHA-REL
                   STRING 'HISTORICO SEM LINHA NO LOG: CONTATO '
                          WS-CHAVE-ATUAL(1:6) ' EM '
                          WS-CHAVE-ATUAL(7:8) ' '
                          WS-CHAVE-ATUAL(15:8) ' '
                          WS-CHAVE-ATUAL(23:10) ' ('
                          WS-QTD-DIF ')'
                          DELIMITED BY SIZE
                     INTO WS-LINHA-REL
                   END-STRING
                   MOVE WS-LINHA-REL TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF
           MOVE 0 TO WS-QTD-H
           MOVE 0 TO WS-QTD-L
           .
       P370-GRAVA-RESULTADO.
           OPEN OUTPUT CONTROLE-CADEIA
           IF NOT FS-CCT-OK THEN
               MOVE 'ERRO AO GRAVAR O RESULTADO DA VERIFICACAO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               MOVE SPACES          TO REG-CADEIA-CTL
               MOVE WS-DATA-HOJE    TO CCT-DATA
               MOVE WS-HORA-AGORA   TO CCT-HORA
               IF WS-QTD-FALHAS = 0 AND WS-HIST-SEM-LOG = 0 THEN
                   MOVE 'OK'        TO CCT-RESULTADO
               ELSE
                   MOVE 'FALHA'     TO CCT-RESULTADO
               END-IF
               MOVE WS-TOT-LINHAS   TO CCT-LINHAS
               MOVE WS-QTD-FALHAS   TO CCT-FALHAS
               MOVE WS-HIST-SEM-LOG TO CCT-HIST-SEM-LOG
               MOVE WS-ULT-SEQ      TO CCT-ULT-SEQ
               WRITE REG-CADEIA-CTL
               CLOSE CONTROLE-CADEIA
           END-IF
           .
       P380-RESUMO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'MESES FECHADOS LIDOS.......: ' WS-QTD-GER-LOG
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P395-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING 'LINHAS LIDAS...............: ' WS-TOT-LINHAS
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P395-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ANTERIORES AO ENCADEAMENTO.: ' WS-TOT-ANTERIORES
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P395-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ANONIMIZADAS (LGPD)........: ' WS-TOT-ANON
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P395-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ULTIMA SEQUENCIA...........: ' WS-ULT-SEQ
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P395-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING 'FALHAS NA CADEIA...........: ' WS-QTD-FALHAS
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P395-GRAVA-LINHA
           IF HISTORICO-CONFERIDO THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING 'ENTRADAS DO HISTORICO......: ' WS-QTD-HIST
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               PERFORM P395-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-REL
               STRING 'HISTORICO SEM LINHA NO LOG.: ' WS-HIST-SEM-LOG
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               PERFORM P395-GRAVA-LINHA
               MOVE SPACES TO WS-LINHA-REL
               STRING 'HISTORICO FORA DA RETENCAO.: ' WS-HIST-FORA-RET
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               PERFORM P395-GRAVA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           IF WS-QTD-FALHAS = 0 AND WS-HIST-SEM-LOG = 0 THEN
               MOVE 'RESULTADO: CADEIA INTEGRA' TO WS-LINHA-REL
           ELSE
               MOVE 'RESULTADO: FALHA NA CADEIA, VEJA AS POSICOES ACIMA'
                    TO WS-LINHA-REL
           END-IF
           PERFORM P395-GRAVA-LINHA
           .
      *posicao exata: arquivo, linha dentro dele e sequencia lida
       P390-REGISTRA-FALHA.
           ADD 1 TO WS-QTD-FALHAS
           MOVE SPACES TO WS-LINHA-REL
           STRING FUNCTION TRIM(WS-ARQ-ROTULO) DELIMITED BY SIZE
                  ' LINHA '            DELIMITED BY SIZE
                  WS-LIN-ARQ           DELIMITED BY SIZE
                  ' SEQ '              DELIMITED BY SIZE
                  WS-SEQ-LIDA          DELIMITED BY SIZE
                  ': '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FALHA-TEXTO)
                                       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P395-GRAVA-LINHA.
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF NOT EXEC-BATCH THEN
               DISPLAY WS-LINHA-REL
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-CADEIA-LOG.
