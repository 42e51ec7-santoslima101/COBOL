      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Agenda diaria de acompanhamento: lista as tarefas em
      *         aberto vencidas e a vencer ate o horizonte pedido,
      *         agrupadas por responsavel, para a equipe encontrar o
      *         trabalho do dia logo cedo; roda tambem em modo batch
      *         pelo agendador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-AGENDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAREFAS ASSIGN TO WS-CAMINHO-TAREFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-FS-TAR.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT TAREFAS-ORD ASSIGN TO
               WS-CAMINHO-TARORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-AGENDA
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
       FD TAREFAS.
          COPY FD-TAREFAS.

      *arquivo de trabalho usado so para ordenar por responsavel,
      *vencimento e contato
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-ID-CONTATO            PIC 9(06).
          03 ORD-DATA-VENC             PIC 9(08).
          03 ORD-SEQ                   PIC 9(02).
          03 ORD-TIPO                  PIC X(01).
          03 ORD-RESPONSAVEL           PIC X(10).
          03 ORD-RESTO                 PIC X(67).

       FD TAREFAS-ORD.
       01 REG-TAREFAS-ORD              PIC X(94).

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

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
      *tarefa lida do arquivo ja ordenado, aberta no leiaute
       01 WS-REG-TAREFA            PIC X(94) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-TAREFA.
          03 AGE-ID-CONTATO        PIC 9(06).
          03 AGE-DATA-VENC         PIC 9(08).
          03 AGE-SEQ               PIC 9(02).
          03 AGE-TIPO              PIC X(01).
          03 AGE-RESPONSAVEL       PIC X(10).
          03 AGE-SITUACAO          PIC X(01).
             88 AGE-ABERTA         VALUE 'A'.
          03 AGE-DESCRICAO         PIC X(40).
          03 AGE-CRIADOR           PIC X(10).
          03 AGE-DATA-CRIACAO      PIC 9(08).
          03 AGE-DATA-FECHAMENTO   PIC 9(08).
       77 WS-FS-TAR                PIC 99.
          88 FS-TAR-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *dias a frente incluidos na agenda alem de hoje e dos
      *atrasados; o ambiente pode trocar o padrao
       77 WS-DIAS-HORIZONTE        PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HORIZONTE-X      PIC X(03) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT              PIC 9(07) VALUE ZEROS.
       77 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC 9(05) VALUE ZEROS.
       77 WS-RESP-ATUAL            PIC X(10) VALUE SPACES.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-CONT-RESP             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ATRASO-RESP      PIC 9(05) VALUE ZEROS.
       77 WS-CONT-TOTAL            PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ATRASO           PIC 9(05) VALUE ZEROS.
       77 WS-CONT-RESPONSAVEIS     PIC 9(04) VALUE ZEROS.
       77 WS-CONT-DISP             PIC X VALUE 'N'.
          88 CONTATOS-DISPONIVEL   VALUE 'S' FALSE 'N'.
       77 WS-NOME-AGENDA           PIC X(20) VALUE SPACES.
       77 WS-FONE-AGENDA           PIC X(15) VALUE SPACES.
       77 WS-SITUACAO-AGENDA       PIC X(14) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
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
            MOVE 'MODULO-AGENDA'        TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***AGENDA DIARIA DE TAREFAS***'
            END-IF

            MOVE ZEROS TO WS-DIAS-HORIZONTE
            ACCEPT WS-DIAS-HORIZONTE-X
                   FROM ENVIRONMENT 'CONTATOS_DIAS_AGENDA'
      *o valor do ambiente pode vir mais curto que o campo (ex.:
      *'7  '), entao so o trecho util e testado e convertido
            COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-DIAS-HORIZONTE-X))
            IF WS-TAM-ENV > 0 AND
               WS-DIAS-HORIZONTE-X(1:WS-TAM-ENV) IS NUMERIC THEN
                COMPUTE WS-DIAS-HORIZONTE =
                        FUNCTION NUMVAL(WS-DIAS-HORIZONTE-X)
            END-IF

            PERFORM P3OO-AGENDA THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-AGENDA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-CONT-TOTAL        TO 0
           SET WS-CONT-ATRASO       TO 0
           SET WS-CONT-RESPONSAVEIS TO 0
           SET PRIMEIRO-GRUPO       TO TRUE
           MOVE SPACES              TO WS-RESP-ATUAL

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   WS-HOJE-INT + WS-DIAS-HORIZONTE)

      *sem arquivo de tarefas ainda nao ha agenda, e isso nao e
      *falha da rotina noturna
           OPEN INPUT TAREFAS
           IF NOT FS-TAR-OK THEN
               IF WS-FS-TAR EQUAL 35 THEN
                   MOVE 'NENHUMA TAREFA REGISTRADA AINDA.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
               ELSE
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO ABRIR O ARQUIVO DE TAREFAS!'
                                          DELIMITED BY SIZE
                          ' FILE STATUS:' DELIMITED BY SIZE
                          WS-FS-TAR       DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
               END-IF
               GO TO P300-FIM
           END-IF
           CLOSE TAREFAS

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-RESPONSAVEL
                                               ORD-DATA-VENC
                                               ORD-ID-CONTATO
               USING TAREFAS
               GIVING TAREFAS-ORD

           OPEN INPUT TAREFAS-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR O ARQUIVO DE TAREFAS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DA AGENDA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE TAREFAS-ORD
               GO TO P300-FIM
           END-IF

      *o nome e o telefone do contato so entram se o cadastro
      *estiver acessivel
           SET CONTATOS-DISPONIVEL TO FALSE
           OPEN INPUT CONTATOS
           IF FS-OK THEN
               SET CONTATOS-DISPONIVEL TO TRUE
           END-IF

           MOVE '***AGENDA DIARIA DE TAREFAS POR RESPONSAVEL***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DATA: '             DELIMITED BY SIZE
                  WS-DATA-HOJE         DELIMITED BY SIZE
                  ' - VENCIMENTOS ATE: ' DELIMITED BY SIZE
                  WS-DATA-LIMITE       DELIMITED BY SIZE
                  ' E ATRASADAS'       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ TAREFAS-ORD INTO WS-REG-TAREFA
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P310-SELECIONA THRU P310-SAI
               END-READ
           END-PERFORM
           IF NOT PRIMEIRO-GRUPO THEN
               PERFORM P330-TOTAL-RESPONSAVEL
           END-IF

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'RESPONSAVEIS: '     DELIMITED BY SIZE
                  WS-CONT-RESPONSAVEIS DELIMITED BY SIZE
                  ' TAREFAS NA AGENDA: ' DELIMITED BY SIZE
                  WS-CONT-TOTAL        DELIMITED BY SIZE
                  ' ATRASADAS: '       DELIMITED BY SIZE
                  WS-CONT-ATRASO       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF CONTATOS-DISPONIVEL THEN
               CLOSE CONTATOS
           END-IF
           CLOSE RELATORIO
           CLOSE TAREFAS-ORD
           MOVE 'AGENDA'             TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-AGENDA    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'AGENDA GRAVADA EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-AGENDA)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *so as tarefas em aberto vencidas ou dentro do horizonte;
      *a troca de responsavel fecha o grupo anterior
       P310-SELECIONA.
           IF NOT AGE-ABERTA THEN
               GO TO P310-SAI
           END-IF
           IF AGE-DATA-VENC > WS-DATA-LIMITE THEN
               GO TO P310-SAI
           END-IF

           IF PRIMEIRO-GRUPO OR
              AGE-RESPONSAVEL NOT = WS-RESP-ATUAL THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P330-TOTAL-RESPONSAVEL
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE AGE-RESPONSAVEL TO WS-RESP-ATUAL
               SET WS-CONT-RESP        TO 0
               SET WS-CONT-ATRASO-RESP TO 0
               ADD 1 TO WS-CONT-RESPONSAVEIS
               PERFORM P320-CABECALHO-RESPONSAVEL
           END-IF

           ADD 1 TO WS-CONT-RESP
           ADD 1 TO WS-CONT-TOTAL
           EVALUATE TRUE
               WHEN AGE-DATA-VENC < WS-DATA-HOJE
                   COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT -
                           FUNCTION INTEGER-OF-DATE(AGE-DATA-VENC)
                   MOVE SPACES TO WS-SITUACAO-AGENDA
                   STRING 'ATRASO '      DELIMITED BY SIZE
                          WS-DIAS-ATRASO DELIMITED BY SIZE
                          'D'            DELIMITED BY SIZE
                     INTO WS-SITUACAO-AGENDA
                   END-STRING
                   ADD 1 TO WS-CONT-ATRASO-RESP
                   ADD 1 TO WS-CONT-ATRASO
               WHEN AGE-DATA-VENC = WS-DATA-HOJE
                   MOVE 'HOJE'    TO WS-SITUACAO-AGENDA
               WHEN OTHER
                   MOVE 'A VENCER' TO WS-SITUACAO-AGENDA
           END-EVALUATE

           MOVE SPACES TO WS-NOME-AGENDA
           MOVE SPACES TO WS-FONE-AGENDA
           IF CONTATOS-DISPONIVEL THEN
               MOVE AGE-ID-CONTATO TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       MOVE '(NAO ENCONTRADO)' TO WS-NOME-AGENDA
                   NOT INVALID KEY
                       MOVE NM-CONTATO   TO WS-NOME-AGENDA
                       MOVE FONE-CONTATO TO WS-FONE-AGENDA
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING '  '               DELIMITED BY SIZE
                  AGE-DATA-VENC      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SITUACAO-AGENDA DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AGE-TIPO           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  AGE-ID-CONTATO     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-NOME-AGENDA     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-FONE-AGENDA     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING '      '           DELIMITED BY SIZE
                  AGE-DESCRICAO      DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P310-SAI.
           EXIT.
       P320-CABECALHO-RESPONSAVEL.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           IF WS-RESP-ATUAL = SPACES THEN
               MOVE 'RESPONSAVEL: (SEM RESPONSAVEL)' TO WS-LINHA-REL
           ELSE
               STRING 'RESPONSAVEL: '  DELIMITED BY SIZE
                      WS-RESP-ATUAL    DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P330-TOTAL-RESPONSAVEL.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  TAREFAS: '         DELIMITED BY SIZE
                  WS-CONT-RESP          DELIMITED BY SIZE
                  ' ATRASADAS: '        DELIMITED BY SIZE
                  WS-CONT-ATRASO-RESP   DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-AGENDA.
