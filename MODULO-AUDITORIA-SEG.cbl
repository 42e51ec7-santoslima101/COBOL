      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Relatorio de auditoria de acesso a partir do log de
      *         seguranca: falhas de login repetidas no mesmo dia
      *         (com os bloqueios), acessos fora do horario comercial,
      *         tentativas negadas pelo nivel de acesso por usuario e
      *         contas sem login ha mais de N dias.
      *         Em modo batch (job AUDITSEG) o periodo vem de
      *         CONTATOS_SEG_INICIO e CONTATOS_SEG_FIM (AAAAMMDD), por
      *         padrao os ultimos 30 dias; os dias sem login de
      *         CONTATOS_SEG_DIAS_INATIVO (padrao 60) e o horario
      *         comercial de CONTATOS_SEG_HORA_INICIO e
      *         CONTATOS_SEG_HORA_FIM (padrao 07 as 19, seg. a sex.)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-AUDITORIA-SEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOG-SEGURANCA ASSIGN TO
               WS-CAMINHO-SEGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.

               SELECT USUARIOS ASSIGN TO
               WS-CAMINHO-USUARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-USUARIO
               FILE STATUS IS WS-FS-USU.

               SELECT SEGURANCA-TRAB ASSIGN TO
               WS-CAMINHO-SEGTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT SEGURANCA-ORD ASSIGN TO
               WS-CAMINHO-SEGORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-SEGREL
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
       FD LOG-SEGURANCA.
          COPY FD-SEGURANCA.

       FD USUARIOS.
          COPY FD-USUARIOS.

       FD SEGURANCA-TRAB.
       01 REG-SEGURANCA-TRAB       PIC X(030).

      *eventos de acesso ordenados por usuario, dia e hora
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-USUARIO           PIC X(10).
          03 ORD-DATA              PIC 9(08).
          03 ORD-HORA              PIC 9(08).
          03 FILLER                PIC X(04).

       FD SEGURANCA-ORD.
       01 REG-SEGURANCA-ORD        PIC X(030).

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
       77 WS-FS-USU                PIC 99.
          88 FS-USU-OK             VALUE 0.
       77 WS-FS-TRAB               PIC 99.
          88 FS-TRAB-OK            VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-USU               PIC X.
          88 EOF-USU-OK            VALUE 'S' FALSE 'N'.
      *periodo do relatorio e parametros
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT              PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INI              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INF              PIC X(08) VALUE SPACES.
       77 WS-DATA-NUM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TROCA            PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INF              PIC X(04) VALUE SPACES.
       77 WS-DIAS-INATIVO          PIC 9(04) VALUE 60.
       77 WS-HORA-INF              PIC X(02) VALUE SPACES.
       77 WS-HORA-INICIO           PIC 9(02) VALUE 7.
       77 WS-HORA-FIM              PIC 9(02) VALUE 19.
      *a partir de quantas falhas no mesmo dia o usuario aparece
       77 WS-LIMITE-FALHAS         PIC 9(02) VALUE 3.
       77 WS-DIA-INT               PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
      *evento de acesso no arquivo de trabalho
       01 WS-EVENTO.
          03 WS-EVT-USUARIO        PIC X(10).
          03 WS-EVT-DATA           PIC 9(08).
          03 WS-EVT-HORA.
             05 WS-EVT-HH          PIC 9(02).
             05 WS-EVT-MM          PIC 9(02).
             05 FILLER             PIC 9(04).
          03 WS-EVT-TIPO           PIC X(01).
             88 EVT-LOGIN-OK       VALUE 'O'.
             88 EVT-LOGIN-FALHA    VALUE 'F'.
             88 EVT-NEGADO         VALUE 'N'.
             88 EVT-BLOQUEIO       VALUE 'B'.
          03 WS-EVT-OPCAO          PIC X(02).
          03 WS-EVT-PERIODO        PIC X(01).
             88 EVT-NO-PERIODO     VALUE 'S'.
      *quebras
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-USU-ATUAL             PIC X(10) VALUE SPACES.
       77 WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-BLOQUEIOS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NEGADOS           PIC 9(06) VALUE ZEROS.
       77 WS-ULT-OPCAO             PIC X(02) VALUE SPACES.
       77 WS-ULT-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(16) VALUE SPACES.
      *totais de cada parte
       77 WS-TOT-EVENTOS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REPETIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FORA-HORA         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NEGADOS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INATIVOS          PIC 9(06) VALUE ZEROS.
      *contas sem login: intercala o cadastro de usuarios com o
      *trabalho ordenado, ambos em ordem de usuario
       77 WS-ULT-LOGIN             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SEM-LOGIN        PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ED               PIC X(06) VALUE SPACES.
       77 WS-SITUACAO-CONTA        PIC X(10) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY SEGURANCA-WS.

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
            MOVE 'MODULO-AUDITORIA-SEG' TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***AUDITORIA DE SEGURANCA***'
            END-IF
            PERFORM P200-PARAMETROS
            PERFORM P3OO-AUDITORIA THRU P300-FIM
            PERFORM P900-FIM
           .
      *periodo padrao: os ultimos 30 dias ate hoje; o operador ou
      *o ambiente podem informar outro periodo e os dias sem login
       P200-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-INI =
                   FUNCTION DATE-OF-INTEGER(WS-HOJE-INT - 30)
           MOVE WS-DATA-HOJE TO WS-DATA-FIM

           IF EXEC-BATCH THEN
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF FROM ENVIRONMENT
                      'CONTATOS_SEG_INICIO'
               PERFORM P205-APLICA-INICIO
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF FROM ENVIRONMENT
                      'CONTATOS_SEG_FIM'
               PERFORM P206-APLICA-FIM
               MOVE SPACES TO WS-DIAS-INF
               ACCEPT WS-DIAS-INF FROM ENVIRONMENT
                      'CONTATOS_SEG_DIAS_INATIVO'
               PERFORM P207-APLICA-DIAS
           ELSE
               DISPLAY 'Data inicial (AAAAMMDD) ou <ENTER> para '
                       WS-DATA-INI ':'
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF
               PERFORM P205-APLICA-INICIO
               DISPLAY 'Data final (AAAAMMDD) ou <ENTER> para '
                       WS-DATA-FIM ':'
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF
               PERFORM P206-APLICA-FIM
               DISPLAY 'Dias sem login para listar a conta ou '
                       '<ENTER> para ' WS-DIAS-INATIVO ':'
               MOVE SPACES TO WS-DIAS-INF
               ACCEPT WS-DIAS-INF
               PERFORM P207-APLICA-DIAS
           END-IF

      *o horario comercial e parametro da instalacao, nao do
      *operador: vem sempre do ambiente
           MOVE SPACES TO WS-HORA-INF
           ACCEPT WS-HORA-INF FROM ENVIRONMENT
                  'CONTATOS_SEG_HORA_INICIO'
           IF WS-HORA-INF IS NUMERIC AND WS-HORA-INF <= '23' THEN
               MOVE WS-HORA-INF TO WS-HORA-INICIO
           END-IF
           MOVE SPACES TO WS-HORA-INF
           ACCEPT WS-HORA-INF FROM ENVIRONMENT
                  'CONTATOS_SEG_HORA_FIM'
           IF WS-HORA-INF IS NUMERIC AND WS-HORA-INF <= '24' THEN
               MOVE WS-HORA-INF TO WS-HORA-FIM
           END-IF

           IF WS-DATA-INI > WS-DATA-FIM THEN
               MOVE 'PERIODO INVERTIDO; DATAS TROCADAS.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE WS-DATA-INI TO WS-DATA-TROCA
               MOVE WS-DATA-FIM TO WS-DATA-INI
               MOVE WS-DATA-TROCA TO WS-DATA-FIM
           END-IF
           .
      *data invalida mantem o padrao, com aviso
       P205-APLICA-INICIO.
           IF WS-DATA-INF NOT = SPACES THEN
               MOVE ZEROS TO WS-DATA-NUM
               IF WS-DATA-INF IS NUMERIC THEN
                   MOVE WS-DATA-INF TO WS-DATA-NUM
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) = 0 THEN
                   MOVE WS-DATA-NUM TO WS-DATA-INI
               ELSE
                   MOVE 'DATA INICIAL INVALIDA; MANTIDO O PADRAO.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
               END-IF
           END-IF
           .
       P206-APLICA-FIM.
           IF WS-DATA-INF NOT = SPACES THEN
               MOVE ZEROS TO WS-DATA-NUM
               IF WS-DATA-INF IS NUMERIC THEN
                   MOVE WS-DATA-INF TO WS-DATA-NUM
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) = 0 THEN
                   MOVE WS-DATA-NUM TO WS-DATA-FIM
               ELSE
                   MOVE 'DATA FINAL INVALIDA; MANTIDO O PADRAO.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
               END-IF
           END-IF
           .
       P207-APLICA-DIAS.
           IF WS-DIAS-INF NOT = SPACES THEN
               IF FUNCTION TRIM(WS-DIAS-INF) IS NUMERIC THEN
                   COMPUTE WS-DIAS-INATIVO =
                           FUNCTION NUMVAL(WS-DIAS-INF)
               ELSE
                   MOVE 'DIAS SEM LOGIN INVALIDO; MANTIDO O PADRAO.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
               END-IF
           END-IF
           .
       P3OO-AUDITORIA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *totais recomecam zerados a cada entrada
           SET WS-TOT-EVENTOS   TO 0
           SET WS-TOT-REPETIDAS TO 0
           SET WS-TOT-FORA-HORA TO 0
           SET WS-TOT-NEGADOS   TO 0
           SET WS-TOT-INATIVOS  TO 0

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE AUDITORIA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
           PERFORM P305-CABECALHO

           OPEN OUTPUT SEGURANCA-TRAB
           IF NOT FS-TRAB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF
           PERFORM P310-LE-LOG-SEGURANCA
           CLOSE SEGURANCA-TRAB
           IF LK-RETORNO = 8 THEN
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-USUARIO
                                               ORD-DATA
                                               ORD-HORA
               USING SEGURANCA-TRAB
               GIVING SEGURANCA-ORD

           PERFORM P330-FALHAS-REPETIDAS
           PERFORM P350-FORA-DO-HORARIO
           PERFORM P370-NEGADOS-POR-USUARIO
           PERFORM P4OO-CONTAS-SEM-LOGIN THRU P400-SAI
           CLOSE RELATORIO
           MOVE 'SEGURANCA'          TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-SEGREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'EVENTOS: '              DELIMITED BY SIZE
                  WS-TOT-EVENTOS           DELIMITED BY SIZE
                  ' FALHAS REPETIDAS: '    DELIMITED BY SIZE
                  WS-TOT-REPETIDAS         DELIMITED BY SIZE
                  ' FORA DO HORARIO: '     DELIMITED BY SIZE
                  WS-TOT-FORA-HORA         DELIMITED BY SIZE
                  ' NEGADOS: '             DELIMITED BY SIZE
                  WS-TOT-NEGADOS           DELIMITED BY SIZE
                  ' SEM LOGIN: '           DELIMITED BY SIZE
                  WS-TOT-INATIVOS          DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-SEGREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
      *contas com falhas repetidas pedem atencao no painel de saude
           IF WS-TOT-REPETIDAS > 0 AND LK-RETORNO < 4 THEN
               MOVE 4 TO LK-RETORNO
           END-IF
           .
       P300-FIM.
           EXIT.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
       P305-CABECALHO.
           MOVE '***RELATORIO DE AUDITORIA DE SEGURANCA***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'PERIODO: '          DELIMITED BY SIZE
                  WS-DATA-INI(7:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-INI(5:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-INI(1:4)     DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-DATA-FIM(7:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-FIM(5:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-FIM(1:4)     DELIMITED BY SIZE
                  '  EMITIDO EM: '     DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4)    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'HORARIO COMERCIAL: '  DELIMITED BY SIZE
                  WS-HORA-INICIO         DELIMITED BY SIZE
                  'H AS '                DELIMITED BY SIZE
                  WS-HORA-FIM            DELIMITED BY SIZE
                  'H, SEG. A SEX.  FALHAS REPETIDAS: '
                                         DELIMITED BY SIZE
                  WS-LIMITE-FALHAS       DELIMITED BY SIZE
                  ' OU MAIS NO DIA'      DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *le todo o log de seguranca; os logins com sucesso fora do
      *periodo tambem entram, pois o ultimo acesso de cada conta
      *pode ser anterior ao periodo pedido
       P310-LE-LOG-SEGURANCA.
           SET EOF-OK TO FALSE
           OPEN INPUT LOG-SEGURANCA
           IF NOT FS-SEG-OK THEN
               IF WS-FS-SEG EQUAL 35 THEN
                   MOVE 'NAO EXISTE LOG DE SEGURANCA AINDA.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
               ELSE
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO ABRIR O LOG DE SEGURANCA!'
                                          DELIMITED BY SIZE
                          ' FILE STATUS:' DELIMITED BY SIZE
                          WS-FS-SEG       DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
               END-IF
           ELSE
               PERFORM UNTIL EOF-OK
                   READ LOG-SEGURANCA
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P315-CLASSIFICA-EVENTO
                   END-READ
               END-PERFORM
               CLOSE LOG-SEGURANCA
           END-IF
           .
      *so interessam os eventos de acesso: login (ok ou falha),
      *bloqueio automatico e recusa do menu por nivel
       P315-CLASSIFICA-EVENTO.
           IF SEG-DATA IS NUMERIC AND SEG-HORA IS NUMERIC AND
              SEG-USUARIO NOT = SPACES THEN
               MOVE SPACES TO WS-EVT-TIPO
               EVALUATE TRUE
                   WHEN SEG-EVENTO = 'LOGIN' AND SEG-RESULTADO = 'OK'
                       SET EVT-LOGIN-OK    TO TRUE
                   WHEN SEG-EVENTO = 'LOGIN'
                       SET EVT-LOGIN-FALHA TO TRUE
                   WHEN SEG-EVENTO = 'BLOQUEIO' AND
                        SEG-RESULTADO = 'AUTOMATICO'
                       SET EVT-BLOQUEIO    TO TRUE
                   WHEN SEG-EVENTO = 'ACESSO-NEG'
                       SET EVT-NEGADO      TO TRUE
               END-EVALUATE
               IF WS-EVT-TIPO NOT = SPACES THEN
                   MOVE 'N' TO WS-EVT-PERIODO
                   IF SEG-DATA >= WS-DATA-INI AND
                      SEG-DATA <= WS-DATA-FIM THEN
                       SET EVT-NO-PERIODO TO TRUE
                       ADD 1 TO WS-TOT-EVENTOS
                   END-IF
                   IF EVT-NO-PERIODO OR EVT-LOGIN-OK THEN
                       MOVE SEG-USUARIO TO WS-EVT-USUARIO
                       MOVE SEG-DATA    TO WS-EVT-DATA
                       MOVE SEG-HORA    TO WS-EVT-HORA
                       MOVE SEG-OPCAO   TO WS-EVT-OPCAO
                       MOVE WS-EVENTO TO REG-SEGURANCA-TRAB
                       WRITE REG-SEGURANCA-TRAB
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      *parte 1: falhas de login repetidas - usuario e dia com o
      *limite de falhas ou mais, e os bloqueios automaticos do dia
      ******************************************************************
       P330-FALHAS-REPETIDAS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'FALHAS DE LOGIN REPETIDAS' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  USUARIO     DIA         FALHAS  BLOQUEIOS'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT SEGURANCA-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS EVENTOS DE SEGURANCA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET PRIMEIRO-GRUPO TO TRUE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ SEGURANCA-ORD INTO WS-EVENTO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF EVT-NO-PERIODO AND
                              (EVT-LOGIN-FALHA OR EVT-BLOQUEIO) THEN
                               PERFORM P335-ACUMULA-FALHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURANCA-ORD
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P340-FECHA-DIA-FALHAS
               END-IF
               IF WS-TOT-REPETIDAS = 0 THEN
                   MOVE '   NENHUMA FALHA REPETIDA NO PERIODO.'
                        TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF
           .
       P335-ACUMULA-FALHA.
           IF PRIMEIRO-GRUPO OR WS-EVT-USUARIO NOT = WS-USU-ATUAL
              OR WS-EVT-DATA NOT = WS-DATA-ATUAL THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P340-FECHA-DIA-FALHAS
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-EVT-USUARIO TO WS-USU-ATUAL
               MOVE WS-EVT-DATA    TO WS-DATA-ATUAL
               SET WS-QTD-FALHAS    TO 0
               SET WS-QTD-BLOQUEIOS TO 0
           END-IF
           IF EVT-BLOQUEIO THEN
               ADD 1 TO WS-QTD-BLOQUEIOS
           ELSE
               ADD 1 TO WS-QTD-FALHAS
           END-IF
           .
       P340-FECHA-DIA-FALHAS.
           IF WS-QTD-FALHAS >= WS-LIMITE-FALHAS OR
              WS-QTD-BLOQUEIOS > 0 THEN
               ADD 1 TO WS-TOT-REPETIDAS
               MOVE SPACES TO WS-LINHA-REL
               STRING '  '                 DELIMITED BY SIZE
                      WS-USU-ATUAL         DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-DATA-ATUAL(7:2)   DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-DATA-ATUAL(5:2)   DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-DATA-ATUAL(1:4)   DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-QTD-FALHAS        DELIMITED BY SIZE
                      '    '               DELIMITED BY SIZE
                      WS-QTD-BLOQUEIOS     DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      ******************************************************************
      *parte 2: logins com sucesso fora do horario comercial ou em
      *fim de semana (o dia 1 de INTEGER-OF-DATE foi uma segunda)
      ******************************************************************
       P350-FORA-DO-HORARIO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'ACESSOS FORA DO HORARIO COMERCIAL' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  USUARIO     DIA         HORA   MOTIVO'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT SEGURANCA-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS EVENTOS DE SEGURANCA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ SEGURANCA-ORD INTO WS-EVENTO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF EVT-NO-PERIODO AND EVT-LOGIN-OK THEN
                               PERFORM P355-VERIFICA-HORARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURANCA-ORD
               IF WS-TOT-FORA-HORA = 0 THEN
                   MOVE '   NENHUM ACESSO FORA DO HORARIO NO PERIODO.'
                        TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF
           END-IF
           .
       P355-VERIFICA-HORARIO.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-EVT-DATA)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT - 1, 7)
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-DIA-SEMANA = 5
                   MOVE 'SABADO'        TO WS-MOTIVO
               WHEN WS-DIA-SEMANA = 6
                   MOVE 'DOMINGO'       TO WS-MOTIVO
               WHEN WS-EVT-HH < WS-HORA-INICIO
                   MOVE 'ANTES DO INICIO' TO WS-MOTIVO
               WHEN WS-EVT-HH >= WS-HORA-FIM
                   MOVE 'APOS O TERMINO' TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES THEN
               ADD 1 TO WS-TOT-FORA-HORA
               MOVE SPACES TO WS-LINHA-REL
               STRING '  '                 DELIMITED BY SIZE
                      WS-EVT-USUARIO       DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-EVT-DATA(7:2)     DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-EVT-DATA(5:2)     DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-EVT-DATA(1:4)     DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-EVT-HH            DELIMITED BY SIZE
                      ':'                  DELIMITED BY SIZE
                      WS-EVT-MM            DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-MOTIVO            DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      ******************************************************************
      *parte 3: tentativas negadas pelo nivel de acesso, por usuario,
      *com a ultima opcao recusada
      ******************************************************************
       P370-NEGADOS-POR-USUARIO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'TENTATIVAS NEGADAS POR USUARIO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  USUARIO     NEGADAS  ULTIMA OPCAO  ULTIMO DIA'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT SEGURANCA-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS EVENTOS DE SEGURANCA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET PRIMEIRO-GRUPO TO TRUE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ SEGURANCA-ORD INTO WS-EVENTO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF EVT-NO-PERIODO AND EVT-NEGADO THEN
                               PERFORM P375-ACUMULA-NEGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURANCA-ORD
               IF PRIMEIRO-GRUPO THEN
                   MOVE '   NENHUMA TENTATIVA NEGADA NO PERIODO.'
                        TO REG-RELATORIO
                   WRITE REG-RELATORIO
               ELSE
                   PERFORM P380-LINHA-NEGADOS
               END-IF
           END-IF
           .
       P375-ACUMULA-NEGADO.
           IF PRIMEIRO-GRUPO OR WS-EVT-USUARIO NOT = WS-USU-ATUAL
           THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P380-LINHA-NEGADOS
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-EVT-USUARIO TO WS-USU-ATUAL
               SET WS-QTD-NEGADOS TO 0
           END-IF
           ADD 1 TO WS-QTD-NEGADOS
           ADD 1 TO WS-TOT-NEGADOS
           MOVE WS-EVT-OPCAO TO WS-ULT-OPCAO
           MOVE WS-EVT-DATA  TO WS-ULT-DATA
           .
       P380-LINHA-NEGADOS.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  WS-USU-ATUAL         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-QTD-NEGADOS       DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WS-ULT-OPCAO         DELIMITED BY SIZE
                  '            '       DELIMITED BY SIZE
                  WS-ULT-DATA(7:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-ULT-DATA(5:2)     DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-ULT-DATA(1:4)     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      ******************************************************************
      *parte 4: contas sem login ha mais de N dias - intercala o
      *cadastro de usuarios (ordem da chave) com os eventos
      *ordenados por usuario, guardando o ultimo login com sucesso
      ******************************************************************
       P4OO-CONTAS-SEM-LOGIN.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CONTAS SEM LOGIN HA MAIS DE ' DELIMITED BY SIZE
                  WS-DIAS-INATIVO                DELIMITED BY SIZE
                  ' DIAS'                        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  USUARIO     PERFIL  ULTIMO LOGIN  DIAS    SITUACAO'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT USUARIOS
           IF NOT FS-USU-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O CADASTRO DE USUARIOS!'
                                      DELIMITED BY SIZE
                      ' FILE STATUS:' DELIMITED BY SIZE
                      WS-FS-USU       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P400-SAI
           END-IF
           OPEN INPUT SEGURANCA-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS EVENTOS DE SEGURANCA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE USUARIOS
               GO TO P400-SAI
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P420-LE-EVENTO
           SET EOF-USU-OK TO FALSE
           MOVE LOW-VALUES TO ID-USUARIO
           START USUARIOS KEY IS >= ID-USUARIO
               INVALID KEY
                   SET EOF-USU-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-USU-OK
               READ USUARIOS NEXT RECORD
                   AT END
                       SET EOF-USU-OK TO TRUE
                   NOT AT END
                       PERFORM P410-VERIFICA-CONTA THRU P410-SAI
               END-READ
           END-PERFORM
           CLOSE SEGURANCA-ORD
           CLOSE USUARIOS

           IF WS-TOT-INATIVOS = 0 THEN
               MOVE '   NENHUMA CONTA SEM LOGIN NO PRAZO.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
       P400-SAI.
           EXIT.
       P410-VERIFICA-CONTA.
      *eventos de usuarios que nao existem mais ficam para tras
           PERFORM UNTIL EOF-OK OR WS-EVT-USUARIO >= ID-USUARIO
               PERFORM P420-LE-EVENTO
           END-PERFORM
           MOVE ZEROS TO WS-ULT-LOGIN
           PERFORM UNTIL EOF-OK OR WS-EVT-USUARIO NOT = ID-USUARIO
               IF EVT-LOGIN-OK THEN
                   MOVE WS-EVT-DATA TO WS-ULT-LOGIN
               END-IF
               PERFORM P420-LE-EVENTO
           END-PERFORM

           IF WS-ULT-LOGIN = 0 THEN
               MOVE 'NUNCA'   TO WS-DIAS-ED
           ELSE
               COMPUTE WS-DIAS-SEM-LOGIN = WS-HOJE-INT -
                       FUNCTION INTEGER-OF-DATE(WS-ULT-LOGIN)
               IF WS-DIAS-SEM-LOGIN <= WS-DIAS-INATIVO THEN
                   GO TO P410-SAI
               END-IF
               MOVE WS-DIAS-SEM-LOGIN TO WS-DIAS-ED
           END-IF

           IF USUARIO-BLOQUEADO THEN
               MOVE 'BLOQUEADO' TO WS-SITUACAO-CONTA
           ELSE
               MOVE 'ATIVO'     TO WS-SITUACAO-CONTA
           END-IF
           ADD 1 TO WS-TOT-INATIVOS
           MOVE SPACES TO WS-LINHA-REL
           IF WS-ULT-LOGIN = 0 THEN
               STRING '  '                 DELIMITED BY SIZE
                      ID-USUARIO           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      PERFIL-USUARIO       DELIMITED BY SIZE
                      '       '            DELIMITED BY SIZE
                      '----------'         DELIMITED BY SIZE
                      '    '               DELIMITED BY SIZE
                      WS-DIAS-ED           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-SITUACAO-CONTA    DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING '  '                 DELIMITED BY SIZE
                      ID-USUARIO           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      PERFIL-USUARIO       DELIMITED BY SIZE
                      '       '            DELIMITED BY SIZE
                      WS-ULT-LOGIN(7:2)    DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-ULT-LOGIN(5:2)    DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      WS-ULT-LOGIN(1:4)    DELIMITED BY SIZE
                      '    '               DELIMITED BY SIZE
                      WS-DIAS-ED           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-SITUACAO-CONTA    DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P410-SAI.
           EXIT.
       P420-LE-EVENTO.
           READ SEGURANCA-ORD INTO WS-EVENTO
               AT END
                   SET EOF-OK TO TRUE
                   MOVE HIGH-VALUES TO WS-EVT-USUARIO
           END-READ
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-AUDITORIA-SEG.
