      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Relatorio gerencial de produtividade: le o log de
      *         transacoes corrente e os transacoes_AAAAMM.log fechados
      *         do periodo e totaliza cadastros, alteracoes, exclusoes
      *         e demais operacoes por usuario, por dia e por semana
      *         (de segunda a domingo). Na segunda parte mostra a fila
      *         de aprovacao: idade de cada proposta em aberto e o
      *         tempo medio da proposta ate a decisao por aprovador.
      *         Em modo batch (job PRODUTIV) o periodo vem de
      *         CONTATOS_PROD_INICIO e CONTATOS_PROD_FIM (AAAAMMDD);
      *         por padrao do dia 1 do mes corrente ate hoje
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-PRODUTIVIDADE.

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

               SELECT CONTROLE-ROTACOES ASSIGN TO
               WS-CAMINHO-RLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROT.

               SELECT LOG-ARQUIVADO ASSIGN TO
               WS-NOME-LOG-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LARQ.

               SELECT PENDENCIAS ASSIGN TO
               WS-CAMINHO-PEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-PENDENCIA
               FILE STATUS IS WS-FS-PEND.

               SELECT PRODUCAO-TRAB ASSIGN TO
               WS-CAMINHO-PRODTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT PRODUCAO-ORD ASSIGN TO
               WS-CAMINHO-PRODORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-PRODREL
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

       FD CONTROLE-ROTACOES.
       01 REG-ROTACAO              PIC X(80).

       FD LOG-ARQUIVADO.
       01 REG-LOG-ARQ              PIC X(580).

       FD PENDENCIAS.
          COPY FD-PENDENCIAS.

       FD PRODUCAO-TRAB.
       01 REG-PRODUCAO-TRAB        PIC X(027).

      *o mesmo trabalho serve as duas partes: operacoes do log
      *(usuario, dia, semana, tipo) e decisoes da fila (aprovador
      *e minutos de espera); a ordenacao e sempre pelos 10
      *primeiros bytes e depois pelo dia
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-USUARIO           PIC X(10).
          03 ORD-DATA              PIC 9(08).
          03 FILLER                PIC X(09).

       FD PRODUCAO-ORD.
       01 REG-PRODUCAO-ORD         PIC X(027).

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
       77 WS-FS-LOG                PIC 99.
          88 FS-LOG-OK             VALUE 0.
       77 WS-FS-ROT                PIC 99.
          88 FS-ROT-OK             VALUE 0.
       77 WS-FS-LARQ               PIC 99.
          88 FS-LARQ-OK            VALUE 0.
       77 WS-FS-PEND               PIC 99.
          88 FS-PEND-OK            VALUE 0.
       77 WS-FS-TRAB               PIC 99.
          88 FS-TRAB-OK            VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-ROT               PIC X.
          88 EOF-ROT-OK            VALUE 'S' FALSE 'N'.
       77 WS-EOF-LARQ              PIC X.
          88 EOF-LARQ-OK           VALUE 'S' FALSE 'N'.
       01 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
       77 WS-LINHA-ROT             PIC X(80) VALUE SPACES.
       77 WS-NOME-LOG-ARQ          PIC X(120) VALUE SPACES.
      *periodo do relatorio
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INT              PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INI              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INF              PIC X(08) VALUE SPACES.
       77 WS-DATA-NUM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LINHA            PIC X(08) VALUE SPACES.
       77 WS-DIA-INT               PIC 9(07) VALUE ZEROS.
      *operacao do log no arquivo de trabalho
       01 WS-OPERACAO.
          03 WS-OPE-USUARIO        PIC X(10).
          03 WS-OPE-DATA           PIC 9(08).
          03 WS-OPE-SEMANA         PIC 9(08).
          03 WS-OPE-TIPO           PIC 9(01).
             88 OPE-CADASTRO       VALUE 1.
             88 OPE-ALTERACAO      VALUE 2.
             88 OPE-EXCLUSAO       VALUE 3.
             88 OPE-OUTRAS         VALUE 4.
      *decisao da fila no arquivo de trabalho
       01 WS-DECISAO.
          03 WS-DEC-APROVADOR      PIC X(10).
          03 WS-DEC-DATA           PIC 9(08).
          03 WS-DEC-MINUTOS        PIC 9(08).
          03 WS-DEC-SITUACAO       PIC X(01).
      *acumuladores: 1 dia, 2 semana, 3 usuario, 4 geral; colunas
      *1 cadastros, 2 alteracoes, 3 exclusoes, 4 outras, 5 total
       01 WS-TAB-ACUM.
          03 WS-ACUM OCCURS 4.
             05 WS-AC-CONT         PIC 9(06) OCCURS 5.
       77 WS-NIVEL                 PIC 9(01) VALUE ZEROS.
       77 WS-COL                   PIC 9(01) VALUE ZEROS.
       77 WS-ROTULO                PIC X(22) VALUE SPACES.
       01 WS-LINHA-ACUM.
          03 WS-LA-ROTULO          PIC X(24).
          03 WS-LA-COL OCCURS 5.
             05 WS-LA-VALOR        PIC ZZZ.ZZ9.
             05 FILLER             PIC X(04).
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-USU-ATUAL             PIC X(10) VALUE SPACES.
       77 WS-DATA-ATUAL            PIC 9(08) VALUE ZEROS.
       77 WS-SEMANA-ATUAL          PIC 9(08) VALUE ZEROS.
       77 WS-CONT-OPERADORES       PIC 9(04) VALUE ZEROS.
      *fila de aprovacao
       77 WS-IDADE                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ABERTAS          PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ATE-7            PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ATE-30           PIC 9(06) VALUE ZEROS.
       77 WS-CONT-MAIS-30          PIC 9(06) VALUE ZEROS.
       77 WS-CONT-SEM-DATA         PIC 9(06) VALUE ZEROS.
       77 WS-MINUTOS               PIC S9(09) VALUE ZEROS.
       01 WS-HORA-PROPOSTA.
          03 WS-HP-HH              PIC 9(02).
          03 WS-HP-MM              PIC 9(02).
          03 FILLER                PIC 9(04).
       01 WS-HORA-DECISAO.
          03 WS-HD-HH              PIC 9(02).
          03 WS-HD-MM              PIC 9(02).
          03 FILLER                PIC 9(04).
       77 WS-APROV-ATUAL           PIC X(10) VALUE SPACES.
       77 WS-QTD-DECISOES          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-APROVADAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-MINUTOS          PIC 9(12) VALUE ZEROS.
       77 WS-TOT-DECISOES          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-MINUTOS           PIC 9(12) VALUE ZEROS.
       77 WS-MEDIA-DIAS            PIC 9(05)V9 VALUE ZEROS.
       77 WS-MEDIA-ED              PIC ZZZZ9,9.
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
            MOVE 'MODULO-PRODUTIVIDADE' TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***PRODUTIVIDADE E FILA DE APROVACAO***'
            END-IF
            PERFORM P200-PERIODO
            PERFORM P3OO-PRODUTIVIDADE THRU P300-FIM
            PERFORM P900-FIM
           .
      *periodo padrao: do dia 1 do mes corrente ate hoje; o
      *operador ou o ambiente podem informar outro
       P200-PERIODO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE WS-DATA-HOJE TO WS-DATA-INI
           MOVE '01'         TO WS-DATA-INI(7:2)
           MOVE WS-DATA-HOJE TO WS-DATA-FIM

           IF EXEC-BATCH THEN
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF FROM ENVIRONMENT
                      'CONTATOS_PROD_INICIO'
               PERFORM P205-APLICA-INICIO
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF FROM ENVIRONMENT
                      'CONTATOS_PROD_FIM'
               PERFORM P206-APLICA-FIM
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
           END-IF

           IF WS-DATA-INI > WS-DATA-FIM THEN
               MOVE 'PERIODO INVERTIDO; DATAS TROCADAS.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE WS-DATA-INI TO WS-DATA-LINHA
               MOVE WS-DATA-FIM TO WS-DATA-INI
               MOVE WS-DATA-LINHA TO WS-DATA-FIM
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
       P3OO-PRODUTIVIDADE.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           MOVE ZEROS TO WS-TAB-ACUM
           SET WS-CONT-OPERADORES TO 0
           SET PRIMEIRO-GRUPO TO TRUE

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE PRODUTIVIDADE!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
           PERFORM P305-CABECALHO

           OPEN OUTPUT PRODUCAO-TRAB
           IF NOT FS-TRAB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF
      *meses ja fechados primeiro, depois o log corrente
           PERFORM P310-LE-GERACOES
           PERFORM P320-LE-LOG-CORRENTE
           CLOSE PRODUCAO-TRAB
           IF LK-RETORNO = 8 THEN
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-USUARIO
                                               ORD-DATA
               USING PRODUCAO-TRAB
               GIVING PRODUCAO-ORD
           PERFORM P330-IMPRIME-OPERADORES

           PERFORM P4OO-FILA-APROVACAO THRU P400-SAI
           CLOSE RELATORIO
           MOVE 'PRODUTIVID'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-PRODREL   TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'OPERADORES NO PERIODO: ' DELIMITED BY SIZE
                  WS-CONT-OPERADORES         DELIMITED BY SIZE
                  ' OPERACOES: '             DELIMITED BY SIZE
                  WS-AC-CONT(4, 5)           DELIMITED BY SIZE
                  ' PROPOSTAS EM ABERTO: '   DELIMITED BY SIZE
                  WS-CONT-ABERTAS            DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-PRODREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P300-FIM.
           EXIT.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
       P305-CABECALHO.
           MOVE '***RELATORIO DE PRODUTIVIDADE DOS OPERADORES***'
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
           .
      *so os meses fechados que tocam o periodo sao lidos; as
      *competencias vem do controle de rotacoes
       P310-LE-GERACOES.
           SET EOF-ROT-OK TO FALSE
           OPEN INPUT CONTROLE-ROTACOES
           IF FS-ROT-OK THEN
               PERFORM UNTIL EOF-ROT-OK
                   READ CONTROLE-ROTACOES INTO WS-LINHA-ROT
                       AT END
                           SET EOF-ROT-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-ROT(1:6) IS NUMERIC AND
                              WS-LINHA-ROT(1:6) >= WS-DATA-INI(1:6)
                              AND
                              WS-LINHA-ROT(1:6) <= WS-DATA-FIM(1:6)
                           THEN
                               PERFORM P315-LE-GERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-ROTACOES
           END-IF
           .
       P315-LE-GERACAO.
           MOVE SPACES TO WS-NOME-LOG-ARQ
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                                        DELIMITED BY SIZE
                  'transacoes_'         DELIMITED BY SIZE
                  WS-LINHA-ROT(1:6)     DELIMITED BY SIZE
                  '.log'                DELIMITED BY SIZE
             INTO WS-NOME-LOG-ARQ
           END-STRING
           SET EOF-LARQ-OK TO FALSE
           OPEN INPUT LOG-ARQUIVADO
           IF NOT FS-LARQ-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'AVISO: LOG FECHADO INDISPONIVEL: '
                                            DELIMITED BY SIZE
                      WS-LINHA-ROT(1:6)     DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
           ELSE
               PERFORM UNTIL EOF-LARQ-OK
                   READ LOG-ARQUIVADO INTO WS-LINHA-LOG
                       AT END
                           SET EOF-LARQ-OK TO TRUE
                       NOT AT END
                           PERFORM P325-CLASSIFICA-LINHA
                   END-READ
               END-PERFORM
               CLOSE LOG-ARQUIVADO
           END-IF
           .
       P320-LE-LOG-CORRENTE.
           SET EOF-OK TO FALSE
           OPEN INPUT LOG-TRANSACOES
           IF NOT FS-LOG-OK THEN
               IF WS-FS-LOG EQUAL 35 THEN
                   MOVE 'NAO EXISTE LOG DE TRANSACOES AINDA.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
               ELSE
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO ABRIR O LOG DE TRANSACOES!'
                                          DELIMITED BY SIZE
                          ' FILE STATUS:' DELIMITED BY SIZE
                          WS-FS-LOG       DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
               END-IF
           ELSE
               PERFORM UNTIL EOF-OK
                   READ LOG-TRANSACOES INTO WS-LINHA-LOG
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P325-CLASSIFICA-LINHA
                   END-READ
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF
           .
      *layout da linha de log gravada por P500-GRAVA-LOG:
      *DATA(1:8) HORA(10:8) OPERACAO(19:10) USUARIO(103:10);
      *a semana comeca na segunda (o dia 1 de INTEGER-OF-DATE,
      *01/01/1601, foi uma segunda-feira)
       P325-CLASSIFICA-LINHA.
           MOVE WS-LINHA-LOG(1:8) TO WS-DATA-LINHA
           IF WS-DATA-LINHA IS NUMERIC AND
              WS-DATA-LINHA >= WS-DATA-INI AND
              WS-DATA-LINHA <= WS-DATA-FIM THEN
               MOVE WS-LINHA-LOG(103:10) TO WS-OPE-USUARIO
               IF WS-OPE-USUARIO = SPACES THEN
                   MOVE '(SEM USU.)' TO WS-OPE-USUARIO
               END-IF
               MOVE WS-DATA-LINHA TO WS-OPE-DATA
               COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-OPE-DATA)
               COMPUTE WS-OPE-SEMANA = FUNCTION DATE-OF-INTEGER(
                       WS-DIA-INT - FUNCTION MOD(WS-DIA-INT - 1, 7))
               EVALUATE WS-LINHA-LOG(19:10)
                   WHEN 'CADASTRO'
                       SET OPE-CADASTRO  TO TRUE
                   WHEN 'ALTERACAO'
                       SET OPE-ALTERACAO TO TRUE
                   WHEN 'EXCLUSAO'
                       SET OPE-EXCLUSAO  TO TRUE
                   WHEN OTHER
                       SET OPE-OUTRAS    TO TRUE
               END-EVALUATE
               MOVE WS-OPERACAO TO REG-PRODUCAO-TRAB
               WRITE REG-PRODUCAO-TRAB
           END-IF
           .
      ******************************************************************
      *parte 1: operacoes por usuario, com linha por dia, subtotal
      *por semana e total do usuario
      ******************************************************************
       P330-IMPRIME-OPERADORES.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'OPERACOES POR USUARIO, DIA E SEMANA' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING '  DIA / SEMANA          '  DELIMITED BY SIZE
                  ' CADAST      ALTER    '    DELIMITED BY SIZE
                  '  EXCLU     OUTRAS      TOTAL'
                                              DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT PRODUCAO-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR AS OPERACOES DO LOG!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ PRODUCAO-ORD INTO WS-OPERACAO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P335-QUEBRA-OPERACAO
                   END-READ
               END-PERFORM
               CLOSE PRODUCAO-ORD
               IF PRIMEIRO-GRUPO THEN
                   MOVE '   NENHUMA OPERACAO NO PERIODO.'
                        TO REG-RELATORIO
                   WRITE REG-RELATORIO
               ELSE
                   PERFORM P340-FECHA-DIA
                   PERFORM P342-FECHA-SEMANA
                   PERFORM P344-FECHA-USUARIO
               END-IF
               MOVE ALL '-' TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 4 TO WS-NIVEL
               MOVE 'TOTAL GERAL' TO WS-ROTULO
               PERFORM P346-LINHA-ACUM
           END-IF
           .
       P335-QUEBRA-OPERACAO.
           IF PRIMEIRO-GRUPO THEN
               PERFORM P337-NOVO-USUARIO
           ELSE
               IF WS-OPE-USUARIO NOT = WS-USU-ATUAL THEN
                   PERFORM P340-FECHA-DIA
                   PERFORM P342-FECHA-SEMANA
                   PERFORM P344-FECHA-USUARIO
                   PERFORM P337-NOVO-USUARIO
               ELSE
                   IF WS-OPE-SEMANA NOT = WS-SEMANA-ATUAL THEN
                       PERFORM P340-FECHA-DIA
                       PERFORM P342-FECHA-SEMANA
                   ELSE
                       IF WS-OPE-DATA NOT = WS-DATA-ATUAL THEN
                           PERFORM P340-FECHA-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-OPE-DATA   TO WS-DATA-ATUAL
           MOVE WS-OPE-SEMANA TO WS-SEMANA-ATUAL

           PERFORM VARYING WS-NIVEL FROM 1 BY 1 UNTIL WS-NIVEL > 4
               ADD 1 TO WS-AC-CONT(WS-NIVEL, WS-OPE-TIPO)
               ADD 1 TO WS-AC-CONT(WS-NIVEL, 5)
           END-PERFORM
           .
       P337-NOVO-USUARIO.
           SET PRIMEIRO-GRUPO TO FALSE
           ADD 1 TO WS-CONT-OPERADORES
           MOVE WS-OPE-USUARIO TO WS-USU-ATUAL
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'USUARIO: '       DELIMITED BY SIZE
                  WS-USU-ATUAL      DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P340-FECHA-DIA.
           MOVE 1 TO WS-NIVEL
           MOVE SPACES TO WS-ROTULO
           STRING '  '              DELIMITED BY SIZE
                  WS-DATA-ATUAL(7:2) DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WS-DATA-ATUAL(5:2) DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WS-DATA-ATUAL(1:4) DELIMITED BY SIZE
             INTO WS-ROTULO
           END-STRING
           PERFORM P346-LINHA-ACUM
           .
       P342-FECHA-SEMANA.
           MOVE 2 TO WS-NIVEL
           MOVE SPACES TO WS-ROTULO
           STRING '  SEMANA DE '        DELIMITED BY SIZE
                  WS-SEMANA-ATUAL(7:2)  DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-SEMANA-ATUAL(5:2)  DELIMITED BY SIZE
             INTO WS-ROTULO
           END-STRING
           PERFORM P346-LINHA-ACUM
           .
       P344-FECHA-USUARIO.
           MOVE 3 TO WS-NIVEL
           MOVE '  TOTAL DO USUARIO' TO WS-ROTULO
           PERFORM P346-LINHA-ACUM
           .
      *imprime o acumulador do nivel em WS-NIVEL com o rotulo de
      *WS-ROTULO e zera o nivel para o proximo grupo
       P346-LINHA-ACUM.
           MOVE SPACES TO WS-LINHA-ACUM
           MOVE WS-ROTULO TO WS-LA-ROTULO
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
               MOVE WS-AC-CONT(WS-NIVEL, WS-COL)
                    TO WS-LA-VALOR(WS-COL)
               MOVE 0 TO WS-AC-CONT(WS-NIVEL, WS-COL)
           END-PERFORM
           MOVE WS-LINHA-ACUM TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      ******************************************************************
      *parte 2: fila de aprovacao - idade das propostas em aberto
      *e tempo medio ate a decisao por aprovador (decisoes dentro
      *do periodo)
      ******************************************************************
       P4OO-FILA-APROVACAO.
           SET WS-CONT-ABERTAS   TO 0
           SET WS-CONT-ATE-7     TO 0
           SET WS-CONT-ATE-30    TO 0
           SET WS-CONT-MAIS-30   TO 0
           SET WS-CONT-SEM-DATA  TO 0
           SET WS-TOT-DECISOES   TO 0
           SET WS-TOT-MINUTOS    TO 0

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'FILA DE APROVACAO - PROPOSTAS EM ABERTO'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  PROPOSTA CONTATO PROPONENTE DATA        IDADE(DIAS)'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT PENDENCIAS
           IF NOT FS-PEND-OK THEN
               MOVE '   NENHUMA PROPOSTA REGISTRADA.' TO REG-RELATORIO
               WRITE REG-RELATORIO
               IF WS-FS-PEND NOT EQUAL 35 THEN
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO ABRIR AS PENDENCIAS!'
                                          DELIMITED BY SIZE
                          ' FILE STATUS:' DELIMITED BY SIZE
                          WS-FS-PEND      DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
               END-IF
               GO TO P400-SAI
           END-IF

           OPEN OUTPUT PRODUCAO-TRAB
           IF NOT FS-TRAB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE PENDENCIAS
               GO TO P400-SAI
           END-IF

           SET EOF-OK TO FALSE
           MOVE 0 TO ID-PENDENCIA
           START PENDENCIAS KEY IS >= ID-PENDENCIA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ PENDENCIAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF PEND-PENDENTE THEN
                           PERFORM P410-PROPOSTA-ABERTA
                       ELSE
                           PERFORM P420-PROPOSTA-DECIDIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCAO-TRAB
           CLOSE PENDENCIAS

           IF WS-CONT-ABERTAS = 0 THEN
               MOVE '   NENHUMA PROPOSTA EM ABERTO.' TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'EM ABERTO: '         DELIMITED BY SIZE
                  WS-CONT-ABERTAS       DELIMITED BY SIZE
                  '  ATE 7 DIAS: '      DELIMITED BY SIZE
                  WS-CONT-ATE-7         DELIMITED BY SIZE
                  '  8 A 30: '          DELIMITED BY SIZE
                  WS-CONT-ATE-30        DELIMITED BY SIZE
                  '  MAIS DE 30: '      DELIMITED BY SIZE
                  WS-CONT-MAIS-30       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-USUARIO
                                               ORD-DATA
               USING PRODUCAO-TRAB
               GIVING PRODUCAO-ORD
           PERFORM P430-IMPRIME-DECISOES
           .
       P400-SAI.
           EXIT.
       P410-PROPOSTA-ABERTA.
           ADD 1 TO WS-CONT-ABERTAS
           MOVE ZEROS TO WS-IDADE
           IF PEND-DATA IS NUMERIC AND PEND-DATA > 0 AND
              PEND-DATA <= WS-DATA-HOJE THEN
               COMPUTE WS-IDADE = WS-HOJE-INT -
                       FUNCTION INTEGER-OF-DATE(PEND-DATA)
           END-IF
           EVALUATE TRUE
               WHEN WS-IDADE <= 7
                   ADD 1 TO WS-CONT-ATE-7
               WHEN WS-IDADE <= 30
                   ADD 1 TO WS-CONT-ATE-30
               WHEN OTHER
                   ADD 1 TO WS-CONT-MAIS-30
           END-EVALUATE
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  ID-PENDENCIA         DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  PEND-ID-CONTATO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PEND-PROPONENTE      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PEND-DATA(7:2)       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  PEND-DATA(5:2)       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  PEND-DATA(1:4)       DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-IDADE             DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *a espera e medida em minutos da proposta ate a decisao;
      *propostas decididas antes do registro da data da decisao
      *ficam fora da media
       P420-PROPOSTA-DECIDIDA.
           IF PEND-DATA-DECISAO IS NOT NUMERIC OR
              PEND-DATA-DECISAO = 0 THEN
               ADD 1 TO WS-CONT-SEM-DATA
           ELSE
               IF PEND-DATA-DECISAO >= WS-DATA-INI AND
                  PEND-DATA-DECISAO <= WS-DATA-FIM AND
                  PEND-DATA IS NUMERIC AND PEND-DATA > 0 THEN
                   MOVE PEND-HORA         TO WS-HORA-PROPOSTA
                   MOVE PEND-HORA-DECISAO TO WS-HORA-DECISAO
                   COMPUTE WS-MINUTOS =
                       (FUNCTION INTEGER-OF-DATE(PEND-DATA-DECISAO) -
                        FUNCTION INTEGER-OF-DATE(PEND-DATA)) * 1440 +
                       (WS-HD-HH * 60 + WS-HD-MM) -
                       (WS-HP-HH * 60 + WS-HP-MM)
                   IF WS-MINUTOS < 0 THEN
                       MOVE 0 TO WS-MINUTOS
                   END-IF
                   MOVE PEND-APROVADOR    TO WS-DEC-APROVADOR
                   MOVE PEND-DATA-DECISAO TO WS-DEC-DATA
                   MOVE WS-MINUTOS        TO WS-DEC-MINUTOS
                   MOVE PEND-SITUACAO     TO WS-DEC-SITUACAO
                   MOVE WS-DECISAO TO REG-PRODUCAO-TRAB
                   WRITE REG-PRODUCAO-TRAB
               END-IF
           END-IF
           .
       P430-IMPRIME-DECISOES.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'TEMPO ATE A DECISAO POR APROVADOR (NO PERIODO)'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '  APROVADOR   APROVADAS REJEITADAS  MEDIA (DIAS)'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT PRODUCAO-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR AS DECISOES DA FILA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET PRIMEIRO-GRUPO TO TRUE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ PRODUCAO-ORD INTO WS-DECISAO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P435-ACUMULA-DECISAO
                   END-READ
               END-PERFORM
               CLOSE PRODUCAO-ORD
               IF PRIMEIRO-GRUPO THEN
                   MOVE '   NENHUMA DECISAO NO PERIODO.'
                        TO REG-RELATORIO
                   WRITE REG-RELATORIO
               ELSE
                   PERFORM P440-LINHA-APROVADOR
               END-IF
               MOVE ALL '-' TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE ZEROS TO WS-MEDIA-DIAS
               IF WS-TOT-DECISOES > 0 THEN
                   COMPUTE WS-MEDIA-DIAS ROUNDED =
                           WS-TOT-MINUTOS / WS-TOT-DECISOES / 1440
               END-IF
               MOVE WS-MEDIA-DIAS TO WS-MEDIA-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'DECISOES: '         DELIMITED BY SIZE
                      WS-TOT-DECISOES      DELIMITED BY SIZE
                      '  MEDIA GERAL (DIAS): '
                                           DELIMITED BY SIZE
                      WS-MEDIA-ED          DELIMITED BY SIZE
                      '  SEM DATA DA DECISAO: '
                                           DELIMITED BY SIZE
                      WS-CONT-SEM-DATA     DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
       P435-ACUMULA-DECISAO.
           IF PRIMEIRO-GRUPO OR WS-DEC-APROVADOR NOT = WS-APROV-ATUAL
           THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P440-LINHA-APROVADOR
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-DEC-APROVADOR TO WS-APROV-ATUAL
               SET WS-QTD-DECISOES   TO 0
               SET WS-QTD-APROVADAS  TO 0
               SET WS-QTD-REJEITADAS TO 0
               SET WS-SOMA-MINUTOS   TO 0
           END-IF
           ADD 1 TO WS-QTD-DECISOES
           ADD 1 TO WS-TOT-DECISOES
           ADD WS-DEC-MINUTOS TO WS-SOMA-MINUTOS
           ADD WS-DEC-MINUTOS TO WS-TOT-MINUTOS
           IF WS-DEC-SITUACAO = 'A' THEN
               ADD 1 TO WS-QTD-APROVADAS
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF
           .
       P440-LINHA-APROVADOR.
           MOVE ZEROS TO WS-MEDIA-DIAS
           IF WS-QTD-DECISOES > 0 THEN
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                       WS-SOMA-MINUTOS / WS-QTD-DECISOES / 1440
           END-IF
           MOVE WS-MEDIA-DIAS TO WS-MEDIA-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  WS-APROV-ATUAL       DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-QTD-APROVADAS     DELIMITED BY SIZE
                  '     '              DELIMITED BY SIZE
                  WS-QTD-REJEITADAS    DELIMITED BY SIZE
                  '      '             DELIMITED BY SIZE
                  WS-MEDIA-ED          DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-PRODUTIVIDADE.
