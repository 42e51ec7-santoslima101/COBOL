      * Purpose:Fechamento mensal do log de transacoes: arquiva o mes
      *         encerrado em transacoes_AAAAMM.log, reinicia o log
      *         corrente, purga arquivos alem da retencao e imprime o
      *         resumo do mes (operacoes por tipo e por dia), que fica
      *         guardado tambem no spool de relatorios. As
      *         linhas passam intactas, com a sequencia e o elo da
      *         cadeia; o controle guarda a ultima sequencia arquivada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
          COPY FD-LOG.

       FD LOG-ARQUIVADO.
       01 REG-LOG-ARQ              PIC X(580).

       FD LOG-RESTANTE.
       01 REG-LOG-TMP              PIC X(580).

       FD CONTROLE-ROTACOES.
       01 REG-ROTACAO              PIC X(80).
       FD RELATORIO.
       01 REG-RELATORIO            PIC X(80).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM               PIC X VALUE SPACES.
       01 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-ANO                   PIC 9(04) VALUE ZEROS.
       77 WS-MES                   PIC 9(02) VALUE ZEROS.
       77 WS-OPER-LINHA            PIC X(10) VALUE SPACES.
       77 WS-CONT-ARQ              PIC 9(06) VALUE ZEROS.
       77 WS-CONT-FICA             PIC 9(06) VALUE ZEROS.
      *ultima sequencia da cadeia do log que foi para o arquivo
      *datado, conferida depois pela verificacao da cadeia
       77 WS-SEQ-FIM               PIC 9(09) VALUE ZEROS.
       77 WS-NOME-LOG-ARQ          PIC X(120) VALUE SPACES.
       77 WS-NOME-LOG-TMP          PIC X(120) VALUE SPACES.
       77 WS-NOME-FECHAMENTO       PIC X(120) VALUE SPACES.
          88 MES-JA-FECHADO        VALUE 'S' FALSE 'N'.
       01 WS-LINHA-REL             PIC X(80) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-ROTA-LOG'      TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            DISPLAY '***FECHAMENTO MENSAL DO LOG DE TRANSACOES***'

      *o sistema.cfg da o padrao; a variavel de ambiente, se
           STRING WS-MES-FECHA       DELIMITED BY SIZE
                  ' LINHAS:'         DELIMITED BY SIZE
                  WS-CONT-ARQ        DELIMITED BY SIZE
                  ' SEQFIM:'         DELIMITED BY SIZE
                  WS-SEQ-FIM         DELIMITED BY SIZE
             INTO WS-LINHA-ROT
           END-STRING
           MOVE WS-LINHA-ROT TO WS-ROTACAO(WS-QTD-ROTACOES)
           SET EOF-OK TO FALSE
           SET WS-CONT-ARQ TO 0
           SET WS-CONT-FICA TO 0
           SET WS-SEQ-FIM TO 0

           OPEN INPUT LOG-TRANSACOES
           IF WS-FS-LOG EQUAL 35 THEN
                           MOVE WS-LINHA-LOG TO REG-LOG-ARQ
                           WRITE REG-LOG-ARQ
                           ADD 1 TO WS-CONT-ARQ
                           IF WS-LINHA-LOG(525:5) = ' SEQ:' AND
                              WS-LINHA-LOG(530:9) IS NUMERIC THEN
                               MOVE WS-LINHA-LOG(530:9) TO WS-SEQ-FIM
                           END-IF
                           PERFORM P315-TOTALIZA-LINHA
                                   THRU P315-SAI
                       ELSE
           END-PERFORM

           CLOSE RELATORIO
           MOVE 'FECHAMENTO'         TO WS-SPL-TIPO-INF
           MOVE WS-NOME-FECHAMENTO   TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           .
       P330-SAI.
           EXIT.
           .
       P400-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-ROTA-LOG.
