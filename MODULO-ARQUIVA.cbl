               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTATOS-ARQ ASSIGN TO
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT RELACIONAMENTOS ASSIGN TO
               WS-CAMINHO-RELAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLC-CHAVE
               FILE STATUS IS WS-FS-RLC.

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

               SELECT EXCLUSOES-TRAB ASSIGN TO
               WS-CAMINHO-EXCTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT EXCLUSOES-ORD ASSIGN TO
               WS-CAMINHO-EXCORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       01 REG-CONTATOS-ARQ.
          03 ARQ-ID-CONTATO          PIC 9(06).
          03 ARQ-NM-CONTATO          PIC X(20).
          03 ARQ-RESTO-CONTATO       PIC X(167).

       FD LOG-TRANSACOES.
          COPY FD-LOG.
       01 REG-ROTACAO              PIC X(80).

       FD LOG-ARQUIVADO.
       01 REG-LOG-GER              PIC X(580).

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD RELACIONAMENTOS.
          COPY FD-RELACIONAMENTOS.

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

      *cada EXCLUSAO do log vira um registro de trabalho com a
      *ordem de leitura; ordenado por id e ordem, e lido junto com
      *o contatos.dat (os dois em ordem de id) e a ultima data de
      *cada contato sai sem tabela em memoria
       FD EXCLUSOES-TRAB.
       01 REG-EXCLUSOES-TRAB.
          03 EXT-ID                PIC 9(06).
          03 EXT-SEQ               PIC 9(09).
          03 EXT-DATA              PIC 9(08).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-ID                PIC 9(06).
          03 ORD-SEQ               PIC 9(09).
          03 ORD-DATA              PIC 9(08).

       FD EXCLUSOES-ORD.
       01 REG-EXCLUSOES-ORD.
          03 EXO-ID                PIC 9(06).
          03 EXO-SEQ               PIC 9(09).
          03 EXO-DATA              PIC 9(08).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT              PIC 9(07) VALUE ZEROS.
      *ultima data de EXCLUSAO de cada contato, extraida do log;
      *9999999 marca o fim das exclusoes ordenadas
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-SEQ-EXC               PIC 9(09) VALUE ZEROS.
       77 WS-CHAVE-EXC             PIC 9(07) VALUE ZEROS.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ACHOU-EXC             VALUE 'S' FALSE 'N'.
       77 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
       77 WS-LOG-ID-X              PIC X(06) VALUE SPACES.
       77 WS-LOG-ID-N              PIC 9(06) VALUE ZEROS.
       77 WS-DATA-EXC              PIC 9(08) VALUE ZEROS.
       77 WS-CONT-ARQUIVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-CONT-SEM-DATA         PIC 9(06) VALUE ZEROS.
       77 WS-CONT-RECENTES         PIC 9(06) VALUE ZEROS.
       77 WS-CONT-COM-VINCULO      PIC 9(06) VALUE ZEROS.
      *em simulacao a selecao roda inteira e o relatorio mostra o
      *que seria arquivado, sem mexer nos arquivos
       77 WS-OP-EXECUCAO           PIC X VALUE 'E'.
          88 EOF-GER-OK            VALUE 'S' FALSE 'N'.
       01 WS-LINHA-ROT             PIC X(80) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RELACAO-WS.
          COPY DOCUMENTO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-ARQUIVA'       TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF WS-CFG-TENTATIVAS > 0 THEN
                MOVE WS-CFG-TENTATIVAS TO WS-MAX-TENTATIVAS
            END-IF
           END-IF

           PERFORM P210-CARREGA-EXCLUSOES
           IF NOT FS-TRB-OK THEN
               GO TO P200-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               GO TO P200-FIM
           END-IF

           OPEN INPUT EXCLUSOES-ORD
           IF NOT FS-ORD-OK THEN
               DISPLAY 'ERRO AO ORDENAR AS EXCLUSOES DO LOG!'
               DISPLAY 'FILE STATUS:' WS-FS-ORD
               CLOSE CONTATOS-ARQ
               CLOSE CONTATOS
               CLOSE RELATORIO
               GO TO P200-FIM
           END-IF
           PERFORM P245-LE-EXCLUSAO

           PERFORM UNTIL EOF-OK
               READ CONTATOS NEXT RECORD
                   AT END
               END-READ
           END-PERFORM

           CLOSE EXCLUSOES-ORD
           CLOSE CONTATOS-ARQ
           CLOSE CONTATOS

           PERFORM P400-SUMARIO
           CLOSE RELATORIO
           MOVE 'ARQUIVA'            TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-ARQREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           DISPLAY 'RESUMO GRAVADO EM: '
                   FUNCTION TRIM(WS-CAMINHO-ARQREL)
           .
           EXIT.
       P210-CARREGA-EXCLUSOES.
           SET EOF-OK TO FALSE
           SET WS-SEQ-EXC TO 0

           OPEN OUTPUT EXCLUSOES-TRAB
           IF NOT FS-TRB-OK THEN
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO!'
               DISPLAY 'FILE STATUS:' WS-FS-TRB
           ELSE
               PERFORM P215-VARRE-LOGS
               CLOSE EXCLUSOES-TRAB
               SORT WORK-ORDENACAO ON ASCENDING KEY ORD-ID
                                                   ORD-SEQ
                   USING EXCLUSOES-TRAB
                   GIVING EXCLUSOES-ORD
           END-IF
           .
       P215-VARRE-LOGS.
           SET EOF-OK TO FALSE

      *as datas de EXCLUSAO de meses ja fechados pela rotacao
      *moram nos transacoes_AAAAMM.log retidos; sem eles todo
           MOVE WS-LINHA-LOG(33:6) TO WS-LOG-ID-X
           IF WS-LOG-ID-X IS NUMERIC THEN
               MOVE WS-LOG-ID-X        TO WS-LOG-ID-N
               ADD 1 TO WS-SEQ-EXC
               MOVE WS-LOG-ID-N        TO EXT-ID
               MOVE WS-SEQ-EXC         TO EXT-SEQ
               MOVE WS-LINHA-LOG(1:8)  TO EXT-DATA
               WRITE REG-EXCLUSOES-TRAB
           END-IF
           .
       P245-LE-EXCLUSAO.
           READ EXCLUSOES-ORD
               AT END
                   MOVE 9999999 TO WS-CHAVE-EXC
               NOT AT END
                   MOVE EXO-ID TO WS-CHAVE-EXC
           END-READ
           .
      *as exclusoes estao em ordem de id e, dentro do id, na ordem
      *cronologica do log: a ultima EXCLUSAO vence; as de contatos
      *ativos ou ja arquivados sao saltadas pelo avanco ate o id
       P300-AVALIA-INATIVO.
           SET ACHOU-EXC TO FALSE
           MOVE ZEROS TO WS-DATA-EXC
           PERFORM P245-LE-EXCLUSAO
                   UNTIL WS-CHAVE-EXC >= ID-CONTATO
           PERFORM UNTIL WS-CHAVE-EXC NOT = ID-CONTATO
               SET ACHOU-EXC TO TRUE
               MOVE EXO-DATA TO WS-DATA-EXC
               PERFORM P245-LE-EXCLUSAO
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DATA-EXC > WS-DATA-CORTE
                   ADD 1 TO WS-CONT-RECENTES
               WHEN EXECUCAO-SIMULADA
                   PERFORM P305-AVISA-RELACOES
                   PERFORM P315-SIMULA-ARQUIVO
               WHEN OTHER
                   PERFORM P305-AVISA-RELACOES
                   PERFORM P310-MOVE-PARA-ARQUIVO
           END-EVALUATE
           .
      *contato com vinculo pessoal ativo segue para o arquivo morto,
      *mas sai apontado no relatorio para revisao das pessoas ligadas
       P305-AVISA-RELACOES.
           MOVE ID-CONTATO TO WS-RLC-ID-TESTE
           PERFORM P820-CONTA-RELACOES
           IF WS-RLC-QTD-ATIVOS > 0 THEN
               ADD 1 TO WS-CONT-COM-VINCULO
               MOVE SPACES TO WS-LINHA-REL
               STRING ID-CONTATO ' ATENCAO: TEM ' WS-RLC-QTD-ATIVOS
                      ' RELACIONAMENTO(S) ATIVO(S)'
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      *mesma selecao da passagem efetiva, mas somente o relatorio
      *do que seria movido: nenhum arquivo e alterado
       P315-SIMULA-ARQUIVO.
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM P410-GRAVA-SUMARIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'COM VINCULO PESSOAL....: ' WS-CONT-COM-VINCULO
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM P410-GRAVA-SUMARIO
           .
       P410-GRAVA-SUMARIO.
           MOVE WS-LINHA-REL TO REG-RELATORIO

           MOVE REG-CONTATOS-ARQ TO REG-CONTATOS
      *o contato volta ativo: desarquivar so acontece quando o
      *cliente retorna, e o cpf dele nao pode estar em outro
      *contato ativo cadastrado enquanto ele estava no arquivo morto
           MOVE CPF-CONTATO TO WS-DOC-DIGITOS
           MOVE ID-CONTATO  TO WS-DOC-ID-PROPRIO
           PERFORM P740-VERIFICA-CPF-DUPLICADO
           IF CPF-DUPLICADO THEN
               DISPLAY 'DESARQUIVAMENTO BARRADO: O CPF ESTA NO'
                       ' CONTATO ATIVO ' WS-DOC-ID-DUPLICADO '!'
               CLOSE CONTATOS
               CLOSE CONTATOS-ARQ
               GO TO P700-FIM
           END-IF
           SET CONTATO-ATIVO TO TRUE
           WRITE REG-CONTATOS
               INVALID KEY
       P800-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RELACAO-VERIFICA.
          COPY DOCUMENTO-DUPLICADO.
       P170-ABRE-CONTATOS.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM WITH TEST AFTER
