               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

      *arquivo de retorno do faturamento, leiaute posicional
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT INTERFACES-RECEBIDAS ASSIGN TO
               WS-CAMINHO-ITFCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITF-CHAVE
               FILE STATUS IS WS-FS-ITF.

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

               SELECT RETORNO-TRAB ASSIGN TO
               WS-CAMINHO-CONTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT RETORNO-ORD ASSIGN TO
               WS-CAMINHO-CONORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD CONTROLE-DELTA.
       01 REG-CTL-DELTA            PIC X(020).

       FD INTERFACES-RECEBIDAS.
          COPY FD-INTERFACES.

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

      *linhas do retorno com a ordem de leitura; ordenadas por id
      *sao lidas junto com o cadastro (os dois em ordem de id) e as
      *que sobram voltam ao trabalho para sair na ordem do arquivo
       FD RETORNO-TRAB.
       01 REG-RETORNO-TRAB.
          03 RTR-ID                PIC 9(06).
          03 RTR-SEQ               PIC 9(09).
          03 RTR-SITUACAO          PIC X(08).
          03 RTR-NOME              PIC X(20).
          03 RTR-FONE              PIC X(15).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-ID                PIC 9(06).
          03 ORD-SEQ               PIC 9(09).
          03 ORD-SITUACAO          PIC X(08).
          03 ORD-NOME              PIC X(20).
          03 ORD-FONE              PIC X(15).

       FD RETORNO-ORD.
       01 REG-RETORNO-ORD.
          03 RTO-ID                PIC 9(06).
          03 RTO-SEQ               PIC 9(09).
          03 RTO-SITUACAO          PIC X(08).
          03 RTO-NOME              PIC X(20).
          03 RTO-FONE              PIC X(15).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

          88 FS-CTL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *entrada do retorno casada com o contato corrente; cada id
      *casa com a primeira linha dele no retorno e as demais sobram;
      *9999999 marca o fim do retorno ordenado
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-EOF-ORD               PIC X VALUE 'N'.
          88 EOF-ORD-OK            VALUE 'S' FALSE 'N'.
       77 WS-QTD-RET               PIC 9(09) VALUE ZEROS.
       77 WS-CHAVE-RET             PIC 9(07) VALUE ZEROS.
       77 WS-RET-SITUACAO          PIC X(08) VALUE SPACES.
       77 WS-RET-NOME              PIC X(20) VALUE SPACES.
       77 WS-RET-FONE              PIC X(15) VALUE SPACES.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ENTRADA-ACHADA        VALUE 'S' FALSE 'N'.
       77 WS-LINHA-RET             PIC X(80) VALUE SPACES.
       77 WS-ID-CONTROLE           PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
       77 WS-CONT-SO-FAT           PIC 9(05) VALUE ZEROS.
       77 WS-CONT-NAO-CHEGOU       PIC 9(05) VALUE ZEROS.
          88 REENVIA-OK            VALUE 'S'.
       77 WS-ENV-VALOR             PIC X(20) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY INTERFACE-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-CONCILIA'      TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***CONCILIACAO COM O FATURAMENTO***'
           SET WS-CONT-DIVERGE     TO 0
           SET WS-CONT-CONFERE     TO 0
           SET WS-CONT-EXCLUIDO-LA TO 0

           PERFORM P310-CARREGA-RETORNO THRU P310-SAI
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO CRIAR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
           IF NOT FS-RET-OK THEN
               MOVE 'ERRO AO ABRIR O RETORNO DO FATURAMENTO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
      *retorno cortado na transferencia nao e conciliado: as
      *sobras e faltas sairiam todas erradas
           PERFORM P545-ITF-CONFERE
           IF ITF-ARQUIVO-REJEITADO THEN
               MOVE 'RETORNO REJEITADO PELO CONTROLE, NAO CONCILIADO.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM P315-ORDENA-RETORNO
           IF NOT FS-ORD-OK OR NOT FS-TRB-OK THEN
               MOVE 'ERRO AO ORDENAR O RETORNO DO FATURAMENTO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RETORNO-ORD
               CLOSE RETORNO-TRAB
               CLOSE RELATORIO
               GO TO P300-FIM
           END-IF
           PERFORM P320-VARRE-CADASTRO
      *o que sobrou no retorno depois do ultimo contato
           PERFORM P323-GUARDA-SOBRA
                   UNTIL WS-CHAVE-RET = 9999999
           CLOSE RETORNO-ORD
           CLOSE RETORNO-TRAB
           PERFORM P330-SOBRAS-DO-RETORNO
           PERFORM P340-SUMARIO
           PERFORM P547-ITF-GRAVA-SEQUENCIA

           CLOSE RELATORIO
           MOVE 'CONCILIA'           TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-CONREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'CONCILIACAO GRAVADA EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-CONREL)
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
          COPY INTERFACE-CONFERE.
      *a carga do retorno ja faz a conferencia: as linhas com id
      *sao os registros contados e somados para o rodape
       P310-CARREGA-RETORNO.
           SET EOF-OK TO FALSE
           SET WS-QTD-RET TO 0
           MOVE 'CONCILIA' TO WS-ITF-INTERFACE
           PERFORM P540-ITF-INICIA

           OPEN OUTPUT RETORNO-TRAB
           IF NOT FS-TRB-OK THEN
               GO TO P310-SAI
           END-IF
           OPEN INPUT ARQUIVO-RETORNO
           IF FS-RET-OK THEN
               PERFORM UNTIL EOF-OK
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE WS-LINHA-RET TO WS-ITF-LINHA
                           PERFORM P541-ITF-CLASSIFICA
                           IF ITF-LINHA-DETALHE AND
                              WS-LINHA-RET(1:6) IS NUMERIC THEN
                               ADD 1 TO WS-ITF-QTD-LIDA
                               MOVE WS-LINHA-RET(1:6) TO WS-ID-CONTROLE
                               ADD WS-ID-CONTROLE TO WS-ITF-HASH-LIDO
                           END-IF
                           IF WS-LINHA-RET(1:6) IS NUMERIC THEN
                               ADD 1 TO WS-QTD-RET
                               MOVE WS-LINHA-RET(1:6)  TO RTR-ID
                               MOVE WS-QTD-RET         TO RTR-SEQ
                               MOVE WS-LINHA-RET(8:8)  TO RTR-SITUACAO
                               MOVE WS-LINHA-RET(17:20) TO RTR-NOME
                               MOVE WS-LINHA-RET(38:15) TO RTR-FONE
                               WRITE REG-RETORNO-TRAB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RETORNO
           END-IF
           CLOSE RETORNO-TRAB
           SET EOF-OK TO FALSE
           .
       P310-SAI.
           EXIT.
      *ordena o retorno por id e ordem de leitura e reabre o
      *trabalho para receber as sobras da conciliacao
       P315-ORDENA-RETORNO.
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-ID
                                               ORD-SEQ
               USING RETORNO-TRAB
               GIVING RETORNO-ORD
           OPEN INPUT RETORNO-ORD
           OPEN OUTPUT RETORNO-TRAB
           IF FS-ORD-OK AND FS-TRB-OK THEN
               PERFORM P322-LE-RETORNO
           END-IF
           .
       P320-VARRE-CADASTRO.
           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               CLOSE CONTATOS
           END-IF
           .
       P322-LE-RETORNO.
           READ RETORNO-ORD
               AT END
                   MOVE 9999999 TO WS-CHAVE-RET
               NOT AT END
                   MOVE RTO-ID TO WS-CHAVE-RET
           END-READ
           .
      *linha do retorno sem contato que case com ela volta para o
      *trabalho com a ordem original
       P323-GUARDA-SOBRA.
           MOVE REG-RETORNO-ORD TO REG-RETORNO-TRAB
           WRITE REG-RETORNO-TRAB
           PERFORM P322-LE-RETORNO
           .
       P325-CONCILIA-CONTATO.
           SET ENTRADA-ACHADA TO FALSE
           PERFORM P323-GUARDA-SOBRA
                   UNTIL WS-CHAVE-RET >= ID-CONTATO
           IF WS-CHAVE-RET = ID-CONTATO THEN
               SET ENTRADA-ACHADA TO TRUE
               MOVE RTO-SITUACAO TO WS-RET-SITUACAO
               MOVE RTO-NOME     TO WS-RET-NOME
               MOVE RTO-FONE     TO WS-RET-FONE
               PERFORM P322-LE-RETORNO
           END-IF

           IF NOT ENTRADA-ACHADA THEN
      *ativo que nao consta no retorno: a carga dele nunca chegou
                   PERFORM P345-GRAVA-LINHA
               END-IF
           ELSE
               PERFORM P327-COMPARA-CAMPOS
           END-IF
           .
       P327-COMPARA-CAMPOS.
           IF CONTATO-INATIVO AND
              WS-RET-SITUACAO NOT = 'EXCLUIDO' THEN
               ADD 1 TO WS-CONT-EXCLUIDO-LA
               MOVE SPACES TO WS-LINHA-REL
               STRING ID-CONTATO ' ' NM-CONTATO
               IF CONTATO-ATIVO AND
                  (FUNCTION UPPER-CASE(NM-CONTATO) NOT =
                   FUNCTION UPPER-CASE(
                       WS-RET-NOME) OR
                   FONE-CONTATO NOT =
                   WS-RET-FONE) THEN
                   ADD 1 TO WS-CONT-DIVERGE
                   MOVE SPACES TO WS-LINHA-REL
                   STRING ID-CONTATO ' DIVERGE - AQUI: '
                   PERFORM P345-GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA-REL
                   STRING '       - FATURAMENTO: '
                          WS-RET-NOME ' '
                          WS-RET-FONE
                          DELIMITED BY SIZE
                     INTO WS-LINHA-REL
                   END-STRING
               END-IF
           END-IF
           .
      *sobras na ordem em que vieram no retorno
       P330-SOBRAS-DO-RETORNO.
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-SEQ
               USING RETORNO-TRAB
               GIVING RETORNO-ORD
           OPEN INPUT RETORNO-ORD
           IF FS-ORD-OK THEN
               SET EOF-ORD-OK TO FALSE
               PERFORM UNTIL EOF-ORD-OK
                   READ RETORNO-ORD
                       AT END
                           SET EOF-ORD-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-SO-FAT
                           MOVE SPACES TO WS-LINHA-REL
                           STRING RTO-ID ' '
                                  RTO-NOME
                                  ' SOMENTE NO FATURAMENTO'
                                  DELIMITED BY SIZE
                             INTO WS-LINHA-REL
                           END-STRING
                           PERFORM P345-GRAVA-LINHA
                   END-READ
               END-PERFORM
               CLOSE RETORNO-ORD
           END-IF
           .
       P340-SUMARIO.
           MOVE SPACES TO REG-RELATORIO
