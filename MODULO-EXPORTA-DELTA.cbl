               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT LOG-TRANSACOES ASSIGN TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LARQ.

               SELECT DELTA-TRAB ASSIGN TO
               WS-CAMINHO-DLTTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT DELTA-ORD ASSIGN TO
               WS-CAMINHO-DLTORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT ARQUIVO-RUNLOG ASSIGN TO
               WS-CAMINHO-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
       01 REG-ROTACAO              PIC X(80).

       FD LOG-ARQUIVADO.
       01 REG-LOG-GER              PIC X(580).

      *cada linha do log que toca um contato vira um registro de
      *trabalho com a ordem de leitura; ordenado por id e ordem, o
      *arquivo e resumido por quebra em um registro por contato
      *(primeira ordem e ultima operacao) e reordenado pela
      *primeira ordem, sem tabela em memoria
       FD DELTA-TRAB.
       01 REG-DELTA-TRAB.
          03 DTR-SEQ               PIC 9(09).
          03 DTR-ID                PIC X(06).
          03 DTR-OPER              PIC X(10).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-SEQ               PIC 9(09).
          03 ORD-ID                PIC X(06).
          03 ORD-OPER              PIC X(10).

       FD DELTA-ORD.
       01 REG-DELTA-ORD.
          03 DTO-SEQ               PIC 9(09).
          03 DTO-ID                PIC X(06).
          03 DTO-OPER              PIC X(10).

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG               PIC X(120).
          88 FS-CTL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       01 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
      *marca d'agua da execucao anterior e a desta execucao
      *(data+hora, comparadas como texto AAAAMMDDHHMMSSCC)
       77 WS-MARCA-ANTERIOR        PIC X(16) VALUE LOW-VALUES.
       77 WS-DATA-EXEC             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-EXEC             PIC 9(08) VALUE ZEROS.
      *ids tocados desde a marca anterior, com a ultima operacao
      *registrada para cada um (o log e cronologico); a ordem de
      *leitura mantem a saida na ordem do primeiro toque
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-SEQ-TOQUE             PIC 9(09) VALUE ZEROS.
       77 WS-QTD-IDS               PIC 9(07) VALUE ZEROS.
       77 WS-ID-LINHA              PIC X(06) VALUE SPACES.
       77 WS-OPER-LINHA            PIC X(10) VALUE SPACES.
       77 WS-GRP-SEQ               PIC 9(09) VALUE ZEROS.
       77 WS-GRP-ID                PIC X(06) VALUE SPACES.
       77 WS-GRP-OPER              PIC X(10) VALUE SPACES.
       77 WS-CONT-EXP              PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO              PIC X(08) VALUE SPACES.
       01 WS-LINHA-CSV             PIC X(200) VALUE SPACES.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-CONT-EXP         TO 0
      *a marca nova e capturada antes de ler o log, para nao perder
      *alteracoes gravadas enquanto a exportacao roda
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           PERFORM P310-LE-MARCA
           PERFORM P320-SELECIONA-IDS
           IF LK-RETORNO NOT = 0 THEN
               GO TO P300-FIM
           END-IF
           IF NOT FS-LOG-OK AND WS-FS-LOG NOT EQUAL 35 THEN
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           PERFORM P327-CONSOLIDA-IDS THRU P327-SAI
           IF LK-RETORNO NOT = 0 THEN
               GO TO P300-FIM
           END-IF

           PERFORM P330-EXPORTA-IDS THRU P330-SAI
           IF LK-RETORNO = 0 THEN
               PERFORM P340-GRAVA-MARCA
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'CONTATOS NO DELTA: ' DELIMITED BY SIZE
                      WS-CONT-EXP           DELIMITED BY SIZE
           END-IF
           .
       P320-SELECIONA-IDS.
           SET WS-QTD-IDS TO 0
           SET WS-SEQ-TOQUE TO 0

           OPEN OUTPUT DELTA-TRAB
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO CRIAR O ARQUIVO DE TRABALHO DO DELTA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               PERFORM P321-VARRE-LOGS
               CLOSE DELTA-TRAB
           END-IF
           .
       P321-VARRE-LOGS.
           SET EOF-OK TO FALSE

      *um fechamento entre duas execucoes move linhas para os
      *transacoes_AAAAMM.log; os meses a partir da marca anterior
               GO TO P325-SAI
           END-IF

           ADD 1 TO WS-SEQ-TOQUE
           MOVE WS-SEQ-TOQUE  TO DTR-SEQ
           MOVE WS-ID-LINHA   TO DTR-ID
           MOVE WS-OPER-LINHA TO DTR-OPER
           WRITE REG-DELTA-TRAB
           .
       P325-SAI.
           EXIT.
      *ordena os toques por id e ordem de leitura, resume cada id
      *em um registro e devolve a lista na ordem do primeiro toque
       P327-CONSOLIDA-IDS.
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-ID
                                               ORD-SEQ
               USING DELTA-TRAB
               GIVING DELTA-ORD

           OPEN INPUT DELTA-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS IDS ALTERADOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P327-SAI
           END-IF
           OPEN OUTPUT DELTA-TRAB
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO CRIAR O ARQUIVO DE TRABALHO DO DELTA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE DELTA-ORD
               GO TO P327-SAI
           END-IF

           MOVE SPACES TO WS-GRP-ID
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ DELTA-ORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DTO-ID NOT = WS-GRP-ID THEN
                           PERFORM P328-GRAVA-GRUPO
                           MOVE DTO-SEQ TO WS-GRP-SEQ
                           MOVE DTO-ID  TO WS-GRP-ID
                       END-IF
                       MOVE DTO-OPER TO WS-GRP-OPER
               END-READ
           END-PERFORM
           PERFORM P328-GRAVA-GRUPO
           CLOSE DELTA-ORD
           CLOSE DELTA-TRAB

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-SEQ
               USING DELTA-TRAB
               GIVING DELTA-ORD
           .
       P327-SAI.
           EXIT.
       P328-GRAVA-GRUPO.
           IF WS-GRP-ID NOT = SPACES THEN
               ADD 1 TO WS-QTD-IDS
               MOVE WS-GRP-SEQ  TO DTR-SEQ
               MOVE WS-GRP-ID   TO DTR-ID
               MOVE WS-GRP-OPER TO DTR-OPER
               WRITE REG-DELTA-TRAB
           END-IF
           .
       P330-EXPORTA-IDS.
           OPEN OUTPUT ARQUIVO-DELTA
           IF NOT FS-DELTA-OK THEN
                   GO TO P330-SAI
               END-IF

               OPEN INPUT DELTA-ORD
               IF NOT FS-ORD-OK THEN
                   MOVE 'ERRO AO LER OS IDS ALTERADOS ORDENADOS!'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
                   CLOSE CONTATOS
                   CLOSE ARQUIVO-DELTA
                   GO TO P330-SAI
               END-IF
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ DELTA-ORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P335-EXPORTA-UM
                   END-READ
               END-PERFORM
               CLOSE DELTA-ORD

               CLOSE CONTATOS
           END-IF
       P330-SAI.
           EXIT.
       P335-EXPORTA-UM.
           MOVE DTO-ID TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
      *contato sumiu do arquivo (arquivado/expurgado): o destino
      *precisa desativa-lo mesmo assim
                   MOVE SPACES TO REG-CONTATOS
                   MOVE DTO-ID TO ID-CONTATO
                   SET CONTATO-INATIVO TO TRUE
           END-READ

           IF CONTATO-INATIVO OR
              DTO-OPER = 'EXCLUSAO' OR
              DTO-OPER = 'ARQUIVA' THEN
               MOVE 'EXCLUIDO' TO WS-SITUACAO
           ELSE
               MOVE 'ATIVO'    TO WS-SITUACAO
