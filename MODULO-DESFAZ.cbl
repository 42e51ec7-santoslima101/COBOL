           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT LOG-TRANSACOES ASSIGN TO
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-DESREL
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

               SELECT DESFAZ-TRAB ASSIGN TO
               WS-CAMINHO-DSFTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT DESFAZ-ORD ASSIGN TO
               WS-CAMINHO-DSFORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       01 REG-ROTACAO              PIC X(80).

       FD LOG-ARQUIVADO.
       01 REG-LOG-GER              PIC X(580).

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(100).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

      *linhas dos logs que interessam ao desfazimento, com a ordem
      *de leitura: TIPO C = operacao coletada na janela, O = outra
      *mexida posterior no mesmo id (pode causar conflito)
       FD DESFAZ-TRAB.
       01 REG-DESFAZ-TRAB.
          03 DTR-ID                PIC 9(06).
          03 DTR-SEQ               PIC 9(09).
          03 DTR-MARCA             PIC X(14).
          03 DTR-TIPO              PIC X(01).
          03 DTR-OPER              PIC X(10).
          03 DTR-CONFLITO          PIC X(01).
          03 DTR-IMAGEM            PIC X(200).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-ID                PIC 9(06).
          03 ORD-SEQ               PIC 9(09).
          03 ORD-MARCA             PIC X(14).
          03 ORD-TIPO              PIC X(01).
          03 ORD-OPER              PIC X(10).
          03 ORD-CONFLITO          PIC X(01).
          03 ORD-IMAGEM            PIC X(200).

       FD DESFAZ-ORD.
       01 REG-DESFAZ-ORD.
          03 DSO-ID                PIC 9(06).
          03 DSO-SEQ               PIC 9(09).
          03 DSO-MARCA             PIC X(14).
          03 DSO-TIPO              PIC X(01).
          03 DSO-OPER              PIC X(10).
          03 DSO-CONFLITO          PIC X(01).
          03 DSO-IMAGEM            PIC X(200).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-MARCA-INI             PIC X(14) VALUE SPACES.
       77 WS-MARCA-FIM             PIC X(14) VALUE SPACES.
       77 WS-MARCA-LINHA           PIC X(14) VALUE SPACES.
       01 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
       77 WS-ID-LINHA              PIC X(06) VALUE SPACES.
       77 WS-OPER-LINHA            PIC X(10) VALUE SPACES.
       77 WS-USU-LINHA             PIC X(10) VALUE SPACES.
      *operacoes da janela com a imagem anterior de cada registro
      *ficam nos arquivos de trabalho; CONFLITO marca id editado
      *de novo depois da janela
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-EOF-TRB               PIC X VALUE 'N'.
          88 EOF-TRB-OK            VALUE 'S' FALSE 'N'.
       77 WS-QTD-OPS               PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-LINHA             PIC 9(09) VALUE ZEROS.
       77 WS-ID-GRUPO              PIC 9(07) VALUE ZEROS.
       77 WS-MARCA-MAIOR           PIC X(14) VALUE SPACES.
       77 WS-LINHA-COLETADA        PIC X VALUE 'N'.
          88 LINHA-COLETADA        VALUE 'S' FALSE 'N'.
       77 WS-CONT-SEM-IMAGEM       PIC 9(04) VALUE ZEROS.
          88 EOF-GER-OK            VALUE 'S' FALSE 'N'.
       77 WS-NOME-LOG-ARQ          PIC X(120) VALUE SPACES.
       01 WS-LINHA-ROT             PIC X(80) VALUE SPACES.
      *situacao e cpf do registro antes da reversao, para saber se
      *a imagem devolvida reativa o contato ou traz outro cpf
       77 WS-STATUS-ATUAL          PIC X(01) VALUE SPACES.
       77 WS-CPF-ATUAL             PIC X(11) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY DOCUMENTO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-DESFAZ'        TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF WS-CFG-TENTATIVAS > 0 THEN
                MOVE WS-CFG-TENTATIVAS TO WS-MAX-TENTATIVAS
            END-IF
           SET WS-CONT-REVERTIDAS  TO 0
           SET WS-CONT-CONFLITOS   TO 0
           SET WS-CONT-NAO-APLICA  TO 0
           SET WS-SEQ-LINHA        TO 0

           DISPLAY 'Data da execucao a desfazer (AAAAMMDD):'
           ACCEPT WS-DATA-ALVO
             INTO WS-MARCA-FIM
           END-STRING

           PERFORM P310-COLETA-OPERACOES THRU P310-SAI
           IF NOT FS-TRB-OK THEN
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO!'
               DISPLAY 'FILE STATUS:' WS-FS-TRB
               GO TO P300-FIM
           END-IF
           PERFORM P320-MARCA-CONFLITOS
           IF NOT FS-ORD-OK OR NOT FS-TRB-OK THEN
               DISPLAY 'ERRO NOS ARQUIVOS DE TRABALHO!'
               DISPLAY 'FILE STATUS:' WS-FS-TRB ' ' WS-FS-ORD
               GO TO P300-FIM
           END-IF
           IF WS-QTD-OPS = 0 THEN
               DISPLAY 'NENHUMA OPERACAO COM IMAGEM ENCONTRADA NA'
           END-IF

           DISPLAY 'OPERACOES ENCONTRADAS NA JANELA:'
           PERFORM P340-MOSTRA-OPERACOES
           IF WS-CONT-SEM-IMAGEM > 0 THEN
               DISPLAY 'LINHAS SEM IMAGEM (NAO REVERSIVEIS): '
                       WS-CONT-SEM-IMAGEM
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY DOCUMENTO-DUPLICADO.
       P170-ABRE-CONTATOS.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM WITH TEST AFTER
      *da janela coleta as operacoes do usuario alvo; depois da
      *janela qualquer linha do mesmo id marca o conflito
       P310-COLETA-OPERACOES.
           OPEN OUTPUT DESFAZ-TRAB
           IF NOT FS-TRB-OK THEN
               GO TO P310-SAI
           END-IF
           PERFORM P315-CARREGA-GERACOES
           PERFORM VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GER-LOG
               END-PERFORM
               CLOSE LOG-TRANSACOES
           END-IF
           CLOSE DESFAZ-TRAB
           .
       P310-SAI.
           EXIT.
       P315-CARREGA-GERACOES.
           SET EOF-GER-OK TO FALSE
           SET WS-QTD-GER-LOG TO 0
           MOVE WS-LINHA-LOG(33:6)   TO WS-ID-LINHA
           MOVE WS-LINHA-LOG(19:10)  TO WS-OPER-LINHA
           MOVE WS-LINHA-LOG(103:10) TO WS-USU-LINHA
           ADD 1 TO WS-SEQ-LINHA

           SET LINHA-COLETADA TO FALSE
           IF WS-MARCA-LINHA >= WS-MARCA-INI AND
               IF WS-LINHA-LOG(119:200) = SPACES THEN
                   ADD 1 TO WS-CONT-SEM-IMAGEM
               ELSE
                   MOVE WS-ID-LINHA           TO DTR-ID
                   MOVE WS-SEQ-LINHA          TO DTR-SEQ
                   MOVE WS-MARCA-LINHA        TO DTR-MARCA
                   MOVE 'C'                   TO DTR-TIPO
                   MOVE WS-OPER-LINHA         TO DTR-OPER
                   MOVE 'N'                   TO DTR-CONFLITO
                   MOVE WS-LINHA-LOG(119:200) TO DTR-IMAGEM
                   WRITE REG-DESFAZ-TRAB
                   SET LINHA-COLETADA TO TRUE
               END-IF
           END-IF

      *qualquer linha fora da fila (outro operador dentro da
      *janela, edicao posterior, linha sem imagem) e uma mexida
      *mais nova no registro: as operacoes coletadas anteriores a
      *ela nao podem voltar no tempo sem perder essa edicao;
      *linha ate o inicio da janela nao alcanca nenhuma coletada
           IF NOT LINHA-COLETADA AND
              WS-MARCA-LINHA > WS-MARCA-INI THEN
               MOVE WS-ID-LINHA           TO DTR-ID
               MOVE WS-SEQ-LINHA          TO DTR-SEQ
               MOVE WS-MARCA-LINHA        TO DTR-MARCA
               MOVE 'O'                   TO DTR-TIPO
               MOVE WS-OPER-LINHA         TO DTR-OPER
               MOVE 'N'                   TO DTR-CONFLITO
               MOVE SPACES                TO DTR-IMAGEM
               WRITE REG-DESFAZ-TRAB
           END-IF
           .
       P330-SAI.
           EXIT.
      *por id, da linha mais nova para a mais antiga: a operacao
      *coletada conflita se alguma mexida lida depois dela tem
      *marca posterior; so as coletadas voltam ao trabalho, que
      *termina ordenado pela ordem de leitura
       P320-MARCA-CONFLITOS.
           SET WS-QTD-OPS TO 0
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-ID
                               ON DESCENDING KEY ORD-SEQ
               USING DESFAZ-TRAB
               GIVING DESFAZ-ORD
           OPEN INPUT DESFAZ-ORD
           IF NOT FS-ORD-OK THEN
               CLOSE DESFAZ-ORD
           ELSE
               OPEN OUTPUT DESFAZ-TRAB
               IF FS-TRB-OK THEN
                   MOVE 9999999 TO WS-ID-GRUPO
                   SET EOF-TRB-OK TO FALSE
                   PERFORM UNTIL EOF-TRB-OK
                       READ DESFAZ-ORD
                           AT END
                               SET EOF-TRB-OK TO TRUE
                           NOT AT END
                               PERFORM P325-CONFERE-LINHA
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DESFAZ-ORD
               CLOSE DESFAZ-TRAB
               IF FS-TRB-OK THEN
                   SORT WORK-ORDENACAO ON ASCENDING KEY ORD-SEQ
                       USING DESFAZ-TRAB
                       GIVING DESFAZ-ORD
               END-IF
           END-IF
           .
       P325-CONFERE-LINHA.
           IF DSO-ID NOT = WS-ID-GRUPO THEN
               MOVE DSO-ID TO WS-ID-GRUPO
               MOVE SPACES TO WS-MARCA-MAIOR
           END-IF
           IF DSO-TIPO = 'O' THEN
               IF DSO-MARCA > WS-MARCA-MAIOR THEN
                   MOVE DSO-MARCA TO WS-MARCA-MAIOR
               END-IF
           ELSE
               MOVE REG-DESFAZ-ORD TO REG-DESFAZ-TRAB
               IF WS-MARCA-MAIOR > DSO-MARCA THEN
                   MOVE 'S' TO DTR-CONFLITO
                   ADD 1 TO WS-CONT-CONFLITOS
               END-IF
               ADD 1 TO WS-QTD-OPS
               WRITE REG-DESFAZ-TRAB
           END-IF
           .
       P340-MOSTRA-OPERACOES.
           OPEN INPUT DESFAZ-ORD
           SET EOF-TRB-OK TO FALSE
           PERFORM UNTIL EOF-TRB-OK
               READ DESFAZ-ORD
                   AT END
                       SET EOF-TRB-OK TO TRUE
                   NOT AT END
                       IF DSO-CONFLITO = 'S' THEN
                           DISPLAY '   ' DSO-MARCA ' '
                                   DSO-OPER ' ID:'
                                   DSO-ID
                                   ' (EDITADO DEPOIS - NAO REVERTE)'
                       ELSE
                           DISPLAY '   ' DSO-MARCA ' '
                                   DSO-OPER ' ID:'
                                   DSO-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESFAZ-ORD
           .
      *aplica as imagens anteriores da mais nova para a mais
      *antiga: o registro termina na imagem de antes da primeira
      *operacao da janela
               GO TO P400-SAI
           END-IF

           SORT WORK-ORDENACAO ON DESCENDING KEY ORD-SEQ
               USING DESFAZ-ORD
               GIVING DESFAZ-TRAB
           OPEN INPUT DESFAZ-TRAB
           IF NOT FS-TRB-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
               DISPLAY 'FILE STATUS:' WS-FS-TRB
               CLOSE CONTATOS
               GO TO P400-SAI
           END-IF
           SET EOF-TRB-OK TO FALSE
           PERFORM UNTIL EOF-TRB-OK
               READ DESFAZ-TRAB
                   AT END
                       SET EOF-TRB-OK TO TRUE
                   NOT AT END
                       PERFORM P410-REVERTE-UMA THRU P410-SAI
               END-READ
           END-PERFORM

           CLOSE DESFAZ-TRAB
           CLOSE CONTATOS
           .
       P400-SAI.
           EXIT.
       P410-REVERTE-UMA.
           IF DTR-CONFLITO = 'S' THEN
               GO TO P410-SAI
           END-IF

           MOVE DTR-ID TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   ADD 1 TO WS-CONT-NAO-APLICA
                   DISPLAY 'ID ' DTR-ID ' NAO EXISTE MAIS'
                           ' NO ARQUIVO; REVERSAO IGNORADA.'
                   GO TO P410-SAI
           END-READ

           MOVE REG-CONTATOS         TO WS-LOG-IMAGEM-ANTES
           MOVE STATUS-CONTATO       TO WS-STATUS-ATUAL
           MOVE CPF-CONTATO          TO WS-CPF-ATUAL
           MOVE DTR-IMAGEM         TO REG-CONTATOS
      *a chave nao muda numa reversao; garante por seguranca
           MOVE DTR-ID               TO ID-CONTATO
      *desfazer uma exclusao reativa o contato: como no cadastro, o
      *cpf nao pode estar em outro contato ativo
           IF CONTATO-ATIVO AND
              (WS-STATUS-ATUAL NOT = 'A' OR
               CPF-CONTATO NOT = WS-CPF-ATUAL) THEN
               MOVE CPF-CONTATO TO WS-DOC-DIGITOS
               MOVE ID-CONTATO  TO WS-DOC-ID-PROPRIO
               PERFORM P740-VERIFICA-CPF-DUPLICADO
               IF CPF-DUPLICADO THEN
                   ADD 1 TO WS-CONT-NAO-APLICA
                   DISPLAY 'ID ' DTR-ID ' NAO REVERTIDO: O CPF ESTA'
                           ' NO CONTATO ATIVO ' WS-DOC-ID-DUPLICADO
                           '.'
                   GO TO P410-SAI
               END-IF
           END-IF
           REWRITE REG-CONTATOS
           IF NOT FS-OK THEN
               ADD 1 TO WS-CONT-NAO-APLICA
               DISPLAY 'ERRO AO REVERTER O ID ' DTR-ID
               DISPLAY 'FILE STATUS:' WS-FS
               GO TO P410-SAI
           END-IF
           ADD 1 TO WS-CONT-REVERTIDAS
           MOVE 'REVERSAO'           TO WS-LOG-OPERACAO
           MOVE ID-CONTATO           TO WS-LOG-ID
           MOVE DTR-OPER             TO WS-LOG-ANTES
           MOVE NM-CONTATO           TO WS-LOG-DEPOIS
           MOVE REG-CONTATOS         TO WS-LOG-IMAGEM-DEPOIS
           PERFORM P500-GRAVA-LOG
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO

               OPEN INPUT DESFAZ-ORD
               SET EOF-TRB-OK TO FALSE
               PERFORM UNTIL EOF-TRB-OK OR NOT FS-ORD-OK
                   READ DESFAZ-ORD
                       AT END
                           SET EOF-TRB-OK TO TRUE
                       NOT AT END
                           PERFORM P455-LINHA-OPERACAO
                   END-READ
               END-PERFORM
               CLOSE DESFAZ-ORD

               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
               CLOSE RELATORIO
               MOVE 'DESFAZ'             TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-DESREL    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF

           DISPLAY '--------------------------------------------'
           DISPLAY 'DETALHE GRAVADO EM: '
                   FUNCTION TRIM(WS-CAMINHO-DESREL)
           .
       P455-LINHA-OPERACAO.
           MOVE SPACES TO WS-LINHA-REL
           IF DSO-CONFLITO = 'S' THEN
               STRING DSO-MARCA ' '
                      DSO-OPER ' ID:'
                      DSO-ID
                      ' NAO REVERTIDO (EDITADO DEPOIS)'
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING DSO-MARCA ' '
                      DSO-OPER ' ID:'
                      DSO-ID ' REVERTIDO'
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-DESFAZ.
