      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Retrato mensal da base de contatos: guarda uma copia
      *         datada do contatos.dat, separada das geracoes de
      *         backup e com retencao propria, e compara dois retratos
      *         (ou um retrato e a base atual) listando inclusoes,
      *         remocoes e campos alterados por contato, com a
      *         variacao liquida de ativos por categoria, UF, carteira
      *         e empresa; roda tambem em modo batch pelo agendador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-RETRATO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

      *retratos gravados em sequencia, na ordem de id da base
               SELECT RETRATO-A ASSIGN TO
               WS-NOME-RETRATO-A
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTA.

               SELECT RETRATO-B ASSIGN TO
               WS-NOME-RETRATO-B
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTB.

               SELECT CONTROLE-RETRATOS ASSIGN TO
               WS-CAMINHO-RETCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

               SELECT RETRATO-TRAB ASSIGN TO
               WS-CAMINHO-RETTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT RETRATO-ORD ASSIGN TO
               WS-CAMINHO-RETORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT EMPRESAS ASSIGN TO
               WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-RETREL
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
      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD RETRATO-A.
       01 REG-RETRATO-A                PIC X(193).

       FD RETRATO-B.
       01 REG-RETRATO-B                PIC X(193).

      *uma linha por retrato guardado, o mais antigo primeiro:
      *data(1:8), total de registros e de ativos
       FD CONTROLE-RETRATOS.
       01 REG-CONTROLE-RET             PIC X(80).

      *contagem de ativos de cada lado por dimensao; o arquivo e
      *ordenado e totalizado por quebra, sem tabela em memoria
       FD RETRATO-TRAB.
       01 REG-RETRATO-TRAB.
          03 TRB-DIMENSAO              PIC X(01).
          03 TRB-VALOR                 PIC X(10).
          03 TRB-QTD-A                 PIC 9(01).
          03 TRB-QTD-B                 PIC 9(01).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-DIMENSAO              PIC X(01).
          03 ORD-VALOR                 PIC X(10).
          03 ORD-QTD-A                 PIC 9(01).
          03 ORD-QTD-B                 PIC 9(01).

       FD RETRATO-ORD.
       01 REG-RETRATO-ORD.
          03 RTO-DIMENSAO              PIC X(01).
          03 RTO-VALOR                 PIC X(10).
          03 RTO-QTD-A                 PIC 9(01).
          03 RTO-QTD-B                 PIC 9(01).

       FD EMPRESAS.
          COPY FD-EMPRESAS.

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
      *registro corrente de cada lado da comparacao: A e o retrato
      *mais antigo, B o mais novo ou a base atual
       01 WS-REG-A                 PIC X(193) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-A.
          03 WS-A-ID               PIC 9(06).
          03 WS-A-NOME             PIC X(20).
          03 WS-A-FONE             PIC X(15).
          03 WS-A-EMAIL            PIC X(40).
          03 WS-A-ENDERECO         PIC X(40).
          03 WS-A-STATUS           PIC X(01).
             88 WS-A-ATIVO         VALUE 'A'.
          03 WS-A-CATEGORIA        PIC X(10).
          03 WS-A-EMPRESA          PIC 9(04).
          03 WS-A-NUMERO           PIC X(06).
          03 WS-A-CIDADE           PIC X(20).
          03 WS-A-UF               PIC X(02).
          03 WS-A-CEP              PIC X(08).
          03 WS-A-DONO             PIC X(10).
          03 WS-A-CPF              PIC X(11).
       01 WS-REG-B                 PIC X(193) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-B.
          03 WS-B-ID               PIC 9(06).
          03 WS-B-NOME             PIC X(20).
          03 WS-B-FONE             PIC X(15).
          03 WS-B-EMAIL            PIC X(40).
          03 WS-B-ENDERECO         PIC X(40).
          03 WS-B-STATUS           PIC X(01).
             88 WS-B-ATIVO         VALUE 'A'.
          03 WS-B-CATEGORIA        PIC X(10).
          03 WS-B-EMPRESA          PIC 9(04).
          03 WS-B-NUMERO           PIC X(06).
          03 WS-B-CIDADE           PIC X(20).
          03 WS-B-UF               PIC X(02).
          03 WS-B-CEP              PIC X(08).
          03 WS-B-DONO             PIC X(10).
          03 WS-B-CPF              PIC X(11).
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-RTA                PIC 99.
          88 FS-RTA-OK             VALUE 0.
       77 WS-FS-RTB                PIC 99.
          88 FS-RTB-OK             VALUE 0.
       77 WS-FS-CTL                PIC 99.
          88 FS-CTL-OK             VALUE 0.
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-GERA             VALUE 'G'.
          88 ACAO-COMPARA          VALUE 'C'.
          88 ACAO-LISTA            VALUE 'L'.
       77 WS-PARAM-BATCH           PIC X(20) VALUE SPACES.
       77 WS-NOME-RETRATO-A        PIC X(120) VALUE SPACES.
       77 WS-NOME-RETRATO-B        PIC X(120) VALUE SPACES.
       77 WS-DATA-RETRATO          PIC X(08) VALUE SPACES.
      *retratos guardados: padrao 24 (dois anos de fechamentos), o
      *sistema.cfg (linha 12) troca o padrao e o ambiente prevalece
       77 WS-MAX-RETRATOS          PIC 9(02) VALUE 24.
       77 WS-MAX-RETRATOS-X        PIC X(02) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
      *tabela dos retratos registrados no retrato_ctl.dat, o mais
      *antigo na primeira posicao
       01 WS-TAB-RETRATOS.
          03 WS-RETRATO            PIC X(80) OCCURS 100.
       77 WS-QTD-RETRATOS          PIC 9(03) VALUE ZEROS.
       77 WS-IND                   PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-CTL             PIC X(80) VALUE SPACES.
       77 WS-NOME-APAGA            PIC X(120) VALUE SPACES.
       77 WS-RET-APAGA             PIC 9(04) COMP VALUE ZEROS.
       77 WS-CONT-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ATIVOS           PIC 9(06) VALUE ZEROS.
       77 WS-CONT-CONFERE          PIC 9(06) VALUE ZEROS.
       77 WS-RETRATO-OK            PIC X VALUE 'S'.
          88 RETRATO-OK            VALUE 'S' FALSE 'N'.
      *escolha dos dois lados da comparacao; lado B zero = base
      *atual lida direto do contatos.dat
       77 WS-ESCOLHA-A             PIC 9(03) VALUE ZEROS.
       77 WS-ESCOLHA-B             PIC 9(03) VALUE ZEROS.
       77 WS-DATA-DE               PIC X(08) VALUE SPACES.
       77 WS-DATA-ATE              PIC X(08) VALUE SPACES.
       77 WS-LADO-B                PIC X VALUE 'R'.
          88 B-E-RETRATO           VALUE 'R'.
          88 B-E-BASE-ATUAL        VALUE 'A'.
       77 WS-DESC-B                PIC X(10) VALUE SPACES.
      *chaves do casamento; 9999999 marca o fim de cada lado
       77 WS-CHAVE-A               PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-B               PIC 9(07) VALUE ZEROS.
       77 WS-CONT-INCLUIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-CONT-REMOVIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ALTERADOS        PIC 9(06) VALUE ZEROS.
       77 WS-CONT-MUDA-CAT         PIC 9(06) VALUE ZEROS.
       77 WS-CONT-MUDA-DONO        PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ATIVOS-A         PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ATIVOS-B         PIC 9(06) VALUE ZEROS.
      *campos alterados do contato, montados com ponteiro
       77 WS-LISTA-CAMPOS          PIC X(80) VALUE SPACES.
       77 WS-PONTEIRO              PIC 9(03) VALUE ZEROS.
       77 WS-NOME-CAMPO            PIC X(10) VALUE SPACES.
      *totalizacao por quebra de dimensao e valor
       77 WS-DIM-ATUAL             PIC X(01) VALUE SPACES.
       77 WS-VALOR-ATUAL           PIC X(10) VALUE SPACES.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-SOMA-A                PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-B                PIC 9(06) VALUE ZEROS.
       77 WS-VARIACAO              PIC S9(06) VALUE ZEROS.
       77 WS-VARIACAO-ED           PIC ++++++9.
       77 WS-ROTULO                PIC X(34) VALUE SPACES.
       77 WS-EMP-DISP              PIC X VALUE 'N'.
          88 EMPRESAS-DISPONIVEIS  VALUE 'S' FALSE 'N'.
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
            MOVE 'MODULO-RETRATO'       TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            MOVE 24 TO WS-MAX-RETRATOS
            IF WS-CFG-RETRATOS > 0 THEN
                MOVE WS-CFG-RETRATOS TO WS-MAX-RETRATOS
            END-IF
            MOVE SPACES TO WS-MAX-RETRATOS-X
            ACCEPT WS-MAX-RETRATOS-X
                   FROM ENVIRONMENT 'CONTATOS_MAX_RETRATOS'
      *o valor do ambiente pode vir mais curto que o campo (ex.:
      *'6 '), entao so o trecho util e testado e convertido
            COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-MAX-RETRATOS-X))
            IF WS-TAM-ENV > 0 AND
               WS-MAX-RETRATOS-X(1:WS-TAM-ENV) IS NUMERIC AND
               FUNCTION NUMVAL(WS-MAX-RETRATOS-X) > 0 THEN
                COMPUTE WS-MAX-RETRATOS =
                        FUNCTION NUMVAL(WS-MAX-RETRATOS-X)
            END-IF

            IF EXEC-BATCH THEN
                PERFORM P305-PARAMETROS-BATCH
            ELSE
                DISPLAY '***RETRATO MENSAL DA BASE DE CONTATOS***'
                DISPLAY 'Acao: <G>erar retrato, <C>omparar retratos'
                        ' ou <L>istar retratos guardados?'
                MOVE SPACES TO WS-OP-ACAO
                ACCEPT WS-OP-ACAO
                MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
            END-IF

            EVALUATE TRUE
                WHEN ACAO-GERA
                    PERFORM P200-GERA-RETRATO THRU P200-FIM
                WHEN ACAO-COMPARA
                    PERFORM P3OO-COMPARA THRU P300-FIM
                WHEN ACAO-LISTA
                    PERFORM P280-LISTA-RETRATOS
                WHEN OTHER
                    DISPLAY 'ACAO INVALIDA!'
            END-EVALUATE
            PERFORM P900-FIM
           .
      *no agendador a acao vem do passo do plano (COM-AREA) ou de
      *CONTATOS_RETRATO_ACAO: COMPARA compara, o resto gera o
      *retrato do fechamento; a comparacao usa os dois ultimos
      *retratos, ou as datas de CONTATOS_RETRATO_DE/_ATE (ATE
      *vazio ou ATUAL = base atual quando DE e informado)
       P305-PARAMETROS-BATCH.
           MOVE SPACES TO WS-PARAM-BATCH
           IF LK-MENSAGEM NOT = SPACES THEN
               MOVE LK-MENSAGEM TO WS-PARAM-BATCH
           ELSE
               ACCEPT WS-PARAM-BATCH
                      FROM ENVIRONMENT 'CONTATOS_RETRATO_ACAO'
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PARAM-BATCH) TO WS-PARAM-BATCH
           IF WS-PARAM-BATCH(1:7) = 'COMPARA' THEN
               SET ACAO-COMPARA TO TRUE
           ELSE
               SET ACAO-GERA TO TRUE
           END-IF
           MOVE SPACES TO WS-DATA-DE
           MOVE SPACES TO WS-DATA-ATE
           ACCEPT WS-DATA-DE  FROM ENVIRONMENT 'CONTATOS_RETRATO_DE'
           ACCEPT WS-DATA-ATE FROM ENVIRONMENT 'CONTATOS_RETRATO_ATE'
           MOVE FUNCTION UPPER-CASE(WS-DATA-ATE) TO WS-DATA-ATE
           .
       P200-GERA-RETRATO.
           SET RETRATO-OK TO TRUE
           ACCEPT WS-DATA-RETRATO FROM DATE YYYYMMDD
           PERFORM P205-NOME-RETRATO
           MOVE WS-NOME-RETRATO-A TO WS-NOME-RETRATO-B

           SET EOF-OK TO FALSE
           SET WS-CONT-GRAVADOS TO 0
           SET WS-CONT-ATIVOS   TO 0
           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
                                      DELIMITED BY SIZE
                      ' FILE STATUS:' DELIMITED BY SIZE
                      WS-FS           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P200-FIM
           END-IF
           OPEN OUTPUT RETRATO-B
           IF NOT FS-RTB-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO CRIAR O RETRATO DA BASE!'
                                      DELIMITED BY SIZE
                      ' FILE STATUS:' DELIMITED BY SIZE
                      WS-FS-RTB       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS
               GO TO P200-FIM
           END-IF
           PERFORM UNTIL EOF-OK
               READ CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE REG-CONTATOS TO REG-RETRATO-B
                       WRITE REG-RETRATO-B
                       ADD 1 TO WS-CONT-GRAVADOS
                       IF CONTATO-ATIVO THEN
                           ADD 1 TO WS-CONT-ATIVOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETRATO-B
           CLOSE CONTATOS

      *reabre o retrato e reconta os registros antes de registra-lo,
      *como a conferencia do backup
           SET EOF-OK TO FALSE
           SET WS-CONT-CONFERE TO 0
           OPEN INPUT RETRATO-B
           IF NOT FS-RTB-OK THEN
               SET RETRATO-OK TO FALSE
           ELSE
               PERFORM UNTIL EOF-OK
                   READ RETRATO-B
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-CONFERE
                   END-READ
               END-PERFORM
               CLOSE RETRATO-B
               IF WS-CONT-CONFERE NOT = WS-CONT-GRAVADOS THEN
                   SET RETRATO-OK TO FALSE
               END-IF
           END-IF
           IF NOT RETRATO-OK THEN
               MOVE 'RETRATO DIVERGENTE DA BASE; NAO FOI REGISTRADO.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P200-FIM
           END-IF

      *o mesmo dia rodado de novo substitui o retrato do dia
           PERFORM P240-CARREGA-RETRATOS
           IF WS-QTD-RETRATOS > 0 AND
              WS-RETRATO(WS-QTD-RETRATOS)(1:8) = WS-DATA-RETRATO THEN
               CONTINUE
           ELSE
               ADD 1 TO WS-QTD-RETRATOS
           END-IF
           MOVE SPACES TO WS-LINHA-CTL
           STRING WS-DATA-RETRATO    DELIMITED BY SIZE
                  ' CONTATOS:'       DELIMITED BY SIZE
                  WS-CONT-GRAVADOS   DELIMITED BY SIZE
                  ' ATIVOS:'         DELIMITED BY SIZE
                  WS-CONT-ATIVOS     DELIMITED BY SIZE
             INTO WS-LINHA-CTL
           END-STRING
           MOVE WS-LINHA-CTL TO WS-RETRATO(WS-QTD-RETRATOS)
           PERFORM P250-PURGA-ANTIGOS
           PERFORM P260-GRAVA-RETRATOS

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RETRATO ' DELIMITED BY SIZE
                  WS-DATA-RETRATO    DELIMITED BY SIZE
                  ' GRAVADO. CONTATOS: ' DELIMITED BY SIZE
                  WS-CONT-GRAVADOS   DELIMITED BY SIZE
                  ' ATIVOS: '        DELIMITED BY SIZE
                  WS-CONT-ATIVOS     DELIMITED BY SIZE
                  ' RETRATOS GUARDADOS: ' DELIMITED BY SIZE
                  WS-QTD-RETRATOS    DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P200-FIM.
           EXIT.
      *nome do arquivo do retrato da data em WS-DATA-RETRATO,
      *devolvido em WS-NOME-RETRATO-A
       P205-NOME-RETRATO.
           MOVE SPACES TO WS-NOME-RETRATO-A
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'retrato_'                   DELIMITED BY SIZE
                  WS-DATA-RETRATO              DELIMITED BY SIZE
                  '.dat'                       DELIMITED BY SIZE
             INTO WS-NOME-RETRATO-A
           END-STRING
           .
       P240-CARREGA-RETRATOS.
           SET EOF-OK TO FALSE
           SET WS-QTD-RETRATOS TO 0
           MOVE SPACES TO WS-TAB-RETRATOS

           OPEN INPUT CONTROLE-RETRATOS
           IF FS-CTL-OK THEN
               PERFORM UNTIL EOF-OK
                   READ CONTROLE-RETRATOS INTO WS-LINHA-CTL
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-QTD-RETRATOS < 99 THEN
                               ADD 1 TO WS-QTD-RETRATOS
                               MOVE WS-LINHA-CTL
                                    TO WS-RETRATO(WS-QTD-RETRATOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-RETRATOS
           END-IF
           .
       P250-PURGA-ANTIGOS.
           PERFORM UNTIL WS-QTD-RETRATOS <= WS-MAX-RETRATOS
               MOVE WS-RETRATO(1)(1:8) TO WS-DATA-RETRATO
               PERFORM P205-NOME-RETRATO
               MOVE WS-NOME-RETRATO-A TO WS-NOME-APAGA
               CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGA
                   RETURNING WS-RET-APAGA
               END-CALL
               IF WS-RET-APAGA NOT = 0 THEN
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'AVISO: NAO FOI POSSIVEL REMOVER '
                                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NOME-APAGA)
                                          DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
               END-IF
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'RETRATO ANTIGO REMOVIDO: ' DELIMITED BY SIZE
                      WS-RETRATO(1)(1:8)          DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG

               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND >= WS-QTD-RETRATOS
                   MOVE WS-RETRATO(WS-IND + 1) TO WS-RETRATO(WS-IND)
               END-PERFORM
               MOVE SPACES TO WS-RETRATO(WS-QTD-RETRATOS)
               SUBTRACT 1 FROM WS-QTD-RETRATOS
           END-PERFORM
           .
       P260-GRAVA-RETRATOS.
           OPEN OUTPUT CONTROLE-RETRATOS
           IF NOT FS-CTL-OK THEN
               MOVE 'ERRO AO GRAVAR O CONTROLE DE RETRATOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-RETRATOS
                   MOVE WS-RETRATO(WS-IND) TO REG-CONTROLE-RET
                   WRITE REG-CONTROLE-RET
               END-PERFORM
               CLOSE CONTROLE-RETRATOS
           END-IF
           .
       P280-LISTA-RETRATOS.
           PERFORM P240-CARREGA-RETRATOS
           IF WS-QTD-RETRATOS = 0 THEN
               DISPLAY 'NENHUM RETRATO GUARDADO.'
           ELSE
               DISPLAY 'RETRATOS GUARDADOS (MAXIMO ' WS-MAX-RETRATOS
                       '):'
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-RETRATOS
                   DISPLAY '   ' WS-IND ' - '
                           FUNCTION TRIM(WS-RETRATO(WS-IND))
               END-PERFORM
           END-IF
           .
       P3OO-COMPARA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-CONT-INCLUIDOS   TO 0
           SET WS-CONT-REMOVIDOS   TO 0
           SET WS-CONT-ALTERADOS   TO 0
           SET WS-CONT-MUDA-CAT    TO 0
           SET WS-CONT-MUDA-DONO   TO 0
           SET WS-CONT-ATIVOS-A    TO 0
           SET WS-CONT-ATIVOS-B    TO 0

           PERFORM P240-CARREGA-RETRATOS
           IF WS-QTD-RETRATOS = 0 THEN
               MOVE 'NENHUM RETRATO GUARDADO PARA COMPARAR.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 4 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
           IF EXEC-BATCH THEN
               PERFORM P310-ESCOLHA-BATCH
           ELSE
               PERFORM P280-LISTA-RETRATOS
               DISPLAY 'Retrato inicial (numero):'
               MOVE ZEROS TO WS-ESCOLHA-A
               ACCEPT WS-ESCOLHA-A
               DISPLAY 'Retrato final (numero, 0 = base atual):'
               MOVE ZEROS TO WS-ESCOLHA-B
               ACCEPT WS-ESCOLHA-B
           END-IF
           IF WS-ESCOLHA-A < 1 OR WS-ESCOLHA-A > WS-QTD-RETRATOS OR
              WS-ESCOLHA-B > WS-QTD-RETRATOS OR
              WS-ESCOLHA-A = WS-ESCOLHA-B THEN
               MOVE 'ESCOLHA DE RETRATOS INVALIDA!' TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           IF WS-ESCOLHA-B = 0 THEN
               SET B-E-BASE-ATUAL TO TRUE
               MOVE 'BASE ATUAL' TO WS-DESC-B
           ELSE
               SET B-E-RETRATO TO TRUE
               MOVE WS-RETRATO(WS-ESCOLHA-B)(1:8) TO WS-DATA-ATE
               MOVE WS-DATA-ATE TO WS-DESC-B
               MOVE WS-DATA-ATE TO WS-DATA-RETRATO
               PERFORM P205-NOME-RETRATO
               MOVE WS-NOME-RETRATO-A TO WS-NOME-RETRATO-B
           END-IF
           MOVE WS-RETRATO(WS-ESCOLHA-A)(1:8) TO WS-DATA-DE
           MOVE WS-DATA-DE TO WS-DATA-RETRATO
           PERFORM P205-NOME-RETRATO

           PERFORM P320-ABRE-ARQUIVOS THRU P320-SAI
           IF LK-RETORNO = 8 THEN
               GO TO P300-FIM
           END-IF

           MOVE '***COMPARACAO DE RETRATOS DA BASE DE CONTATOS***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DE: '             DELIMITED BY SIZE
                  WS-DATA-DE         DELIMITED BY SIZE
                  '  ATE: '          DELIMITED BY SIZE
                  WS-DESC-B          DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'MOVIMENTO POR CONTATO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

      *casamento pelo id: os dois lados estao na ordem da chave
           PERFORM P330-LE-A
           PERFORM P335-LE-B
           PERFORM UNTIL WS-CHAVE-A = 9999999 AND
                         WS-CHAVE-B = 9999999
               EVALUATE TRUE
                   WHEN WS-CHAVE-A < WS-CHAVE-B
                       PERFORM P340-REMOVIDO
                       PERFORM P330-LE-A
                   WHEN WS-CHAVE-A > WS-CHAVE-B
                       PERFORM P345-INCLUIDO
                       PERFORM P335-LE-B
                   WHEN OTHER
                       PERFORM P350-CONFRONTA THRU P350-SAI
                       PERFORM P330-LE-A
                       PERFORM P335-LE-B
               END-EVALUATE
           END-PERFORM
           CLOSE RETRATO-A
           IF B-E-BASE-ATUAL THEN
               CLOSE CONTATOS
           ELSE
               CLOSE RETRATO-B
           END-IF
           CLOSE RETRATO-TRAB

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'INCLUIDOS: '       DELIMITED BY SIZE
                  WS-CONT-INCLUIDOS   DELIMITED BY SIZE
                  ' REMOVIDOS: '      DELIMITED BY SIZE
                  WS-CONT-REMOVIDOS   DELIMITED BY SIZE
                  ' ALTERADOS: '      DELIMITED BY SIZE
                  WS-CONT-ALTERADOS   DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'MUDARAM DE CATEGORIA: ' DELIMITED BY SIZE
                  WS-CONT-MUDA-CAT         DELIMITED BY SIZE
                  ' MUDARAM DE CARTEIRA: ' DELIMITED BY SIZE
                  WS-CONT-MUDA-DONO        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           PERFORM P400-VARIACAO-LIQUIDA THRU P400-SAI

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ATIVOS EM ' DELIMITED BY SIZE
                  WS-DATA-DE         DELIMITED BY SIZE
                  ': '               DELIMITED BY SIZE
                  WS-CONT-ATIVOS-A   DELIMITED BY SIZE
                  '  ATIVOS EM '     DELIMITED BY SIZE
                  WS-DESC-B          DELIMITED BY SIZE
                  ': '               DELIMITED BY SIZE
                  WS-CONT-ATIVOS-B   DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO
           MOVE 'RETRATO'            TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-RETREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'INCLUIDOS: '       DELIMITED BY SIZE
                  WS-CONT-INCLUIDOS   DELIMITED BY SIZE
                  ' REMOVIDOS: '      DELIMITED BY SIZE
                  WS-CONT-REMOVIDOS   DELIMITED BY SIZE
                  ' ALTERADOS: '      DELIMITED BY SIZE
                  WS-CONT-ALTERADOS   DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-RETREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *sem datas no ambiente compara os dois ultimos retratos (so
      *um guardado = contra a base atual); com
      *DE informado procura as datas na lista de retratos guardados
       P310-ESCOLHA-BATCH.
           MOVE ZEROS TO WS-ESCOLHA-A
           MOVE ZEROS TO WS-ESCOLHA-B
           IF WS-DATA-DE = SPACES AND WS-QTD-RETRATOS = 1 THEN
               MOVE 1 TO WS-ESCOLHA-A
           END-IF
           IF WS-DATA-DE = SPACES AND WS-QTD-RETRATOS > 1 THEN
               COMPUTE WS-ESCOLHA-A = WS-QTD-RETRATOS - 1
               MOVE WS-QTD-RETRATOS TO WS-ESCOLHA-B
           END-IF
           IF WS-DATA-DE NOT = SPACES THEN
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-RETRATOS
                   IF WS-RETRATO(WS-IND)(1:8) = WS-DATA-DE THEN
                       MOVE WS-IND TO WS-ESCOLHA-A
                   END-IF
                   IF WS-RETRATO(WS-IND)(1:8) = WS-DATA-ATE THEN
                       MOVE WS-IND TO WS-ESCOLHA-B
                   END-IF
               END-PERFORM
               IF WS-DATA-ATE NOT = SPACES AND
                  WS-DATA-ATE NOT = 'ATUAL' AND
                  WS-ESCOLHA-B = 0 THEN
                   MOVE ZEROS TO WS-ESCOLHA-A
               END-IF
           END-IF
           .
       P320-ABRE-ARQUIVOS.
           OPEN INPUT RETRATO-A
           IF NOT FS-RTA-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O RETRATO ' DELIMITED BY SIZE
                      WS-DATA-DE      DELIMITED BY SIZE
                      '! FILE STATUS:' DELIMITED BY SIZE
                      WS-FS-RTA       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P320-SAI
           END-IF
           IF B-E-BASE-ATUAL THEN
               OPEN INPUT CONTATOS
               MOVE WS-FS TO WS-FS-RTB
           ELSE
               OPEN INPUT RETRATO-B
           END-IF
           IF NOT FS-RTB-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O LADO FINAL ' DELIMITED BY SIZE
                      WS-DESC-B       DELIMITED BY SIZE
                      '! FILE STATUS:' DELIMITED BY SIZE
                      WS-FS-RTB       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RETRATO-A
               GO TO P320-SAI
           END-IF
           OPEN OUTPUT RETRATO-TRAB
           OPEN OUTPUT RELATORIO
           IF NOT FS-TRB-OK OR NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE COMPARACAO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RETRATO-A
               IF B-E-BASE-ATUAL THEN
                   CLOSE CONTATOS
               ELSE
                   CLOSE RETRATO-B
               END-IF
               CLOSE RETRATO-TRAB
               CLOSE RELATORIO
           END-IF
           .
       P320-SAI.
           EXIT.
       P330-LE-A.
           READ RETRATO-A INTO WS-REG-A
               AT END
                   MOVE 9999999 TO WS-CHAVE-A
               NOT AT END
                   MOVE WS-A-ID TO WS-CHAVE-A
           END-READ
           .
       P335-LE-B.
           IF B-E-BASE-ATUAL THEN
               READ CONTATOS INTO WS-REG-B
                   AT END
                       MOVE 9999999 TO WS-CHAVE-B
                   NOT AT END
                       MOVE WS-B-ID TO WS-CHAVE-B
               END-READ
           ELSE
               READ RETRATO-B INTO WS-REG-B
                   AT END
                       MOVE 9999999 TO WS-CHAVE-B
                   NOT AT END
                       MOVE WS-B-ID TO WS-CHAVE-B
               END-READ
           END-IF
           .
      *contato que existia no retrato inicial e saiu da base
      *(arquivado ou apagado)
       P340-REMOVIDO.
           ADD 1 TO WS-CONT-REMOVIDOS
           MOVE SPACES TO WS-LINHA-REL
           STRING 'REMOVIDO  '      DELIMITED BY SIZE
                  WS-A-ID           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-A-NOME         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-A-CATEGORIA    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-A-UF           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-A-DONO         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P360-CONTA-A
           .
       P345-INCLUIDO.
           ADD 1 TO WS-CONT-INCLUIDOS
           MOVE SPACES TO WS-LINHA-REL
           STRING 'INCLUIDO  '      DELIMITED BY SIZE
                  WS-B-ID           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-B-NOME         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-B-CATEGORIA    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-B-UF           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-B-DONO         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P365-CONTA-B
           .
      *mesmo contato dos dois lados: lista os campos que mudaram e,
      *para categoria, carteira, UF, empresa e situacao, o de/para
       P350-CONFRONTA.
           PERFORM P360-CONTA-A
           PERFORM P365-CONTA-B
           IF WS-REG-A = WS-REG-B THEN
               GO TO P350-SAI
           END-IF
           ADD 1 TO WS-CONT-ALTERADOS
           MOVE SPACES TO WS-LISTA-CAMPOS
           MOVE 1 TO WS-PONTEIRO
           IF WS-A-NOME NOT = WS-B-NOME THEN
               MOVE 'NOME' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-FONE NOT = WS-B-FONE THEN
               MOVE 'FONE' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-EMAIL NOT = WS-B-EMAIL THEN
               MOVE 'EMAIL' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-ENDERECO NOT = WS-B-ENDERECO OR
              WS-A-NUMERO NOT = WS-B-NUMERO OR
              WS-A-CIDADE NOT = WS-B-CIDADE OR
              WS-A-CEP NOT = WS-B-CEP THEN
               MOVE 'ENDERECO' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-CPF NOT = WS-B-CPF THEN
               MOVE 'CPF' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-STATUS NOT = WS-B-STATUS THEN
               MOVE 'SITUACAO' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-CATEGORIA NOT = WS-B-CATEGORIA THEN
               ADD 1 TO WS-CONT-MUDA-CAT
               MOVE 'CATEGORIA' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-DONO NOT = WS-B-DONO THEN
               ADD 1 TO WS-CONT-MUDA-DONO
               MOVE 'CARTEIRA' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-UF NOT = WS-B-UF THEN
               MOVE 'UF' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF
           IF WS-A-EMPRESA NOT = WS-B-EMPRESA THEN
               MOVE 'EMPRESA' TO WS-NOME-CAMPO
               PERFORM P355-ANOTA-CAMPO
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING 'ALTERADO  '      DELIMITED BY SIZE
                  WS-B-ID           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-B-NOME         DELIMITED BY SIZE
                  ' CAMPOS: '       DELIMITED BY SIZE
                  WS-LISTA-CAMPOS   DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           IF WS-A-STATUS NOT = WS-B-STATUS THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING '          SITUACAO: ' DELIMITED BY SIZE
                      WS-A-STATUS     DELIMITED BY SIZE
                      ' -> '          DELIMITED BY SIZE
                      WS-B-STATUS     DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           IF WS-A-CATEGORIA NOT = WS-B-CATEGORIA THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING '          CATEGORIA: ' DELIMITED BY SIZE
                      WS-A-CATEGORIA  DELIMITED BY SIZE
                      ' -> '          DELIMITED BY SIZE
                      WS-B-CATEGORIA  DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           IF WS-A-DONO NOT = WS-B-DONO THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING '          CARTEIRA: ' DELIMITED BY SIZE
                      WS-A-DONO       DELIMITED BY SIZE
                      ' -> '          DELIMITED BY SIZE
                      WS-B-DONO       DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           IF WS-A-UF NOT = WS-B-UF THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING '          UF: '   DELIMITED BY SIZE
                      WS-A-UF         DELIMITED BY SIZE
                      ' -> '          DELIMITED BY SIZE
                      WS-B-UF         DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           IF WS-A-EMPRESA NOT = WS-B-EMPRESA THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING '          EMPRESA: ' DELIMITED BY SIZE
                      WS-A-EMPRESA    DELIMITED BY SIZE
                      ' -> '          DELIMITED BY SIZE
                      WS-B-EMPRESA    DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
       P350-SAI.
           EXIT.
       P355-ANOTA-CAMPO.
           STRING FUNCTION TRIM(WS-NOME-CAMPO) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
             INTO WS-LISTA-CAMPOS
             WITH POINTER WS-PONTEIRO
           END-STRING
           .
      *os ativos de cada lado alimentam a contagem por categoria,
      *UF, carteira e empresa (uma linha por dimensao)
       P360-CONTA-A.
           IF WS-A-ATIVO THEN
               ADD 1 TO WS-CONT-ATIVOS-A
               MOVE 1 TO TRB-QTD-A
               MOVE 0 TO TRB-QTD-B
               MOVE '1'            TO TRB-DIMENSAO
               MOVE WS-A-CATEGORIA TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
               MOVE '2'            TO TRB-DIMENSAO
               MOVE WS-A-UF        TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
               MOVE '3'            TO TRB-DIMENSAO
               MOVE WS-A-DONO      TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
               MOVE '4'            TO TRB-DIMENSAO
               MOVE WS-A-EMPRESA   TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
           END-IF
           .
       P365-CONTA-B.
           IF WS-B-ATIVO THEN
               ADD 1 TO WS-CONT-ATIVOS-B
               MOVE 0 TO TRB-QTD-A
               MOVE 1 TO TRB-QTD-B
               MOVE '1'            TO TRB-DIMENSAO
               MOVE WS-B-CATEGORIA TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
               MOVE '2'            TO TRB-DIMENSAO
               MOVE WS-B-UF        TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
               MOVE '3'            TO TRB-DIMENSAO
               MOVE WS-B-DONO      TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
               MOVE '4'            TO TRB-DIMENSAO
               MOVE WS-B-EMPRESA   TO TRB-VALOR
               WRITE REG-RETRATO-TRAB
           END-IF
           .
      *ordena as contagens e totaliza por quebra: antes, depois e
      *variacao liquida de ativos de cada valor da dimensao
       P400-VARIACAO-LIQUIDA.
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-DIMENSAO
                                               ORD-VALOR
               USING RETRATO-TRAB
               GIVING RETRATO-ORD

           OPEN INPUT RETRATO-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR AS CONTAGENS DOS RETRATOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P400-SAI
           END-IF
           SET EMPRESAS-DISPONIVEIS TO FALSE
           OPEN INPUT EMPRESAS
           IF FS-EMP-OK THEN
               SET EMPRESAS-DISPONIVEIS TO TRUE
           END-IF

           SET PRIMEIRO-GRUPO TO TRUE
           MOVE SPACES TO WS-DIM-ATUAL
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ RETRATO-ORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P410-ACUMULA
               END-READ
           END-PERFORM
           IF NOT PRIMEIRO-GRUPO THEN
               PERFORM P430-LINHA-VALOR
           END-IF
           CLOSE RETRATO-ORD
           IF EMPRESAS-DISPONIVEIS THEN
               CLOSE EMPRESAS
           END-IF
           .
       P400-SAI.
           EXIT.
       P410-ACUMULA.
           IF PRIMEIRO-GRUPO OR RTO-DIMENSAO NOT = WS-DIM-ATUAL OR
              RTO-VALOR NOT = WS-VALOR-ATUAL THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P430-LINHA-VALOR
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               IF RTO-DIMENSAO NOT = WS-DIM-ATUAL THEN
                   MOVE RTO-DIMENSAO TO WS-DIM-ATUAL
                   PERFORM P420-CABECALHO-DIMENSAO
               END-IF
               MOVE RTO-VALOR TO WS-VALOR-ATUAL
               SET WS-SOMA-A TO 0
               SET WS-SOMA-B TO 0
           END-IF
           ADD RTO-QTD-A TO WS-SOMA-A
           ADD RTO-QTD-B TO WS-SOMA-B
           .
       P420-CABECALHO-DIMENSAO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           EVALUATE WS-DIM-ATUAL
               WHEN '1'
                   MOVE 'ATIVOS POR CATEGORIA' TO REG-RELATORIO
               WHEN '2'
                   MOVE 'ATIVOS POR UF' TO REG-RELATORIO
               WHEN '3'
                   MOVE 'ATIVOS POR CARTEIRA' TO REG-RELATORIO
               WHEN OTHER
                   MOVE 'ATIVOS POR EMPRESA' TO REG-RELATORIO
           END-EVALUATE
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING '                                      '
                                       DELIMITED BY SIZE
                  WS-DATA-DE           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-DESC-B            DELIMITED BY SIZE
                  ' VARIACAO'          DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P430-LINHA-VALOR.
           MOVE SPACES TO WS-ROTULO
           EVALUATE TRUE
               WHEN WS-DIM-ATUAL = '4'
                   PERFORM P435-ROTULO-EMPRESA
               WHEN WS-VALOR-ATUAL = SPACES
                   MOVE '(NAO INFORMADO)' TO WS-ROTULO
               WHEN OTHER
                   MOVE WS-VALOR-ATUAL TO WS-ROTULO
           END-EVALUATE
           COMPUTE WS-VARIACAO = WS-SOMA-B - WS-SOMA-A
           MOVE WS-VARIACAO TO WS-VARIACAO-ED
           MOVE SPACES TO REG-RELATORIO
           MOVE '  '            TO REG-RELATORIO(1:2)
           MOVE WS-ROTULO       TO REG-RELATORIO(3:34)
           MOVE WS-SOMA-A       TO REG-RELATORIO(39:6)
           MOVE WS-SOMA-B       TO REG-RELATORIO(49:6)
           MOVE WS-VARIACAO-ED  TO REG-RELATORIO(58:7)
           WRITE REG-RELATORIO
           .
       P435-ROTULO-EMPRESA.
           IF WS-VALOR-ATUAL(1:4) = '0000' THEN
               MOVE '(SEM EMPRESA)' TO WS-ROTULO
           ELSE
               MOVE WS-VALOR-ATUAL(1:4) TO WS-ROTULO(1:4)
           END-IF
           IF WS-VALOR-ATUAL(1:4) NOT = '0000' AND
              EMPRESAS-DISPONIVEIS AND
              WS-VALOR-ATUAL(1:4) IS NUMERIC THEN
               MOVE WS-VALOR-ATUAL(1:4) TO ID-EMPRESA
               READ EMPRESAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-EMPRESA TO WS-ROTULO(6:29)
               END-READ
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-RETRATO.
