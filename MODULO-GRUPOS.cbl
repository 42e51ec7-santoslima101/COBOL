      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Consolidado por grupo de empresas (matriz e filiais):
      *         para cada grupo, e para cada empresa dele, totaliza
      *         os contatos ativos vinculados, as interacoes desses
      *         contatos no periodo e as participacoes deles em
      *         listas de distribuicao. O grupo e a empresa sem
      *         matriz com todas as filiais abaixo dela, em qualquer
      *         nivel; pode-se pedir um grupo so, pela empresa
      *         cabeca. Em modo batch (job GRUPOS) o periodo vem de
      *         CONTATOS_GRP_INICIO e CONTATOS_GRP_FIM (AAAAMMDD), por
      *         padrao do dia 1 do mes corrente ate hoje, e a cabeca
      *         de CONTATOS_GRP_EMPRESA (vazio = todos os grupos)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-GRUPOS.

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

               SELECT EMPRESAS ASSIGN TO WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT LISTAS-MEMBROS ASSIGN TO
               WS-CAMINHO-LISTMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

               SELECT GRUPO-TRAB ASSIGN TO
               WS-CAMINHO-GRPTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT GRUPO-ORD ASSIGN TO
               WS-CAMINHO-GRPORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-GRPREL
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

       FD EMPRESAS.
          COPY FD-EMPRESAS.

       FD INTERACOES.
          COPY FD-INTERACOES.

       FD LISTAS-MEMBROS.
          COPY FD-LISTAS-MEM.

      *o mesmo trabalho serve as duas passagens: primeiro uma
      *participacao em lista por registro (so o contato), ordenada
      *por contato para casar com o cadastro; depois um registro
      *por contato do grupo, ordenado por grupo e empresa
       FD GRUPO-TRAB.
       01 REG-GRUPO-TRAB.
          03 GRT-GRUPO             PIC 9(04).
          03 GRT-EMPRESA           PIC 9(04).
          03 GRT-CONTATO           PIC 9(06).
          03 GRT-CONTATOS          PIC 9(07).
          03 GRT-INTERACOES        PIC 9(07).
          03 GRT-LISTAS            PIC 9(07).

       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-GRUPO             PIC 9(04).
          03 ORD-EMPRESA           PIC 9(04).
          03 ORD-CONTATO           PIC 9(06).
          03 FILLER                PIC X(21).

       FD GRUPO-ORD.
       01 REG-GRUPO-ORD.
          03 GRO-GRUPO             PIC 9(04).
          03 GRO-EMPRESA           PIC 9(04).
          03 GRO-CONTATO           PIC 9(06).
          03 GRO-CONTATOS          PIC 9(07).
          03 GRO-INTERACOES        PIC 9(07).
          03 GRO-LISTAS            PIC 9(07).

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
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-LIMEM              PIC 99.
          88 FS-LIMEM-OK           VALUE 0.
       77 WS-FS-TRB                PIC 99.
          88 FS-TRB-OK             VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-INT               PIC X.
          88 EOF-INT-OK            VALUE 'S' FALSE 'N'.
       77 WS-INT-ABERTO            PIC X VALUE 'N'.
          88 INTERACOES-ABERTAS    VALUE 'S' FALSE 'N'.
      *periodo das interacoes
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INF              PIC X(08) VALUE SPACES.
       77 WS-DATA-NUM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TROCA            PIC 9(08) VALUE ZEROS.
      *grupo pedido (0 = todos) e grupo do contato corrente
       77 WS-CABECA-FILTRO         PIC 9(04) VALUE ZEROS.
       77 WS-ENV-VALOR             PIC X(10) VALUE SPACES.
       77 WS-GRUPO-CHAVE           PIC 9(04) VALUE ZEROS.
       77 WS-GRUPO-SEL             PIC X VALUE 'N'.
          88 GRUPO-SELECIONADO     VALUE 'S' FALSE 'N'.
      *participacoes em lista ordenadas por contato; 9999999
      *marca o fim
       77 WS-CHAVE-MEM             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LISTAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INTER             PIC 9(07) VALUE ZEROS.
       77 WS-EMP-APOS              PIC 9(04) VALUE ZEROS.
       77 WS-EMP-FIM               PIC X VALUE 'N'.
          88 FIM-EMPRESAS          VALUE 'S' FALSE 'N'.
      *quebras de grupo e de empresa na impressao
       77 WS-GRUPO-ATUAL           PIC 9(05) VALUE ZEROS.
       77 WS-EMPRESA-ATUAL         PIC 9(04) VALUE ZEROS.
       77 WS-EMP-CONTATOS          PIC 9(07) VALUE ZEROS.
       77 WS-EMP-INTERACOES        PIC 9(07) VALUE ZEROS.
       77 WS-EMP-LISTAS            PIC 9(07) VALUE ZEROS.
       77 WS-GRU-EMPRESAS          PIC 9(04) VALUE ZEROS.
       77 WS-GRU-CONTATOS          PIC 9(07) VALUE ZEROS.
       77 WS-GRU-INTERACOES        PIC 9(07) VALUE ZEROS.
       77 WS-GRU-LISTAS            PIC 9(07) VALUE ZEROS.
       77 WS-GER-GRUPOS            PIC 9(04) VALUE ZEROS.
       77 WS-GER-EMPRESAS          PIC 9(04) VALUE ZEROS.
       77 WS-GER-CONTATOS          PIC 9(07) VALUE ZEROS.
       77 WS-GER-INTERACOES        PIC 9(07) VALUE ZEROS.
       77 WS-GER-LISTAS            PIC 9(07) VALUE ZEROS.
       77 WS-NOME-EMP              PIC X(30) VALUE SPACES.
       77 WS-PTR                   PIC 9(03) VALUE ZEROS.
       01 WS-LINHA-TIT.
          03 FILLER                PIC X(50) VALUE '   EMPRESA'.
          03 FILLER                PIC X(09) VALUE ' CONTATOS'.
          03 FILLER                PIC X(02) VALUE SPACES.
          03 FILLER                PIC X(09) VALUE 'INTERACAO'.
          03 FILLER                PIC X(02) VALUE SPACES.
          03 FILLER                PIC X(09) VALUE '   LISTAS'.
       01 WS-LINHA-DET.
          03 WS-LD-ROTULO          PIC X(50).
          03 WS-LD-CONTATOS        PIC Z.ZZZ.ZZ9.
          03 FILLER                PIC X(02).
          03 WS-LD-INTERACOES      PIC Z.ZZZ.ZZ9.
          03 FILLER                PIC X(02).
          03 WS-LD-LISTAS          PIC Z.ZZZ.ZZ9.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY GRUPO-WS.

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
            MOVE 'MODULO-GRUPOS'        TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***CONSOLIDADO POR GRUPO DE EMPRESAS***'
            END-IF
            PERFORM P200-PARAMETROS
            PERFORM P3OO-CONSOLIDA THRU P300-FIM
            PERFORM P900-FIM
           .
      *periodo padrao: do dia 1 do mes corrente ate hoje; o
      *operador ou o ambiente podem informar outro, e tambem a
      *empresa cabeca de um grupo so
       P200-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-INI
           MOVE '01'         TO WS-DATA-INI(7:2)
           MOVE WS-DATA-HOJE TO WS-DATA-FIM
           MOVE ZEROS        TO WS-CABECA-FILTRO

           IF EXEC-BATCH THEN
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF FROM ENVIRONMENT
                      'CONTATOS_GRP_INICIO'
               PERFORM P205-APLICA-INICIO
               MOVE SPACES TO WS-DATA-INF
               ACCEPT WS-DATA-INF FROM ENVIRONMENT
                      'CONTATOS_GRP_FIM'
               PERFORM P206-APLICA-FIM
               MOVE SPACES TO WS-ENV-VALOR
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT
                      'CONTATOS_GRP_EMPRESA'
               IF WS-ENV-VALOR NOT = SPACES THEN
                   COMPUTE WS-CABECA-FILTRO =
                           FUNCTION NUMVAL(WS-ENV-VALOR)
               END-IF
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
               DISPLAY 'Empresa cabeca do grupo (0 = todos os'
                       ' grupos):'
               ACCEPT WS-CABECA-FILTRO
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
       P3OO-CONSOLIDA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-GER-GRUPOS     TO 0
           SET WS-GER-EMPRESAS   TO 0
           SET WS-GER-CONTATOS   TO 0
           SET WS-GER-INTERACOES TO 0
           SET WS-GER-LISTAS     TO 0

           OPEN INPUT EMPRESAS
           IF NOT FS-EMP-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF
           IF WS-CABECA-FILTRO > 0 THEN
               MOVE WS-CABECA-FILTRO TO ID-EMPRESA
               READ EMPRESAS
                   INVALID KEY
                       MOVE 'EMPRESA CABECA NAO CADASTRADA!'
                            TO WS-MSG-TEXTO
                       PERFORM P510-MSG
                       MOVE 8 TO LK-RETORNO
                       CLOSE EMPRESAS
                       GO TO P300-FIM
               END-READ
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE GRUPOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE EMPRESAS
               GO TO P300-FIM
           END-IF
           PERFORM P305-CABECALHO

      *participacoes em lista por contato
           PERFORM P310-MEMBROS
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE RELATORIO
               CLOSE EMPRESAS
               GO TO P300-FIM
           END-IF
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-CONTATO
               USING GRUPO-TRAB
               GIVING GRUPO-ORD

      *um registro por contato ativo do grupo e um vazio por
      *empresa, para toda empresa do grupo aparecer no relatorio
           PERFORM P320-CONTATOS THRU P320-SAI
           IF LK-RETORNO = 8 THEN
               CLOSE RELATORIO
               CLOSE EMPRESAS
               GO TO P300-FIM
           END-IF
           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-GRUPO
                                               ORD-EMPRESA
               USING GRUPO-TRAB
               GIVING GRUPO-ORD

           PERFORM P350-IMPRIME-GRUPOS
           CLOSE RELATORIO
           CLOSE EMPRESAS
           MOVE 'GRUPOS'             TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-GRPREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'GRUPOS: '                DELIMITED BY SIZE
                  WS-GER-GRUPOS             DELIMITED BY SIZE
                  ' EMPRESAS: '             DELIMITED BY SIZE
                  WS-GER-EMPRESAS           DELIMITED BY SIZE
                  ' CONTATOS ATIVOS: '      DELIMITED BY SIZE
                  WS-GER-CONTATOS           DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-GRPREL)
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
          COPY GRUPO-VERIFICA.
       P305-CABECALHO.
           MOVE '***CONSOLIDADO POR GRUPO DE EMPRESAS***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'INTERACOES DE '     DELIMITED BY SIZE
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
           MOVE 'SOMENTE CONTATOS ATIVOS; LISTAS = PARTICIPACOES EM LIST
      -            'AS DE DISTRIBUICAO' TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF WS-CABECA-FILTRO > 0 THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING 'GRUPO PEDIDO: ' WS-CABECA-FILTRO
                      ' E FILIAIS'
                      DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
      *sem o arquivo de listas nao ha participacoes a contar
       P310-MEMBROS.
           OPEN OUTPUT GRUPO-TRAB
           IF FS-TRB-OK THEN
               OPEN INPUT LISTAS-MEMBROS
               IF FS-LIMEM-OK THEN
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ LISTAS-MEMBROS
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE ZEROS          TO REG-GRUPO-TRAB
                               MOVE MEM-ID-CONTATO TO GRT-CONTATO
                               MOVE 1              TO GRT-LISTAS
                               WRITE REG-GRUPO-TRAB
                       END-READ
                   END-PERFORM
                   CLOSE LISTAS-MEMBROS
               END-IF
               CLOSE GRUPO-TRAB
           END-IF
           .
      *cadastro em ordem de id casado com as participacoes ja
      *ordenadas por contato
       P320-CONTATOS.
           OPEN INPUT GRUPO-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR AS PARTICIPACOES EM LISTAS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P320-SAI
           END-IF
           PERFORM P325-LE-MEMBRO

           OPEN OUTPUT GRUPO-TRAB
           IF NOT FS-TRB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE GRUPO-ORD
               GO TO P320-SAI
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR ARQUIVO DE CONTATOS.'
                                          DELIMITED BY SIZE
                      ' FILE STATUS: '    DELIMITED BY SIZE
                      WS-FS               DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE GRUPO-TRAB
               CLOSE GRUPO-ORD
               GO TO P320-SAI
           END-IF

      *sem o arquivo de interacoes os totais delas ficam zerados
           SET INTERACOES-ABERTAS TO FALSE
           OPEN INPUT INTERACOES
           IF FS-INT-OK THEN
               SET INTERACOES-ABERTAS TO TRUE
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P330-CONTATO THRU P330-SAI
               END-READ
           END-PERFORM

           PERFORM P340-EMPRESAS

           IF INTERACOES-ABERTAS THEN
               CLOSE INTERACOES
           END-IF
           CLOSE CONTATOS
           CLOSE GRUPO-TRAB
           CLOSE GRUPO-ORD
           .
       P320-SAI.
           EXIT.
       P325-LE-MEMBRO.
           READ GRUPO-ORD
               AT END
                   MOVE 9999999 TO WS-CHAVE-MEM
               NOT AT END
                   MOVE GRO-CONTATO TO WS-CHAVE-MEM
           END-READ
           .
       P330-CONTATO.
           MOVE 0 TO WS-QTD-LISTAS
           PERFORM P325-LE-MEMBRO UNTIL WS-CHAVE-MEM >= ID-CONTATO
           PERFORM UNTIL WS-CHAVE-MEM NOT = ID-CONTATO
               ADD 1 TO WS-QTD-LISTAS
               PERFORM P325-LE-MEMBRO
           END-PERFORM

           IF CONTATO-INATIVO OR ID-EMPRESA-CONTATO = 0 THEN
               GO TO P330-SAI
           END-IF
           MOVE ID-EMPRESA-CONTATO TO WS-GRP-EMPRESA
           PERFORM P335-GRUPO-DA-EMPRESA
           IF NOT GRUPO-SELECIONADO THEN
               GO TO P330-SAI
           END-IF

           PERFORM P337-CONTA-INTERACOES
           MOVE WS-GRUPO-CHAVE     TO GRT-GRUPO
           MOVE ID-EMPRESA-CONTATO TO GRT-EMPRESA
           MOVE ID-CONTATO         TO GRT-CONTATO
           MOVE 1                  TO GRT-CONTATOS
           MOVE WS-QTD-INTER       TO GRT-INTERACOES
           MOVE WS-QTD-LISTAS      TO GRT-LISTAS
           WRITE REG-GRUPO-TRAB
           .
       P330-SAI.
           EXIT.
      *grupo da empresa em WS-GRP-EMPRESA: o topo dela, ou a
      *cabeca pedida quando a empresa esta abaixo dela
       P335-GRUPO-DA-EMPRESA.
           MOVE WS-CABECA-FILTRO TO WS-GRP-CABECA
           PERFORM P860-VERIFICA-GRUPO
           IF WS-CABECA-FILTRO = 0 THEN
               SET GRUPO-SELECIONADO TO TRUE
               MOVE WS-GRP-RAIZ TO WS-GRUPO-CHAVE
           ELSE
               IF EMPRESA-NO-GRUPO THEN
                   SET GRUPO-SELECIONADO TO TRUE
                   MOVE WS-CABECA-FILTRO TO WS-GRUPO-CHAVE
               ELSE
                   SET GRUPO-SELECIONADO TO FALSE
               END-IF
           END-IF
           .
      *interacoes do contato no periodo, pela chave contato+data
       P337-CONTA-INTERACOES.
           MOVE 0 TO WS-QTD-INTER
           IF INTERACOES-ABERTAS THEN
               SET EOF-INT-OK TO FALSE
               MOVE ID-CONTATO  TO INT-ID-CONTATO
               MOVE WS-DATA-INI TO INT-DATA
               MOVE ZEROS       TO INT-HORA
               START INTERACOES KEY IS >= INT-CHAVE
                   INVALID KEY
                       SET EOF-INT-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-INT-OK
                   READ INTERACOES NEXT RECORD
                       AT END
                           SET EOF-INT-OK TO TRUE
                       NOT AT END
                           IF INT-ID-CONTATO NOT = ID-CONTATO OR
                              INT-DATA > WS-DATA-FIM THEN
                               SET EOF-INT-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-INTER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *registro zerado por empresa do grupo; a leitura reposiciona
      *pela chave a cada empresa porque a subida pelas matrizes
      *le o mesmo arquivo
       P340-EMPRESAS.
           MOVE 0 TO WS-EMP-APOS
           SET FIM-EMPRESAS TO FALSE
           PERFORM P345-PROXIMA-EMPRESA UNTIL FIM-EMPRESAS
           .
       P345-PROXIMA-EMPRESA.
           MOVE WS-EMP-APOS TO ID-EMPRESA
           START EMPRESAS KEY IS > ID-EMPRESA
               INVALID KEY
                   SET FIM-EMPRESAS TO TRUE
           END-START
           IF NOT FIM-EMPRESAS THEN
               READ EMPRESAS NEXT RECORD
                   AT END
                       SET FIM-EMPRESAS TO TRUE
                   NOT AT END
                       MOVE ID-EMPRESA TO WS-EMP-APOS
                       MOVE ID-EMPRESA TO WS-GRP-EMPRESA
                       PERFORM P335-GRUPO-DA-EMPRESA
                       IF GRUPO-SELECIONADO THEN
                           MOVE ZEROS          TO REG-GRUPO-TRAB
                           MOVE WS-GRUPO-CHAVE TO GRT-GRUPO
                           MOVE WS-EMP-APOS    TO GRT-EMPRESA
                           WRITE REG-GRUPO-TRAB
                       END-IF
               END-READ
           END-IF
           .
      *quebra por grupo e por empresa dentro do grupo
       P350-IMPRIME-GRUPOS.
           MOVE 99999 TO WS-GRUPO-ATUAL
           OPEN INPUT GRUPO-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ GRUPO-ORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P352-ACUMULA
                   END-READ
               END-PERFORM
               CLOSE GRUPO-ORD
               IF WS-GRUPO-ATUAL NOT = 99999 THEN
                   PERFORM P356-FECHA-EMPRESA
                   PERFORM P357-FECHA-GRUPO
               END-IF
           END-IF

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'TOTAL GERAL: '       DELIMITED BY SIZE
                  WS-GER-GRUPOS         DELIMITED BY SIZE
                  ' GRUPO(S), '         DELIMITED BY SIZE
                  WS-GER-EMPRESAS       DELIMITED BY SIZE
                  ' EMPRESA(S)'         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-LINHA-REL      TO WS-LD-ROTULO
           MOVE WS-GER-CONTATOS   TO WS-LD-CONTATOS
           MOVE WS-GER-INTERACOES TO WS-LD-INTERACOES
           MOVE WS-GER-LISTAS     TO WS-LD-LISTAS
           MOVE WS-LINHA-DET TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P352-ACUMULA.
           IF GRO-GRUPO NOT = WS-GRUPO-ATUAL THEN
               IF WS-GRUPO-ATUAL NOT = 99999 THEN
                   PERFORM P356-FECHA-EMPRESA
                   PERFORM P357-FECHA-GRUPO
               END-IF
               PERFORM P355-ABRE-GRUPO
               MOVE GRO-EMPRESA TO WS-EMPRESA-ATUAL
           ELSE
               IF GRO-EMPRESA NOT = WS-EMPRESA-ATUAL THEN
                   PERFORM P356-FECHA-EMPRESA
                   MOVE GRO-EMPRESA TO WS-EMPRESA-ATUAL
               END-IF
           END-IF
           ADD GRO-CONTATOS   TO WS-EMP-CONTATOS
           ADD GRO-INTERACOES TO WS-EMP-INTERACOES
           ADD GRO-LISTAS     TO WS-EMP-LISTAS
           .
       P355-ABRE-GRUPO.
           MOVE GRO-GRUPO TO WS-GRUPO-ATUAL
           SET WS-GRU-EMPRESAS   TO 0
           SET WS-GRU-CONTATOS   TO 0
           SET WS-GRU-INTERACOES TO 0
           SET WS-GRU-LISTAS     TO 0
           SET WS-EMP-CONTATOS   TO 0
           SET WS-EMP-INTERACOES TO 0
           SET WS-EMP-LISTAS     TO 0
           ADD 1 TO WS-GER-GRUPOS
           MOVE GRO-GRUPO TO ID-EMPRESA
           PERFORM P358-NOME-EMPRESA
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'GRUPO ' GRO-GRUPO ' - ' WS-NOME-EMP
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-LINHA-TIT TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P356-FECHA-EMPRESA.
           MOVE WS-EMPRESA-ATUAL TO ID-EMPRESA
           PERFORM P358-NOME-EMPRESA
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-PTR
           STRING '   ' WS-EMPRESA-ATUAL ' ' WS-NOME-EMP
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
             WITH POINTER WS-PTR
           END-STRING
           IF WS-EMPRESA-ATUAL = WS-GRUPO-ATUAL THEN
               STRING ' (MATRIZ)' DELIMITED BY SIZE
                 INTO WS-LINHA-REL
                 WITH POINTER WS-PTR
               END-STRING
           END-IF
           IF FS-EMP-OK AND EMPRESA-INATIVA THEN
               STRING ' (INATIVA)' DELIMITED BY SIZE
                 INTO WS-LINHA-REL
                 WITH POINTER WS-PTR
               END-STRING
           END-IF
           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-LINHA-REL      TO WS-LD-ROTULO
           MOVE WS-EMP-CONTATOS   TO WS-LD-CONTATOS
           MOVE WS-EMP-INTERACOES TO WS-LD-INTERACOES
           MOVE WS-EMP-LISTAS     TO WS-LD-LISTAS
           MOVE WS-LINHA-DET TO REG-RELATORIO
           WRITE REG-RELATORIO

           ADD 1                 TO WS-GRU-EMPRESAS
           ADD WS-EMP-CONTATOS   TO WS-GRU-CONTATOS
           ADD WS-EMP-INTERACOES TO WS-GRU-INTERACOES
           ADD WS-EMP-LISTAS     TO WS-GRU-LISTAS
           SET WS-EMP-CONTATOS   TO 0
           SET WS-EMP-INTERACOES TO 0
           SET WS-EMP-LISTAS     TO 0
           .
       P357-FECHA-GRUPO.
           MOVE SPACES TO WS-LINHA-REL
           STRING '   TOTAL DO GRUPO (' WS-GRU-EMPRESAS
                  ' EMPRESA(S))'
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE SPACES TO WS-LINHA-DET
           MOVE WS-LINHA-REL      TO WS-LD-ROTULO
           MOVE WS-GRU-CONTATOS   TO WS-LD-CONTATOS
           MOVE WS-GRU-INTERACOES TO WS-LD-INTERACOES
           MOVE WS-GRU-LISTAS     TO WS-LD-LISTAS
           MOVE WS-LINHA-DET TO REG-RELATORIO
           WRITE REG-RELATORIO

           ADD WS-GRU-EMPRESAS   TO WS-GER-EMPRESAS
           ADD WS-GRU-CONTATOS   TO WS-GER-CONTATOS
           ADD WS-GRU-INTERACOES TO WS-GER-INTERACOES
           ADD WS-GRU-LISTAS     TO WS-GER-LISTAS
           .
       P358-NOME-EMPRESA.
           READ EMPRESAS
               INVALID KEY
                   MOVE '(EMPRESA NAO CADASTRADA)' TO WS-NOME-EMP
               NOT INVALID KEY
                   MOVE NM-EMPRESA TO WS-NOME-EMP
           END-READ
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-GRUPOS.
