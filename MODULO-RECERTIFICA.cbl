      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Recertificacao periodica do cadastro: gera, para cada
      *         dono de carteira, a lista dos contatos ativos sem
      *         confirmacao dentro do prazo configurado em meses, e o
      *         resumo com o percentual de cada carteira em dia; roda
      *         tambem em modo batch pelo agendador (mensal)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-RECERTIFICA.

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

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT CONTATOS-ORD ASSIGN TO
               WS-CAMINHO-RECORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT CONFIRMACOES ASSIGN TO
               WS-CAMINHO-CONFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-ID-CONTATO
               FILE STATUS IS WS-FS-CNF.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-RECREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT RESUMO ASSIGN TO
               WS-CAMINHO-RECRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RES.

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

      *arquivo de trabalho usado so para ordenar por dono da
      *carteira e id do contato
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-ID-CONTATO            PIC 9(06).
          03 ORD-MEIO                  PIC X(166).
          03 ORD-DONO                  PIC X(10).
          03 ORD-CPF                   PIC X(11).

       FD CONTATOS-ORD.
       01 REG-CONTATOS-ORD             PIC X(193).

       FD CONFIRMACOES.
          COPY FD-CONFIRMACOES.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(100).

       FD RESUMO.
       01 REG-RESUMO                   PIC X(80).

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
      *contato lido do arquivo ja ordenado, aberto no leiaute
       01 WS-REGISTRO              PIC X(193) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO         PIC 9(06).
          03 WS-NM-CONTATO         PIC X(20).
          03 WS-FONE-CONTATO       PIC X(15).
          03 WS-EMAIL-CONTATO      PIC X(40).
          03 WS-ENDERECO-CONTATO   PIC X(40).
          03 WS-STATUS-CONTATO     PIC X(01).
             88 WS-CONTATO-ATIVO   VALUE 'A'.
          03 WS-CATEGORIA-CONTATO  PIC X(10).
          03 WS-ID-EMPRESA-CONTATO PIC 9(04).
          03 WS-NUMERO-CONTATO     PIC X(06).
          03 WS-CIDADE-CONTATO     PIC X(20).
          03 WS-UF-CONTATO         PIC X(02).
          03 WS-CEP-CONTATO        PIC X(08).
          03 WS-DONO-CONTATO       PIC X(10).
          03 WS-CPF-CONTATO        PIC X(11).
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-FS-RES                PIC 99.
          88 FS-RES-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *arquivo de confirmacoes ausente: ninguem confirmou ainda e
      *todos os ativos entram na lista
       77 WS-CNF-DISP              PIC X VALUE 'N'.
          88 CONFIRMACOES-DISPONIVEIS VALUE 'S' FALSE 'N'.
      *meses de validade da confirmacao: padrao 12, o sistema.cfg
      *(linha 11) troca o padrao e o ambiente prevalece sobre ambos
       77 WS-MESES-RECERT          PIC 9(03) VALUE 12.
       77 WS-MESES-RECERT-X        PIC X(03) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
      *data de corte: confirmacao anterior a ela esta vencida
       77 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
       77 WS-ANO-CORTE             PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE             PIC 9(02) VALUE ZEROS.
       77 WS-DIA-CORTE             PIC 9(02) VALUE ZEROS.
       77 WS-DONO-ATUAL            PIC X(10) VALUE SPACES.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-ULTIMA-CNF            PIC X(30) VALUE SPACES.
      *contadores da carteira corrente e do total geral
       77 WS-DONO-ATIVOS           PIC 9(05) VALUE ZEROS.
       77 WS-DONO-EM-DIA           PIC 9(05) VALUE ZEROS.
       77 WS-DONO-PENDENTES        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ATIVOS            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-EM-DIA            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DONOS            PIC 9(04) VALUE ZEROS.
       77 WS-PERCENTUAL            PIC 9(03)V9 VALUE ZEROS.
       77 WS-PERCENTUAL-ED         PIC ZZ9,9.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY CONFIRMA-WS.

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
            MOVE 'MODULO-RECERTIFICA'   TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***RECERTIFICACAO DE CADASTRO***'
            END-IF

            MOVE 12 TO WS-MESES-RECERT
            IF WS-CFG-MESES-RECERT > 0 THEN
                MOVE WS-CFG-MESES-RECERT TO WS-MESES-RECERT
            END-IF
            MOVE SPACES TO WS-MESES-RECERT-X
            ACCEPT WS-MESES-RECERT-X
                   FROM ENVIRONMENT 'CONTATOS_MESES_RECERT'
      *o valor do ambiente pode vir mais curto que o campo (ex.:
      *'6  '), entao so o trecho util e testado e convertido
            COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-MESES-RECERT-X))
            IF WS-TAM-ENV > 0 AND
               WS-MESES-RECERT-X(1:WS-TAM-ENV) IS NUMERIC AND
               FUNCTION NUMVAL(WS-MESES-RECERT-X) > 0 THEN
                COMPUTE WS-MESES-RECERT =
                        FUNCTION NUMVAL(WS-MESES-RECERT-X)
            END-IF

            PERFORM P3OO-RECERTIFICA THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-RECERTIFICA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-TOT-ATIVOS        TO 0
           SET WS-TOT-EM-DIA        TO 0
           SET WS-TOT-PENDENTES     TO 0
           SET WS-CONT-DONOS        TO 0
           SET PRIMEIRO-GRUPO       TO TRUE
           MOVE SPACES              TO WS-DONO-ATUAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P305-DATA-CORTE

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
               GO TO P300-FIM
           END-IF
           CLOSE CONTATOS

           SORT WORK-ORDENACAO ON ASCENDING KEY ORD-DONO
                                               ORD-ID-CONTATO
               USING CONTATOS
               GIVING CONTATOS-ORD

           OPEN INPUT CONTATOS-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR O ARQUIVO DE CONTATOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           SET CONFIRMACOES-DISPONIVEIS TO FALSE
           OPEN INPUT CONFIRMACOES
           IF FS-CNF-OK THEN
               SET CONFIRMACOES-DISPONIVEIS TO TRUE
           ELSE
               IF WS-FS-CNF NOT EQUAL 35 THEN
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO ABRIR O ARQUIVO DE CONFIRMACOES!'
                                          DELIMITED BY SIZE
                          ' FILE STATUS:' DELIMITED BY SIZE
                          WS-FS-CNF       DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
                   CLOSE CONTATOS-ORD
                   GO TO P300-FIM
               END-IF
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR A LISTA DE RECERTIFICACAO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS-ORD
               PERFORM P390-FECHA-CONFIRMACOES
               GO TO P300-FIM
           END-IF
           OPEN OUTPUT RESUMO
           IF NOT FS-RES-OK THEN
               MOVE 'ERRO AO ABRIR O RESUMO DE RECERTIFICACAO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS-ORD
               CLOSE RELATORIO
               PERFORM P390-FECHA-CONFIRMACOES
               GO TO P300-FIM
           END-IF

           MOVE '***CONTATOS A RECERTIFICAR POR CARTEIRA***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DATA: '             DELIMITED BY SIZE
                  WS-DATA-HOJE         DELIMITED BY SIZE
                  ' VALIDADE: '        DELIMITED BY SIZE
                  WS-MESES-RECERT      DELIMITED BY SIZE
                  ' MESES - CONFIRMADOS ANTES DE ' DELIMITED BY SIZE
                  WS-DATA-CORTE        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE '***RESUMO DA RECERTIFICACAO POR CARTEIRA***'
                TO REG-RESUMO
           WRITE REG-RESUMO
           MOVE WS-LINHA-REL TO REG-RESUMO
           WRITE REG-RESUMO
           MOVE SPACES TO REG-RESUMO
           WRITE REG-RESUMO
           MOVE 'CARTEIRA    ATIVOS EM DIA PENDENTES % EM DIA'
                TO REG-RESUMO
           WRITE REG-RESUMO
           MOVE ALL '-' TO REG-RESUMO
           WRITE REG-RESUMO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CONTATOS-ORD INTO WS-REGISTRO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P310-AVALIA THRU P310-SAI
               END-READ
           END-PERFORM
           IF NOT PRIMEIRO-GRUPO THEN
               PERFORM P330-TOTAL-DONO
           END-IF
           CLOSE CONTATOS-ORD
           PERFORM P390-FECHA-CONFIRMACOES

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CARTEIRAS: '        DELIMITED BY SIZE
                  WS-CONT-DONOS        DELIMITED BY SIZE
                  ' ATIVOS: '          DELIMITED BY SIZE
                  WS-TOT-ATIVOS        DELIMITED BY SIZE
                  ' A RECERTIFICAR: '  DELIMITED BY SIZE
                  WS-TOT-PENDENTES     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO
           MOVE 'RECERTIFIC'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-RECREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE ALL '-' TO REG-RESUMO
           WRITE REG-RESUMO
           MOVE 'TOTAL'          TO WS-DONO-ATUAL
           MOVE WS-TOT-ATIVOS    TO WS-DONO-ATIVOS
           MOVE WS-TOT-EM-DIA    TO WS-DONO-EM-DIA
           MOVE WS-TOT-PENDENTES TO WS-DONO-PENDENTES
           PERFORM P340-LINHA-RESUMO
           CLOSE RESUMO
           MOVE 'RECERT-RES'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-RECRES    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'LISTA GRAVADA EM: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-RECREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RESUMO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-RECRES)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *hoje menos os meses de validade; o dia fica limitado a 28
      *para a data de corte existir em qualquer mes
       P305-DATA-CORTE.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-CORTE
           MOVE WS-DATA-HOJE(5:2) TO WS-MES-CORTE
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA-CORTE
           COMPUTE WS-MESES-CORTE = WS-ANO-CORTE * 12 +
                   WS-MES-CORTE - 1 - WS-MESES-RECERT
           DIVIDE WS-MESES-CORTE BY 12 GIVING WS-ANO-CORTE
                  REMAINDER WS-MES-CORTE
           ADD 1 TO WS-MES-CORTE
           IF WS-DIA-CORTE > 28 THEN
               MOVE 28 TO WS-DIA-CORTE
           END-IF
           COMPUTE WS-DATA-CORTE = WS-ANO-CORTE * 10000 +
                   WS-MES-CORTE * 100 + WS-DIA-CORTE
           .
      *so os contatos ativos contam para a carteira; a troca de
      *dono fecha o grupo anterior
       P310-AVALIA.
           IF NOT WS-CONTATO-ATIVO THEN
               GO TO P310-SAI
           END-IF

           IF PRIMEIRO-GRUPO OR
              WS-DONO-CONTATO NOT = WS-DONO-ATUAL THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P330-TOTAL-DONO
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-DONO-CONTATO TO WS-DONO-ATUAL
               SET WS-DONO-ATIVOS      TO 0
               SET WS-DONO-EM-DIA      TO 0
               SET WS-DONO-PENDENTES   TO 0
               ADD 1 TO WS-CONT-DONOS
               PERFORM P320-CABECALHO-DONO
           END-IF

           ADD 1 TO WS-DONO-ATIVOS
           ADD 1 TO WS-TOT-ATIVOS
           MOVE 'NUNCA CONFIRMADO' TO WS-ULTIMA-CNF
           IF CONFIRMACOES-DISPONIVEIS THEN
               MOVE WS-ID-CONTATO TO CNF-ID-CONTATO
               READ CONFIRMACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNF-DATA NOT < WS-DATA-CORTE THEN
                           ADD 1 TO WS-DONO-EM-DIA
                           ADD 1 TO WS-TOT-EM-DIA
                           GO TO P310-SAI
                       END-IF
                       MOVE SPACES TO WS-ULTIMA-CNF
                       STRING 'CONFIRMADO '  DELIMITED BY SIZE
                              CNF-DATA       DELIMITED BY SIZE
                              ' '            DELIMITED BY SIZE
                              CNF-USUARIO    DELIMITED BY SIZE
                         INTO WS-ULTIMA-CNF
                       END-STRING
               END-READ
           END-IF

           ADD 1 TO WS-DONO-PENDENTES
           ADD 1 TO WS-TOT-PENDENTES
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  WS-ID-CONTATO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-NM-CONTATO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-FONE-CONTATO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-ULTIMA-CNF        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P310-SAI.
           EXIT.
       P320-CABECALHO-DONO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           IF WS-DONO-ATUAL = SPACES THEN
               MOVE 'CARTEIRA: (SEM DONO)' TO WS-LINHA-REL
           ELSE
               STRING 'CARTEIRA: '     DELIMITED BY SIZE
                      WS-DONO-ATUAL    DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P330-TOTAL-DONO.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  A RECERTIFICAR: '    DELIMITED BY SIZE
                  WS-DONO-PENDENTES       DELIMITED BY SIZE
                  ' DE '                  DELIMITED BY SIZE
                  WS-DONO-ATIVOS          DELIMITED BY SIZE
                  ' ATIVOS'               DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P340-LINHA-RESUMO
           .
      *uma linha do resumo: contadores e percentual em dia da
      *carteira em WS-DONO-ATUAL (ou do total geral)
       P340-LINHA-RESUMO.
           MOVE 0 TO WS-PERCENTUAL
           IF WS-DONO-ATIVOS > 0 THEN
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-DONO-EM-DIA * 100 / WS-DONO-ATIVOS
           END-IF
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
           MOVE SPACES TO REG-RESUMO
           IF WS-DONO-ATUAL = SPACES THEN
               MOVE '(SEM DONO)'  TO REG-RESUMO(1:10)
           ELSE
               MOVE WS-DONO-ATUAL TO REG-RESUMO(1:10)
           END-IF
           MOVE WS-DONO-ATIVOS    TO REG-RESUMO(14:5)
           MOVE WS-DONO-EM-DIA    TO REG-RESUMO(21:5)
           MOVE WS-DONO-PENDENTES TO REG-RESUMO(31:5)
           MOVE WS-PERCENTUAL-ED  TO REG-RESUMO(38:5)
           MOVE '%'               TO REG-RESUMO(43:1)
           WRITE REG-RESUMO
           .
       P390-FECHA-CONFIRMACOES.
           IF CONFIRMACOES-DISPONIVEIS THEN
               CLOSE CONFIRMACOES
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-RECERTIFICA.
