      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Carga mensal da base de ceps a partir do arquivo de
      *         distribuicao dos correios (cep_correios.txt), uma
      *         linha por cep com os campos separados por '@':
      *         CEP@LOGRADOURO@CIDADE@UF. A base e recriada inteira
      *         a cada carga; linhas invalidas vao para o arquivo de
      *         rejeitos com o motivo. Roda pelo menu ou pelo
      *         agendador (job CEPCARGA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-CEP-CARGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQUIVO-CORREIOS ASSIGN TO
               WS-CAMINHO-CEPDNE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DNE.

               SELECT CEP-REFERENCIA ASSIGN TO
               WS-CAMINHO-CEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               ALTERNATE RECORD KEY IS CEP-LOCALIDADE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CEP.

               SELECT ARQUIVO-REJEITOS ASSIGN TO
               WS-CAMINHO-CEPREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT ARQUIVO-RUNLOG ASSIGN TO
               WS-CAMINHO-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CORREIOS.
       01 REG-CORREIOS                 PIC X(150).

       FD CEP-REFERENCIA.
          COPY FD-CEP.

       FD ARQUIVO-REJEITOS.
       01 REG-REJEITO                  PIC X(150).

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG                   PIC X(120).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS-DNE                PIC 99.
          88 FS-DNE-OK             VALUE 0.
       77 WS-FS-CEP                PIC 99.
          88 FS-CEP-OK             VALUE 0.
       77 WS-FS-REJ                PIC 99.
          88 FS-REJ-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *campos da linha dos correios depois de separados pelo '@'
       01 WS-LINHA-DNE.
          03 WS-DNE-CEP            PIC X(09).
          03 WS-DNE-LOGRADOURO     PIC X(40).
          03 WS-DNE-CIDADE         PIC X(20).
          03 WS-DNE-UF             PIC X(02).
       77 WS-DNE-CAMPOS            PIC 9(02) VALUE ZEROS.
       77 WS-DNE-CEP-LIMPO         PIC X(08) VALUE SPACES.
       77 WS-TAM-CEP               PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-ATUAL           PIC 9(07) VALUE ZEROS.
       77 WS-CONT-GRAVADOS         PIC 9(07) VALUE ZEROS.
       77 WS-CONT-REJ              PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO-REJ            PIC X(30) VALUE SPACES.
       01 WS-LINHA-REJ             PIC X(150) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
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
            MOVE 'MODULO-CEP-CARGA'     TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***CARGA DA BASE DE CEPS DOS CORREIOS***'
            END-IF
            PERFORM P3OO-CARREGAR THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-CARREGAR.
           SET EOF-OK              TO FALSE
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-LINHA-ATUAL      TO 0
           SET WS-CONT-GRAVADOS    TO 0
           SET WS-CONT-REJ         TO 0
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *sem o arquivo dos correios a base atual fica como esta; so
      *depois de abrir a origem a base e recriada
           OPEN INPUT ARQUIVO-CORREIOS
           IF NOT FS-DNE-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DOS CORREIOS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-DNE           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT CEP-REFERENCIA
           IF NOT FS-CEP-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO CRIAR A BASE DE CEPS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-CEP           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE ARQUIVO-CORREIOS
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT ARQUIVO-REJEITOS
           IF NOT FS-REJ-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE REJEITOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
           END-IF

           PERFORM UNTIL EOF-OK
               READ ARQUIVO-CORREIOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA-ATUAL
                       PERFORM P400-PROCESSA-LINHA THRU P400-SAI
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-CORREIOS
           CLOSE CEP-REFERENCIA
           IF FS-REJ-OK THEN
               CLOSE ARQUIVO-REJEITOS
               MOVE 'CEP-REJ'            TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-CEPREJ    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'LINHAS LIDAS: '        DELIMITED BY SIZE
                  WS-LINHA-ATUAL          DELIMITED BY SIZE
                  ' CEPS GRAVADOS: '      DELIMITED BY SIZE
                  WS-CONT-GRAVADOS        DELIMITED BY SIZE
                  ' REJEITADOS: '         DELIMITED BY SIZE
                  WS-CONT-REJ             DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF WS-CONT-REJ > 0 THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'REJEITOS GRAVADOS EM: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMINHO-CEPREJ)
                                               DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               IF LK-RETORNO = 0 THEN
                   MOVE 4 TO LK-RETORNO
               END-IF
           END-IF
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *o cep pode vir com o hifen (99999-999); cidade, logradouro e
      *uf sobem de caixa para casar com o cadastro
       P400-PROCESSA-LINHA.
           MOVE SPACES TO WS-LINHA-DNE
           MOVE 0 TO WS-DNE-CAMPOS
           UNSTRING REG-CORREIOS DELIMITED BY '@'
               INTO WS-DNE-CEP
                    WS-DNE-LOGRADOURO
                    WS-DNE-CIDADE
                    WS-DNE-UF
               TALLYING IN WS-DNE-CAMPOS
           END-UNSTRING

           IF WS-DNE-CAMPOS < 4 THEN
               MOVE 'LINHA INCOMPLETA' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF

           MOVE SPACES TO WS-DNE-CEP-LIMPO
           IF WS-DNE-CEP(6:1) = '-' THEN
               STRING WS-DNE-CEP(1:5) WS-DNE-CEP(7:3)
                      DELIMITED BY SIZE
                 INTO WS-DNE-CEP-LIMPO
               END-STRING
           ELSE
               MOVE WS-DNE-CEP(1:8) TO WS-DNE-CEP-LIMPO
           END-IF
           COMPUTE WS-TAM-CEP = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-DNE-CEP-LIMPO))
           IF WS-TAM-CEP NOT = 8 OR
              WS-DNE-CEP-LIMPO NOT NUMERIC THEN
               MOVE 'CEP INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF
           IF WS-DNE-CIDADE = SPACES OR WS-DNE-UF = SPACES THEN
               MOVE 'CIDADE OU UF EM BRANCO' TO WS-MOTIVO-REJ
               PERFORM P410-GRAVA-REJEITO
               GO TO P400-SAI
           END-IF

           MOVE WS-DNE-CEP-LIMPO TO CEP-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-DNE-LOGRADOURO)
                TO CEP-LOGRADOURO
           MOVE FUNCTION UPPER-CASE(WS-DNE-CIDADE) TO CEP-CIDADE
           MOVE FUNCTION UPPER-CASE(WS-DNE-UF)     TO CEP-UF
           MOVE WS-DATA-HOJE TO CEP-DATA-CARGA
           WRITE REG-CEP
               INVALID KEY
                   MOVE 'CEP REPETIDO NO ARQUIVO' TO WS-MOTIVO-REJ
                   PERFORM P410-GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE
           .
       P400-SAI.
           EXIT.
       P410-GRAVA-REJEITO.
           ADD 1 TO WS-CONT-REJ
           IF NOT EXEC-BATCH THEN
               DISPLAY 'REJEITADO (' FUNCTION TRIM(WS-MOTIVO-REJ)
                       '): LINHA ' WS-LINHA-ATUAL
           END-IF

           IF FS-REJ-OK THEN
               MOVE SPACES TO WS-LINHA-REJ
               STRING 'LINHA '              DELIMITED BY SIZE
                      WS-LINHA-ATUAL        DELIMITED BY SIZE
                      ' MOTIVO:'            DELIMITED BY SIZE
                      WS-MOTIVO-REJ         DELIMITED BY SIZE
                      ' >'                  DELIMITED BY SIZE
                      REG-CORREIOS(1:90)    DELIMITED BY SIZE
                 INTO WS-LINHA-REJ
               END-STRING
               MOVE WS-LINHA-REJ TO REG-REJEITO
               WRITE REG-REJEITO
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-CEP-CARGA.
