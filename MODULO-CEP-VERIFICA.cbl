      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Conferencia dos enderecos contra a base de ceps dos
      *         correios: lista todo contato ativo cujo cep nao existe
      *         na base ou nao concorda com a CIDADE/UF do cadastro,
      *         com a correcao sugerida (cidade/uf do cep, ou o cep
      *         do logradouro na cidade informada). Roda pelo menu ou
      *         pelo agendador (job CEPVERIF)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-CEP-VERIFICA.

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

               SELECT CEP-REFERENCIA ASSIGN TO
               WS-CAMINHO-CEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               ALTERNATE RECORD KEY IS CEP-LOCALIDADE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CEP.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-CEPREL
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

       FD CEP-REFERENCIA.
          COPY FD-CEP.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

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
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-CEP                PIC 99.
          88 FS-CEP-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-CEP               PIC X.
          88 EOF-CEP-OK            VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-TAM-CEP               PIC 9(02) VALUE ZEROS.
      *copia do contato em maiusculas para comparar com a base
       77 WS-CIDADE-CMP            PIC X(20) VALUE SPACES.
       77 WS-UF-CMP                PIC X(02) VALUE SPACES.
       77 WS-LOGRADOURO-CMP        PIC X(40) VALUE SPACES.
       77 WS-PROBLEMA              PIC X(24) VALUE SPACES.
       77 WS-SUGESTAO              PIC X(70) VALUE SPACES.
       77 WS-CEP-SUGERIDO          PIC X(08) VALUE SPACES.
       77 WS-CONT-LIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-CONT-CONFERIDOS       PIC 9(06) VALUE ZEROS.
       77 WS-CONT-SEM-CEP          PIC 9(06) VALUE ZEROS.
       77 WS-CONT-INEXISTENTE      PIC 9(06) VALUE ZEROS.
       77 WS-CONT-DIVERGENTE       PIC 9(06) VALUE ZEROS.
       77 WS-CONT-SUGERIDOS        PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-REL             PIC X(132) VALUE SPACES.
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
            MOVE 'MODULO-CEP-VERIFICA'  TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***CONFERENCIA DE ENDERECOS PELO CEP***'
            END-IF
            PERFORM P3OO-VERIFICA THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-VERIFICA.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-CONT-LIDOS        TO 0
           SET WS-CONT-CONFERIDOS   TO 0
           SET WS-CONT-SEM-CEP      TO 0
           SET WS-CONT-INEXISTENTE  TO 0
           SET WS-CONT-DIVERGENTE   TO 0
           SET WS-CONT-SUGERIDOS    TO 0
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *sem a base carregada nao ha o que conferir; a carga mensal
      *precisa rodar antes
           OPEN INPUT CEP-REFERENCIA
           IF NOT FS-CEP-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'BASE DE CEPS INDISPONIVEL! RODE A CARGA'
                                          DELIMITED BY SIZE
                      ' DOS CORREIOS. FILE STATUS:'
                                          DELIMITED BY SIZE
                      WS-FS-CEP           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS               DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CEP-REFERENCIA
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE CONFERENCIA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS
               CLOSE CEP-REFERENCIA
               GO TO P300-FIM
           END-IF

           MOVE '***CONFERENCIA DE ENDERECOS PELA BASE DE CEPS***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DATA: '             DELIMITED BY SIZE
                  WS-DATA-HOJE         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ID     NOME                 CEP      '
                  'CIDADE               UF CARTEIRA   PROBLEMA'
                  DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CONTATOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P310-CONFERE THRU P310-SAI
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CONFERIDOS: '       DELIMITED BY SIZE
                  WS-CONT-CONFERIDOS   DELIMITED BY SIZE
                  ' SEM CEP: '         DELIMITED BY SIZE
                  WS-CONT-SEM-CEP      DELIMITED BY SIZE
                  ' CEP INEXISTENTE: ' DELIMITED BY SIZE
                  WS-CONT-INEXISTENTE  DELIMITED BY SIZE
                  ' CIDADE/UF DIVERGENTE: ' DELIMITED BY SIZE
                  WS-CONT-DIVERGENTE   DELIMITED BY SIZE
                  ' COM SUGESTAO: '    DELIMITED BY SIZE
                  WS-CONT-SUGERIDOS    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO

           CLOSE RELATORIO
           CLOSE CONTATOS
           CLOSE CEP-REFERENCIA
           MOVE 'CEP'                TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-CEPREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-CEPREL)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF WS-CONT-INEXISTENTE > 0 OR WS-CONT-DIVERGENTE > 0 THEN
               MOVE 4 TO LK-RETORNO
           END-IF
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *so contatos ativos com cep informado; cep fora do padrao de
      *8 digitos conta como inexistente
       P310-CONFERE.
           IF NOT CONTATO-ATIVO THEN
               GO TO P310-SAI
           END-IF
           IF CEP-CONTATO = SPACES THEN
               ADD 1 TO WS-CONT-SEM-CEP
               GO TO P310-SAI
           END-IF
           ADD 1 TO WS-CONT-CONFERIDOS

           MOVE FUNCTION UPPER-CASE(CIDADE-CONTATO) TO WS-CIDADE-CMP
           MOVE FUNCTION UPPER-CASE(UF-CONTATO)     TO WS-UF-CMP
           MOVE FUNCTION UPPER-CASE(ENDERECO-CONTATO)
                TO WS-LOGRADOURO-CMP
           MOVE SPACES TO WS-PROBLEMA
           MOVE SPACES TO WS-SUGESTAO

           COMPUTE WS-TAM-CEP = FUNCTION LENGTH(
                   FUNCTION TRIM(CEP-CONTATO))
           IF WS-TAM-CEP = 8 AND CEP-CONTATO IS NUMERIC THEN
               MOVE CEP-CONTATO TO CEP-CODIGO
               READ CEP-REFERENCIA
                   INVALID KEY
                       MOVE 'CEP INEXISTENTE' TO WS-PROBLEMA
                   NOT INVALID KEY
                       IF CEP-CIDADE NOT = WS-CIDADE-CMP OR
                          CEP-UF NOT = WS-UF-CMP THEN
                           MOVE 'CIDADE/UF DIVERGENTE'
                                TO WS-PROBLEMA
                           STRING 'USAR '              DELIMITED BY SIZE
                                  FUNCTION TRIM(CEP-CIDADE)
                                                       DELIMITED BY SIZE
                                  '/'                  DELIMITED BY SIZE
                                  CEP-UF               DELIMITED BY SIZE
                             INTO WS-SUGESTAO
                           END-STRING
                       END-IF
               END-READ
           ELSE
               MOVE 'CEP INEXISTENTE' TO WS-PROBLEMA
           END-IF

           IF WS-PROBLEMA = SPACES THEN
               GO TO P310-SAI
           END-IF
           IF WS-PROBLEMA = 'CEP INEXISTENTE' THEN
               ADD 1 TO WS-CONT-INEXISTENTE
               PERFORM P320-SUGERE-CEP
           ELSE
               ADD 1 TO WS-CONT-DIVERGENTE
           END-IF
           IF WS-SUGESTAO = SPACES THEN
               MOVE 'CONFIRMAR O ENDERECO COM O CONTATO'
                    TO WS-SUGESTAO
           ELSE
               ADD 1 TO WS-CONT-SUGERIDOS
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING ID-CONTATO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  NM-CONTATO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CEP-CONTATO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CIDADE-CONTATO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  UF-CONTATO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  DONO-CONTATO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PROBLEMA          DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING '       SUGESTAO: '  DELIMITED BY SIZE
                  WS-SUGESTAO          DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P310-SAI.
           EXIT.
      *cep inexistente: procura na cidade/uf do cadastro o cep do
      *mesmo logradouro; sem logradouro, cidade de cep unico (o
      *cep geral, sem rua) tambem serve de sugestao
       P320-SUGERE-CEP.
           MOVE SPACES TO WS-CEP-SUGERIDO
           MOVE WS-UF-CMP     TO CEP-UF
           MOVE WS-CIDADE-CMP TO CEP-CIDADE
           SET EOF-CEP-OK TO FALSE
           IF WS-CIDADE-CMP = SPACES OR WS-UF-CMP = SPACES THEN
               SET EOF-CEP-OK TO TRUE
           END-IF
           IF NOT EOF-CEP-OK THEN
               START CEP-REFERENCIA KEY IS EQUAL CEP-LOCALIDADE
                   INVALID KEY
                       SET EOF-CEP-OK TO TRUE
               END-START
           END-IF
           PERFORM UNTIL EOF-CEP-OK
               READ CEP-REFERENCIA NEXT RECORD
                   AT END
                       SET EOF-CEP-OK TO TRUE
                   NOT AT END
                       IF CEP-UF NOT = WS-UF-CMP OR
                          CEP-CIDADE NOT = WS-CIDADE-CMP THEN
                           SET EOF-CEP-OK TO TRUE
                       ELSE
                           IF CEP-LOGRADOURO = WS-LOGRADOURO-CMP OR
                              CEP-LOGRADOURO = SPACES THEN
                               MOVE CEP-CODIGO TO WS-CEP-SUGERIDO
                               IF CEP-LOGRADOURO NOT = SPACES THEN
                                   SET EOF-CEP-OK TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CEP-SUGERIDO NOT = SPACES THEN
               STRING 'USAR CEP '          DELIMITED BY SIZE
                      WS-CEP-SUGERIDO      DELIMITED BY SIZE
                 INTO WS-SUGESTAO
               END-STRING
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-CEP-VERIFICA.
