      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Relatorio de cadastros sem documento: lista os
      *         contatos ativos ainda sem cpf, agrupados por dono da
      *         carteira, e as empresas ativas ainda sem cnpj, para a
      *         equipe completar o cadastro; roda tambem em modo
      *         batch pelo agendador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-SEM-DOCUMENTO.

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
               WS-CAMINHO-DOCORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT EMPRESAS ASSIGN TO
               WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-SEMDOC
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
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
      *cadastro anonimizado pela LGPD perde o cpf de proposito e
      *nao deve voltar como pendencia de documento
       77 WS-MARCA-ANONIMO         PIC X(11) VALUE 'ANONIMIZADO'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DONO-ATUAL            PIC X(10) VALUE SPACES.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-CONT-DONO             PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CONTATOS         PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DONOS            PIC 9(04) VALUE ZEROS.
       77 WS-CONT-EMPRESAS         PIC 9(05) VALUE ZEROS.
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
            MOVE 'MODULO-SEM-DOCUMENTO' TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***CADASTROS SEM DOCUMENTO***'
            END-IF

            PERFORM P3OO-SEM-DOCUMENTO THRU P300-FIM
            PERFORM P900-FIM
           .
       P3OO-SEM-DOCUMENTO.
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-CONT-CONTATOS     TO 0
           SET WS-CONT-DONOS        TO 0
           SET WS-CONT-EMPRESAS     TO 0
           SET PRIMEIRO-GRUPO       TO TRUE
           MOVE SPACES              TO WS-DONO-ATUAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

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

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE DOCUMENTOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS-ORD
               GO TO P300-FIM
           END-IF

           MOVE '***CADASTROS ATIVOS SEM DOCUMENTO***'
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
           MOVE 'CONTATOS SEM CPF POR CARTEIRA' TO REG-RELATORIO
           WRITE REG-RELATORIO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CONTATOS-ORD INTO WS-REGISTRO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P310-SELECIONA THRU P310-SAI
               END-READ
           END-PERFORM
           IF NOT PRIMEIRO-GRUPO THEN
               PERFORM P330-TOTAL-DONO
           END-IF
           CLOSE CONTATOS-ORD

           PERFORM P340-EMPRESAS

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CARTEIRAS: '        DELIMITED BY SIZE
                  WS-CONT-DONOS        DELIMITED BY SIZE
                  ' CONTATOS SEM CPF: ' DELIMITED BY SIZE
                  WS-CONT-CONTATOS     DELIMITED BY SIZE
                  ' EMPRESAS SEM CNPJ: ' DELIMITED BY SIZE
                  WS-CONT-EMPRESAS     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           CLOSE RELATORIO
           MOVE 'SEM-DOC'            TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-SEMDOC    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE WS-LINHA-REL TO WS-MSG-TEXTO
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-SEMDOC)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *so os contatos ativos com o cpf em branco; a troca de dono
      *fecha o grupo anterior
       P310-SELECIONA.
           IF NOT WS-CONTATO-ATIVO THEN
               GO TO P310-SAI
           END-IF
           IF WS-CPF-CONTATO NOT = SPACES THEN
               GO TO P310-SAI
           END-IF
           IF WS-NM-CONTATO(1:11) = WS-MARCA-ANONIMO THEN
               GO TO P310-SAI
           END-IF

           IF PRIMEIRO-GRUPO OR
              WS-DONO-CONTATO NOT = WS-DONO-ATUAL THEN
               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM P330-TOTAL-DONO
               END-IF
               SET PRIMEIRO-GRUPO TO FALSE
               MOVE WS-DONO-CONTATO TO WS-DONO-ATUAL
               SET WS-CONT-DONO        TO 0
               ADD 1 TO WS-CONT-DONOS
               PERFORM P320-CABECALHO-DONO
           END-IF

           ADD 1 TO WS-CONT-DONO
           ADD 1 TO WS-CONT-CONTATOS
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                 DELIMITED BY SIZE
                  WS-ID-CONTATO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-NM-CONTATO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-FONE-CONTATO      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CATEGORIA-CONTATO DELIMITED BY SIZE
                  ' EMPRESA: '         DELIMITED BY SIZE
                  WS-ID-EMPRESA-CONTATO DELIMITED BY SIZE
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
           STRING '  CONTATOS SEM CPF: '  DELIMITED BY SIZE
                  WS-CONT-DONO            DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *o cadastro de empresas e pequeno e vai na ordem do id; sem
      *o arquivo ainda nao ha empresa a cobrar
       P340-EMPRESAS.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE 'EMPRESAS ATIVAS SEM CNPJ' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO

           OPEN INPUT EMPRESAS
           IF NOT FS-EMP-OK THEN
               IF WS-FS-EMP NOT EQUAL 35 THEN
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS!'
                                          DELIMITED BY SIZE
                          ' FILE STATUS:' DELIMITED BY SIZE
                          WS-FS-EMP       DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 4 TO LK-RETORNO
               END-IF
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ EMPRESAS
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF EMPRESA-ATIVA AND
                              CNPJ-EMPRESA = SPACES THEN
                               ADD 1 TO WS-CONT-EMPRESAS
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  '         DELIMITED BY SIZE
                                      ID-EMPRESA   DELIMITED BY SIZE
                                      ' '          DELIMITED BY SIZE
                                      NM-EMPRESA   DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               MOVE WS-LINHA-REL TO REG-RELATORIO
                               WRITE REG-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  EMPRESAS SEM CNPJ: '  DELIMITED BY SIZE
                  WS-CONT-EMPRESAS         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-SEM-DOCUMENTO.
