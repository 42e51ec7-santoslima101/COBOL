               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.
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
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

      *empresas, para subir pelas matrizes no filtro por grupo
               SELECT EMPRESAS ASSIGN TO WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

       DATA DIVISION.
       FILE SECTION.
      *NÃO COPIE O TITULO COM O FD
       01 REG-ORDENACAO.
          03 ORD-ID-CONTATO            PIC 9(06).
          03 ORD-NM-CONTATO            PIC X(20).
          03 ORD-RESTO                 PIC X(167).

       FD CONTATOS-ORD.
       01 REG-CONTATOS-ORD             PIC X(193).

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(80).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       FD LISTAS-MEMBROS.
          COPY FD-LISTAS-MEM.

       FD EMPRESAS.
          COPY FD-EMPRESAS.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO              PIC X(193) VALUE SPACES.
      *O FILLER REDEFINES preenche os espaços vazios
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO         PIC 9(06).
          03 WS-UF-CONTATO         PIC X(02).
          03 WS-CEP-CONTATO        PIC X(08).
          03 WS-DONO-CONTATO       PIC X(10).
          03 WS-CPF-CONTATO        PIC X(11).
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ORD                PIC 99.
      *somente minha carteira: compara o dono do contato com o
      *usuario logado recebido na COM-AREA
          88 FILTRO-CARTEIRA       VALUE 'M'.
      *grupo: contatos da empresa informada e de todas as filiais
      *abaixo dela, em qualquer nivel
          88 FILTRO-GRUPO          VALUE 'G'.
       77 WS-ID-INI                PIC 9(06) VALUE ZEROS.
       77 WS-ID-FIM                PIC 9(06) VALUE ZEROS.
       77 WS-NM-FILTRO             PIC X(20) VALUE SPACES.
       77 WS-LISTA-DESTINO         PIC 9(04) VALUE ZEROS.
       77 WS-NIVEL-EXIGIDO         PIC 9(01) VALUE ZEROS.
       77 WS-PROGRAMA-SEL          PIC X(100) VALUE SPACES.
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY MASCARA-WS.
          COPY GRUPO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-LEITURA'       TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF WS-CFG-LINHAS-REL > 0 THEN
                MOVE WS-CFG-LINHAS-REL TO WS-MAX-LINHAS-PAGINA
            END-IF
               ACCEPT WS-MODO-SAIDA

               DISPLAY 'Filtro: <T>odos,<F>aixa de ID,<N>ome parcial,'
                       '<C>ategoria,<E>mpresa,<G>rupo de empresas'
                       ' ou somente <M>inha carteira?'
               ACCEPT WS-OP-FILTRO

               EVALUATE TRUE
                   WHEN FILTRO-EMPRESA
                       DISPLAY 'Numero da empresa:'
                       ACCEPT WS-EMPRESA-FILTRO
                   WHEN FILTRO-GRUPO
                       DISPLAY 'Numero da empresa matriz do grupo:'
                       ACCEPT WS-EMPRESA-FILTRO
      *minha carteira nao pede mais nada: o usuario logado da
      *COM-AREA e o proprio filtro
                   WHEN FILTRO-CARTEIRA
               END-IF
           END-IF

      *sem o cadastro de empresas o grupo se reduz a propria
      *empresa informada
           IF FILTRO-GRUPO THEN
               OPEN INPUT EMPRESAS
               IF NOT FS-EMP-OK THEN
                   MOVE 'SEM ARQUIVO DE EMPRESAS; SO A EMPRESA.'
                        TO WS-MSG-TEXTO
                   PERFORM P510-MSG
                   SET FILTRO-EMPRESA TO TRUE
               END-IF
           END-IF

           IF FILTRO-NOME THEN
               PERFORM P445-LISTAR-POR-CHAVE-NOME
           ELSE
                   PERFORM P440-LISTAR-POR-ID
               END-IF
           END-IF
           IF FILTRO-GRUPO THEN
               CLOSE EMPRESAS
           END-IF

           IF SAIDA-RELATORIO AND FS-REL-OK THEN
               PERFORM P420-RODAPE-REL
               CLOSE RELATORIO
               MOVE 'LISTAGEM'           TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-REL       TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAMINHO-REL)
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
          COPY GRUPO-VERIFICA.
      *em modo agendado as respostas dos prompts vem do ambiente;
      *na falta de alguma vale um padrao que nunca para a execucao
       P305-PARAMETROS-BATCH.
                   ACCEPT WS-CATEGORIA-FILTRO
                        FROM ENVIRONMENT 'CONTATOS_REL_CATEGORIA'
               WHEN FILTRO-EMPRESA
               WHEN FILTRO-GRUPO
                   MOVE SPACES TO WS-ENV-VALOR
                   ACCEPT WS-ENV-VALOR
                        FROM ENVIRONMENT 'CONTATOS_REL_EMPRESA'
                               MOVE 'N' TO WS-NOME-OK
                           END-IF
                       END-IF
                       IF FILTRO-GRUPO THEN
                           IF WS-ID-EMPRESA-CONTATO = 0 THEN
                               MOVE 'N' TO WS-NOME-OK
                           ELSE
                               MOVE WS-ID-EMPRESA-CONTATO
                                    TO WS-GRP-EMPRESA
                               MOVE WS-EMPRESA-FILTRO TO WS-GRP-CABECA
                               PERFORM P860-VERIFICA-GRUPO
                               IF NOT EMPRESA-NO-GRUPO THEN
                                   MOVE 'N' TO WS-NOME-OK
                               END-IF
                           END-IF
                       END-IF
                       IF FILTRO-CARTEIRA THEN
                           IF FUNCTION UPPER-CASE(WS-DONO-CONTATO)
                              NOT =
