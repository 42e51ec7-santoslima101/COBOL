               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE
               FILE STATUS IS WS-FS-SUP.

               SELECT DEVOLUCOES ASSIGN TO
               WS-CAMINHO-DEVOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEV.

               SELECT CAMPANHAS ASSIGN TO
               WS-CAMINHO-CAMPANHAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CAMPANHA
               FILE STATUS IS WS-FS-CAMP.

               SELECT CAMPANHA-DEST ASSIGN TO
               WS-CAMINHO-CAMPDEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-CHAVE
               ALTERNATE RECORD KEY IS DEST-CHAVE-CONTATO
               FILE STATUS IS WS-FS-DEST.

               SELECT EMPRESAS ASSIGN TO
               WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
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
       01 REG-ORDENACAO.
          03 ORD-INICIO                PIC X(164).
          03 ORD-CEP                   PIC X(08).
          03 ORD-RESTO                 PIC X(21).

       FD CONTATOS-ORD.
       01 REG-CONTATOS-ORD             PIC X(193).

       FD ARQUIVO-MALA.
       01 REG-MALA                 PIC X(120).
       FD LISTAS-MEMBROS.
          COPY FD-LISTAS-MEM.

       FD SUPRESSAO.
          COPY FD-SUPRESSAO.

       FD DEVOLUCOES.
          COPY FD-DEVOLUCOES.

       FD CAMPANHAS.
          COPY FD-CAMPANHAS.

       FD CAMPANHA-DEST.
          COPY FD-CAMPANHA-DEST.

       FD EMPRESAS.
          COPY FD-EMPRESAS.

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG               PIC X(120).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
      *registro lido do arquivo ja ordenado por cep, aberto no
      *leiaute do contato
       01 WS-REG-MALA              PIC X(193) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-MALA.
          03 MAL-ID                PIC 9(06).
          03 MAL-NOME              PIC X(20).
          03 MAL-UF                PIC X(02).
          03 MAL-CEP               PIC X(08).
          03 MAL-DONO              PIC X(10).
          03 MAL-CPF               PIC X(11).
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ORD                PIC 99.
       77 WS-CATEGORIA-FILTRO      PIC X(10) VALUE SPACES.
       77 WS-CIDADE-FILTRO         PIC X(20) VALUE SPACES.
       77 WS-UF-FILTRO             PIC X(02) VALUE SPACES.
      *empresa a selecionar e, se pedido, todas as filiais do
      *grupo abaixo dela
       77 WS-EMPRESA-FILTRO        PIC 9(04) VALUE ZEROS.
       77 WS-INCLUI-FILIAIS        PIC X VALUE 'N'.
          88 INCLUI-FILIAIS        VALUE 'S'.
      *quantidade de etiquetas lado a lado na pagina (1 a 3
      *colunas de 40 posicoes), valida so no leiaute embutido
       77 WS-COLUNAS               PIC 9(01) VALUE 1.
       77 WS-ENV-VALOR             PIC X(60) VALUE SPACES.
       01 WS-LINHA-ERR             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY LISTA-WS.
          COPY SUPRESSAO-WS.
          COPY DEVOLUCAO-WS.
          COPY CAMPANHA-WS.
          COPY RUNLOG-WS.
          COPY GRUPO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-MALA-DIRETA'   TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***MALA DIRETA DE CONTATOS***'
            END-IF
            PERFORM P3OO-MALA-DIRETA THRU P300-FIM
            PERFORM P698-FECHA-MEMBROS
            PERFORM P900-FIM
           .
       P3OO-MALA-DIRETA.
           IF FS-EMP-OK THEN
               SET EMPRESAS-DISPONIVEL TO TRUE
           END-IF
           IF WS-EMPRESA-FILTRO > 0 AND INCLUI-FILIAIS AND
              NOT EMPRESAS-DISPONIVEL THEN
               MOVE 'SEM ARQUIVO DE EMPRESAS; SO A EMPRESA.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 'N' TO WS-INCLUI-FILIAIS
           END-IF

      *quem recusou correspondencia (canal carta) nao entra na
      *mala direta; sem conseguir ler as recusas nada e gerado
           PERFORM P680-ABRE-SUPRESSAO
           IF SUPRESSAO-COM-ERRO THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE RECUSAS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-SUP           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P290-ENCERRA
           END-IF
      *endereco que voltou pelos correios fica fora ate ser
      *corrigido na alteracao do cadastro
           PERFORM P600-ABRE-DEVOLUCOES
           IF DEVOLUCOES-COM-ERRO THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-DEV           DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P290-ENCERRA
           END-IF

      *a ordenacao por cep agrupa os enderecos na sequencia que o
      *correio pede para o lote com desconto
               GO TO P290-ENCERRA
           END-IF

      *cada execucao fica registrada como campanha, com um
      *destinatario por contato gerado, para o relatorio de
      *resposta e o historico na consulta
           MOVE 'C'                 TO WS-CAMP-CANAL-INF
           MOVE WS-CATEGORIA-FILTRO TO WS-CAMP-CATEGORIA-INF
           MOVE WS-CIDADE-FILTRO    TO WS-CAMP-CIDADE-INF
           MOVE WS-UF-FILTRO        TO WS-CAMP-UF-INF
           MOVE WS-LISTA-FILTRO     TO WS-CAMP-LISTA-INF
           MOVE LK-USUARIO          TO WS-CAMP-USUARIO-INF
           MOVE 'MODULO-MALA-DIRETA' TO WS-CAMP-PROGRAMA-INF
           MOVE WS-EMPRESA-FILTRO   TO WS-CAMP-EMPRESA-INF
           MOVE WS-INCLUI-FILIAIS   TO WS-CAMP-FILIAIS-INF
           IF WS-CAMP-NOME-INF = SPACES THEN
               ACCEPT WS-CAMP-DATA FROM DATE YYYYMMDD
               STRING 'MALA DIRETA '        DELIMITED BY SIZE
                      WS-CAMP-DATA(7:2)     DELIMITED BY SIZE
                      '/'                   DELIMITED BY SIZE
                      WS-CAMP-DATA(5:2)     DELIMITED BY SIZE
                      '/'                   DELIMITED BY SIZE
                      WS-CAMP-DATA(1:4)     DELIMITED BY SIZE
                 INTO WS-CAMP-NOME-INF
               END-STRING
           END-IF
           PERFORM P620-ABRE-CAMPANHA
           IF CAMPANHA-COM-ERRO THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO REGISTRAR A CAMPANHA!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS:'     DELIMITED BY SIZE
                      WS-FS-CAMP          DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-FS-DEST          DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE ARQUIVO-MALA
               CLOSE CONTATOS-ORD
               GO TO P290-ENCERRA
           END-IF

           MOVE 0 TO WS-COL-ATUAL
           MOVE SPACES TO WS-LIN-NOME WS-LIN-ENDER WS-LIN-CIDADE


           CLOSE ARQUIVO-MALA
           CLOSE CONTATOS-ORD
           PERFORM P629-FECHA-CAMPANHA
           MOVE 'MALA'               TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-MALA      TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'SAIDAS GERADAS: ' DELIMITED BY SIZE
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'PULADOS POR RECUSA DE CARTA: ' DELIMITED BY SIZE
                  WS-SUP-PULA-CARTA               DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'PULADOS POR ENDERECO DEVOLVIDO: '
                                          DELIMITED BY SIZE
                  WS-DEV-PULA-CARTA       DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'CAMPANHA '             DELIMITED BY SIZE
                  WS-CAMP-ID              DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-NOME-INF)
                                          DELIMITED BY SIZE
                  ' DESTINATARIOS: '      DELIMITED BY SIZE
                  WS-CAMP-QTD             DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'MALA DIRETA GRAVADA EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-MALA)
                                             DELIMITED BY SIZE
               CLOSE EMPRESAS
               SET EMPRESAS-DISPONIVEL TO FALSE
           END-IF
           PERFORM P689-FECHA-SUPRESSAO
           PERFORM P609-FECHA-DEVOLUCOES
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY LISTA-CARREGA.
          COPY SUPRESSAO-VERIFICA.
          COPY DEVOLUCAO-VERIFICA.
          COPY CAMPANHA-REGISTRA.
          COPY RUNLOG-GRAVA.
          COPY GRUPO-VERIFICA.
      *em modo agendado as respostas dos prompts vem do ambiente;
      *na falta de alguma vale um padrao que nunca para a execucao
       P305-PARAMETROS-BATCH.
           ACCEPT WS-UF-FILTRO
                FROM ENVIRONMENT 'CONTATOS_MALA_UF'

           MOVE ZEROS TO WS-EMPRESA-FILTRO
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR
                FROM ENVIRONMENT 'CONTATOS_MALA_EMPRESA'
           IF WS-ENV-VALOR(1:4) IS NUMERIC THEN
               MOVE WS-ENV-VALOR(1:4) TO WS-EMPRESA-FILTRO
           END-IF
           MOVE 'N' TO WS-INCLUI-FILIAIS
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR
                FROM ENVIRONMENT 'CONTATOS_MALA_GRUPO'
           IF WS-ENV-VALOR(1:1) EQUAL 'S' THEN
               MOVE 'S' TO WS-INCLUI-FILIAIS
           END-IF

           MOVE ZEROS TO WS-LISTA-FILTRO
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR
           MOVE SPACES TO WS-NOME-MODELO
           ACCEPT WS-NOME-MODELO
                FROM ENVIRONMENT 'CONTATOS_MALA_MODELO'

           MOVE SPACES TO WS-CAMP-NOME-INF
           ACCEPT WS-CAMP-NOME-INF
                FROM ENVIRONMENT 'CONTATOS_MALA_CAMPANHA'
           .
       P306-PARAMETROS-TELA.
           DISPLAY 'Categoria a selecionar (vazio = todas):'
           MOVE SPACES TO WS-UF-FILTRO
           ACCEPT WS-UF-FILTRO

           DISPLAY 'Empresa a selecionar (0 = todas):'
           MOVE ZEROS TO WS-EMPRESA-FILTRO
           ACCEPT WS-EMPRESA-FILTRO
           MOVE 'N' TO WS-INCLUI-FILIAIS
           IF WS-EMPRESA-FILTRO > 0 THEN
               DISPLAY 'Incluir as filiais do grupo? <S>im ou <N>ao'
               ACCEPT WS-INCLUI-FILIAIS
           END-IF

           DISPLAY 'Numero da lista de distribuicao (0 = sem'
                   ' filtro de lista):'
           MOVE ZEROS TO WS-LISTA-FILTRO
                   ' saida):'
           MOVE SPACES TO WS-NOME-MODELO
           ACCEPT WS-NOME-MODELO

           DISPLAY 'Nome da campanha (vazio = MALA DIRETA e a'
                   ' data):'
           MOVE SPACES TO WS-CAMP-NOME-INF
           ACCEPT WS-CAMP-NOME-INF
           .
       P310-SELECIONA.
           IF MAL-INATIVO THEN
              FUNCTION UPPER-CASE(WS-UF-FILTRO) THEN
               GO TO P310-SAI
           END-IF
           IF WS-EMPRESA-FILTRO > 0 THEN
               PERFORM P315-VERIFICA-EMPRESA
               IF NOT EMPRESA-NO-GRUPO THEN
                   GO TO P310-SAI
               END-IF
           END-IF
           IF WS-LISTA-FILTRO > 0 THEN
               MOVE MAL-ID TO WS-MEMBRO-TESTE
               PERFORM P695-VERIFICA-MEMBRO
                   GO TO P310-SAI
               END-IF
           END-IF
           MOVE MAL-ID TO WS-SUP-ID-TESTE
           MOVE 'C'    TO WS-SUP-CANAL-TESTE
           PERFORM P685-VERIFICA-SUPRESSAO
           IF CANAL-RECUSADO THEN
               ADD 1 TO WS-SUP-PULA-CARTA
               GO TO P310-SAI
           END-IF
           MOVE MAL-ID       TO WS-DEV-ID-TESTE
           MOVE 'C'          TO WS-DEV-CANAL-TESTE
           MOVE 0            TO WS-DEV-SEQ-TESTE
           MOVE MAL-ENDERECO TO WS-DEV-VALOR-TESTE
           PERFORM P605-VERIFICA-DEVOLUCAO
           IF MEIO-DEVOLVIDO THEN
               ADD 1 TO WS-DEV-PULA-CARTA
               GO TO P310-SAI
           END-IF

           ADD 1 TO WS-CONT-SAIDA
           MOVE MAL-ID        TO WS-CAMP-DEST-ID
           MOVE MAL-CATEGORIA TO WS-CAMP-DEST-CATEGORIA
           MOVE MAL-DONO      TO WS-CAMP-DEST-DONO
           PERFORM P625-REGISTRA-DESTINATARIO
           IF MODELO-CARREGADO THEN
               PERFORM P730-GRAVA-DO-MODELO
           ELSE
           .
       P310-SAI.
           EXIT.
      *a propria empresa sempre serve; as filiais so com o grupo
       P315-VERIFICA-EMPRESA.
           SET EMPRESA-NO-GRUPO TO FALSE
           IF MAL-ID-EMPRESA = WS-EMPRESA-FILTRO THEN
               SET EMPRESA-NO-GRUPO TO TRUE
           ELSE
               IF INCLUI-FILIAIS AND MAL-ID-EMPRESA > 0 THEN
                   MOVE MAL-ID-EMPRESA    TO WS-GRP-EMPRESA
                   MOVE WS-EMPRESA-FILTRO TO WS-GRP-CABECA
                   PERFORM P860-VERIFICA-GRUPO
               END-IF
           END-IF
           .
      *as etiquetas acumulam lado a lado em colunas de 40 posicoes
      *e a linha so desce para o papel quando completa; a terceira
      *linha da etiqueta traz numero, cidade, uf e cep
           END-PERFORM
           IF FS-ERR-OK THEN
               CLOSE RELATORIO-ERROS
               MOVE 'MODELO-ERR'         TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-TPLERR    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF
           .
      *reconhece o campo de mesclagem apos o &; devolve o tamanho
