      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Ficha completa do contato para impressao: dados
      *         cadastrais, empresa, meios de contato com o preferido
      *         marcado, listas de distribuicao, as ultimas interacoes
      *         e as ultimas alteracoes do historico. Emite a ficha de
      *         um contato, dos membros de uma lista ou da carteira de
      *         um usuario, com o mascaramento do perfil de consulta.
      *         Em modo batch (job FICHA) a selecao vem de
      *         CONTATOS_FICHA_ID, CONTATOS_FICHA_LISTA ou
      *         CONTATOS_FICHA_DONO e a quantidade de ocorrencias de
      *         CONTATOS_FICHA_ULTIMAS (padrao 5)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-FICHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
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

               SELECT EMPRESAS ASSIGN TO
               WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               SELECT MEIOS-CONTATO ASSIGN TO
               WS-CAMINHO-MEIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEIO-CHAVE
               FILE STATUS IS WS-FS-MEIO.

               SELECT LISTAS ASSIGN TO WS-CAMINHO-LISTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-LISTA
               FILE STATUS IS WS-FS-LIS.

               SELECT LISTAS-MEMBROS ASSIGN TO
               WS-CAMINHO-LISTMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT HISTORICO-CONTATO ASSIGN TO
               WS-CAMINHO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-FICHA
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

       FD MEIOS-CONTATO.
          COPY FD-MEIOS.

       FD LISTAS.
          COPY FD-LISTAS.

       FD LISTAS-MEMBROS.
          COPY FD-LISTAS-MEM.

       FD INTERACOES.
          COPY FD-INTERACOES.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(120).

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
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-MEIO               PIC 99.
          88 FS-MEIO-OK            VALUE 0.
       77 WS-FS-LIS                PIC 99.
          88 FS-LIS-OK             VALUE 0.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-HIST               PIC 99.
          88 FS-HIST-OK            VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUX               PIC X.
          88 EOF-AUX-OK            VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
      *selecao das fichas: um contato, os membros de uma lista
      *(WS-LISTA-FILTRO) ou a carteira de um usuario
       77 WS-OP-SELECAO            PIC X VALUE SPACES.
          88 SEL-CONTATO           VALUE 'C'.
          88 SEL-LISTA             VALUE 'L'.
          88 SEL-DONO              VALUE 'D'.
       77 WS-SEL-ID                PIC 9(06) VALUE ZEROS.
       77 WS-SEL-DONO              PIC X(10) VALUE SPACES.
      *quantas interacoes e alteracoes recentes entram na ficha
       77 WS-QTD-ULTIMAS           PIC 9(02) VALUE 5.
       77 WS-ENV-VALOR             PIC X(10) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
      *arquivos auxiliares: sem o arquivo a secao sai vazia
       77 WS-EMPRESAS-ABERTO       PIC X VALUE 'N'.
          88 EMPRESAS-ABERTO       VALUE 'S' FALSE 'N'.
       77 WS-MEIOS-ABERTO          PIC X VALUE 'N'.
          88 MEIOS-ABERTO          VALUE 'S' FALSE 'N'.
       77 WS-LISTAS-ABERTO         PIC X VALUE 'N'.
          88 LISTAS-ABERTO         VALUE 'S' FALSE 'N'.
       77 WS-INTER-ABERTO          PIC X VALUE 'N'.
          88 INTER-ABERTO          VALUE 'S' FALSE 'N'.
       77 WS-HIST-ABERTO           PIC X VALUE 'N'.
          88 HIST-ABERTO           VALUE 'S' FALSE 'N'.
       77 WS-APLICA-MASCARA        PIC X VALUE 'N'.
          88 APLICA-MASCARA        VALUE 'S' FALSE 'N'.
      *ultimas interacoes e alteracoes do contato: a tabela guarda
      *as WS-QTD-ULTIMAS mais recentes, a mais nova no fim
       01 WS-TAB-ULT-INT.
          03 WS-UI OCCURS 20.
             05 WS-UI-DATA         PIC 9(08).
             05 WS-UI-HORA         PIC 9(08).
             05 WS-UI-TIPO         PIC X(01).
             05 WS-UI-OPERADOR     PIC X(10).
             05 WS-UI-NOTA         PIC X(60).
       77 WS-QTD-UI                PIC 9(02) VALUE ZEROS.
       77 WS-TOT-UI                PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ULT-ALT.
          03 WS-UA OCCURS 20.
             05 WS-UA-DATA         PIC 9(08).
             05 WS-UA-HORA         PIC 9(08).
             05 WS-UA-OPERACAO     PIC X(10).
             05 WS-UA-ANTES        PIC X(20).
             05 WS-UA-DEPOIS       PIC X(20).
             05 WS-UA-USUARIO      PIC X(10).
             05 WS-UA-CAMPOS       PIC X(100).
       77 WS-QTD-UA                PIC 9(02) VALUE ZEROS.
       77 WS-TOT-UA                PIC 9(05) VALUE ZEROS.
      *posicao e tamanho de cada campo nas imagens do historico,
      *para dizer quais campos a alteracao mudou (so os nomes dos
      *campos; os valores ficam na consulta do historico)
       01 WS-CAMPOS-IMAGEM-VALORES.
          03 FILLER PIC X(15) VALUE 'NOME     007020'.
          03 FILLER PIC X(15) VALUE 'TELEFONE 027015'.
          03 FILLER PIC X(15) VALUE 'EMAIL    042040'.
          03 FILLER PIC X(15) VALUE 'ENDERECO 082040'.
          03 FILLER PIC X(15) VALUE 'SITUACAO 122001'.
          03 FILLER PIC X(15) VALUE 'CATEGORIA123010'.
          03 FILLER PIC X(15) VALUE 'EMPRESA  133004'.
          03 FILLER PIC X(15) VALUE 'NUMERO   137006'.
          03 FILLER PIC X(15) VALUE 'CIDADE   143020'.
          03 FILLER PIC X(15) VALUE 'UF       163002'.
          03 FILLER PIC X(15) VALUE 'CEP      165008'.
          03 FILLER PIC X(15) VALUE 'CARTEIRA 173010'.
          03 FILLER PIC X(15) VALUE 'CPF      183011'.
       01 FILLER REDEFINES WS-CAMPOS-IMAGEM-VALORES.
          03 WS-CI OCCURS 13.
             05 WS-CI-ROTULO       PIC X(09).
             05 WS-CI-POS          PIC 9(03).
             05 WS-CI-TAM          PIC 9(03).
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-CI                PIC 9(02) VALUE ZEROS.
       77 WS-PTR                   PIC 9(03) VALUE ZEROS.
       77 WS-CAMPOS-MUDARAM        PIC X(100) VALUE SPACES.
      *campos de trabalho da ficha
       77 WS-SITUACAO              PIC X(07) VALUE SPACES.
       77 WS-VALOR                 PIC X(40) VALUE SPACES.
       77 WS-CPF-FICHA             PIC X(18) VALUE SPACES.
       77 WS-NUMERO-FICHA          PIC X(06) VALUE SPACES.
       77 WS-CEP-FICHA             PIC X(08) VALUE SPACES.
       77 WS-MEIO-TIPO-EXT         PIC X(11) VALUE SPACES.
       77 WS-TIPO-EXT              PIC X(08) VALUE SPACES.
       77 WS-CONT-SECAO            PIC 9(04) VALUE ZEROS.
       77 WS-NOME-LISTA            PIC X(20) VALUE SPACES.
      *saida
       01 WS-LINHA-REL             PIC X(120) VALUE SPACES.
       77 WS-TITULO-SECAO          PIC X(120) VALUE SPACES.
       77 WS-NUM-PAGINA            PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS-PAGINA     PIC 9(03) VALUE 60.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-CONT-FICHAS           PIC 9(06) VALUE ZEROS.
       77 WS-FICHA-ID              PIC 9(06) VALUE ZEROS.
       77 WS-FICHA-NOME            PIC X(20) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY LISTA-WS.
          COPY MASCARA-WS.
          COPY DOCUMENTO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM           PIC X(20).
          03 LK-USUARIO            PIC X(10).
      *modo de execucao 'B' = batch agendado, sem operador;
      *o retorno e testado pelo agendador via MODULO-BATCH
          03 LK-MODO-EXEC          PIC X(01).
             88 EXEC-BATCH         VALUE 'B'.
          03 LK-RETORNO            PIC 9(02).
          03 LK-ID-SELECIONADO     PIC 9(06).
          03 LK-NIVEL-ACESSO       PIC 9(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-FICHA'         TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF WS-CFG-LINHAS-REL > 0 THEN
                MOVE WS-CFG-LINHAS-REL TO WS-MAX-LINHAS-PAGINA
            END-IF
            MOVE 0 TO LK-RETORNO
      *a ficha segue a mesma regra das telas: o perfil de consulta
      *ve os dados pessoais mascarados
            SET APLICA-MASCARA TO FALSE
            IF LK-NIVEL-ACESSO = 1 THEN
                SET APLICA-MASCARA TO TRUE
            END-IF
            IF EXEC-BATCH THEN
                PERFORM P305-PARAMETROS-BATCH
                IF WS-OP-SELECAO = SPACES THEN
                    MOVE 'SELECAO DA FICHA NAO INFORMADA AO JOB!'
                         TO WS-MSG-TEXTO
                    PERFORM P510-MSG
                    MOVE 8 TO LK-RETORNO
                ELSE
                    PERFORM P6OO-EMITE THRU P600-SAI
                END-IF
            ELSE
                DISPLAY '***FICHA COMPLETA DO CONTATO***'
                SET EXIT-OK TO FALSE
                PERFORM P3OO-FICHA THRU P300-FIM UNTIL EXIT-OK
            END-IF
            PERFORM P900-FIM
           .
       P3OO-FICHA.
           DISPLAY 'Ficha de: <C>ontato, <L>ista de distribuicao ou'
                   ' <D>ono da carteira?'
           MOVE SPACES TO WS-OP-SELECAO
           ACCEPT WS-OP-SELECAO
           MOVE FUNCTION UPPER-CASE(WS-OP-SELECAO) TO WS-OP-SELECAO
           EVALUATE TRUE
               WHEN SEL-CONTATO
                   DISPLAY 'Numero do contato:'
                   ACCEPT WS-SEL-ID
               WHEN SEL-LISTA
                   DISPLAY 'Numero da lista:'
                   MOVE ZEROS TO WS-LISTA-FILTRO
                   ACCEPT WS-LISTA-FILTRO
               WHEN SEL-DONO
                   DISPLAY 'Usuario dono da carteira:'
                   MOVE SPACES TO WS-SEL-DONO
                   ACCEPT WS-SEL-DONO
                   MOVE FUNCTION UPPER-CASE(WS-SEL-DONO)
                        TO WS-SEL-DONO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA!'
                   GO TO P299-CONTINUA
           END-EVALUATE
           DISPLAY 'Interacoes e alteracoes recentes a imprimir'
                   ' (1 a 20, 0 = 5):'
           MOVE ZEROS TO WS-QTD-ULTIMAS
           ACCEPT WS-QTD-ULTIMAS
           IF WS-QTD-ULTIMAS = 0 OR WS-QTD-ULTIMAS > 20 THEN
               MOVE 5 TO WS-QTD-ULTIMAS
           END-IF
           PERFORM P6OO-EMITE THRU P600-SAI
           .
       P299-CONTINUA.
           DISPLAY
             'TECLE:'
             '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *em modo agendado a selecao vem do ambiente, na ordem id,
      *lista e dono; valor ausente ou invalido e ignorado
       P305-PARAMETROS-BATCH.
           MOVE SPACES TO WS-OP-SELECAO
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CONTATOS_FICHA_ID'
           COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ENV-VALOR))
           IF WS-TAM-ENV > 0 AND WS-TAM-ENV <= 6 AND
              WS-ENV-VALOR(1:WS-TAM-ENV) IS NUMERIC THEN
               COMPUTE WS-SEL-ID = FUNCTION NUMVAL(WS-ENV-VALOR)
               SET SEL-CONTATO TO TRUE
           END-IF
           IF WS-OP-SELECAO = SPACES THEN
               MOVE SPACES TO WS-ENV-VALOR
               ACCEPT WS-ENV-VALOR FROM ENVIRONMENT
                      'CONTATOS_FICHA_LISTA'
               COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-ENV-VALOR))
               IF WS-TAM-ENV > 0 AND WS-TAM-ENV <= 4 AND
                  WS-ENV-VALOR(1:WS-TAM-ENV) IS NUMERIC THEN
                   COMPUTE WS-LISTA-FILTRO =
                           FUNCTION NUMVAL(WS-ENV-VALOR)
                   SET SEL-LISTA TO TRUE
               END-IF
           END-IF
           IF WS-OP-SELECAO = SPACES THEN
               MOVE SPACES TO WS-SEL-DONO
               ACCEPT WS-SEL-DONO FROM ENVIRONMENT
                      'CONTATOS_FICHA_DONO'
               IF WS-SEL-DONO NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE(WS-SEL-DONO)
                        TO WS-SEL-DONO
                   SET SEL-DONO TO TRUE
               END-IF
           END-IF
           MOVE 5 TO WS-QTD-ULTIMAS
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT
                  'CONTATOS_FICHA_ULTIMAS'
           COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ENV-VALOR))
           IF WS-TAM-ENV > 0 AND WS-TAM-ENV <= 2 AND
              WS-ENV-VALOR(1:WS-TAM-ENV) IS NUMERIC THEN
               COMPUTE WS-QTD-ULTIMAS = FUNCTION NUMVAL(WS-ENV-VALOR)
           END-IF
           IF WS-QTD-ULTIMAS = 0 OR WS-QTD-ULTIMAS > 20 THEN
               MOVE 5 TO WS-QTD-ULTIMAS
           END-IF
           .
      ******************************************************************
      *ficha de cada contato selecionado, uma por pagina
      ******************************************************************
       P400-FICHA.
           ADD 1 TO WS-CONT-FICHAS
           MOVE ID-CONTATO TO WS-FICHA-ID
           MOVE NM-CONTATO TO WS-FICHA-NOME
           PERFORM P480-CABECALHO
           PERFORM P410-DADOS
           PERFORM P420-EMPRESA
           PERFORM P430-MEIOS
           PERFORM P440-LISTAS
           PERFORM P450-INTERACOES
           PERFORM P460-ALTERACOES
           MOVE SPACES TO WS-LINHA-REL
           PERFORM P490-ESCREVE-LINHA
           MOVE '*** FIM DA FICHA ***' TO WS-LINHA-REL
           PERFORM P490-ESCREVE-LINHA
           .
      *dados do cadastro; telefone, email, endereco e cpf mascarados
      *para o perfil de consulta, numero e cep omitidos, como na tela
       P410-DADOS.
           MOVE 'DADOS CADASTRAIS' TO WS-LINHA-REL
           PERFORM P485-SECAO
           IF CONTATO-INATIVO THEN
               MOVE 'INATIVO' TO WS-SITUACAO
           ELSE
               MOVE 'ATIVO'   TO WS-SITUACAO
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  NOME......: '   DELIMITED BY SIZE
                  NM-CONTATO         DELIMITED BY SIZE
                  '   SITUACAO: '    DELIMITED BY SIZE
                  WS-SITUACAO        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING '  CATEGORIA.: '   DELIMITED BY SIZE
                  CATEGORIA-CONTATO  DELIMITED BY SIZE
                  '   CARTEIRA: '    DELIMITED BY SIZE
                  DONO-CONTATO       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA

           MOVE CPF-CONTATO TO WS-DOC-DIGITOS
           PERFORM P737-FORMATA-DOCUMENTO
           MOVE WS-DOC-FORMATADO TO WS-CPF-FICHA
           IF APLICA-MASCARA AND CPF-CONTATO NOT = SPACES THEN
               MOVE CPF-CONTATO TO WS-MASC-VALOR
               PERFORM P780-MASCARA-CPF
               MOVE WS-MASC-VALOR(1:14) TO WS-CPF-FICHA
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  CPF.......: '   DELIMITED BY SIZE
                  WS-CPF-FICHA       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA

           MOVE FONE-CONTATO TO WS-VALOR
           IF APLICA-MASCARA THEN
               MOVE WS-VALOR TO WS-MASC-VALOR
               PERFORM P750-MASCARA-FONE
               MOVE WS-MASC-VALOR TO WS-VALOR
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  TELEFONE..: '   DELIMITED BY SIZE
                  WS-VALOR           DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA

           MOVE EMAIL-CONTATO TO WS-VALOR
           IF APLICA-MASCARA THEN
               MOVE WS-VALOR TO WS-MASC-VALOR
               PERFORM P760-MASCARA-EMAIL
               MOVE WS-MASC-VALOR TO WS-VALOR
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  EMAIL.....: '   DELIMITED BY SIZE
                  WS-VALOR           DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA

           MOVE ENDERECO-CONTATO TO WS-VALOR
           MOVE NUMERO-CONTATO   TO WS-NUMERO-FICHA
           MOVE CEP-CONTATO      TO WS-CEP-FICHA
           IF APLICA-MASCARA THEN
               MOVE WS-VALOR TO WS-MASC-VALOR
               PERFORM P770-MASCARA-ENDERECO
               MOVE WS-MASC-VALOR TO WS-VALOR
               MOVE SPACES TO WS-NUMERO-FICHA
               MOVE SPACES TO WS-CEP-FICHA
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING '  ENDERECO..: '   DELIMITED BY SIZE
                  WS-VALOR           DELIMITED BY SIZE
                  ' NUMERO: '        DELIMITED BY SIZE
                  WS-NUMERO-FICHA    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-REL
           STRING '  CIDADE/UF.: '   DELIMITED BY SIZE
                  CIDADE-CONTATO     DELIMITED BY SIZE
                  ' / '              DELIMITED BY SIZE
                  UF-CONTATO         DELIMITED BY SIZE
                  '   CEP: '         DELIMITED BY SIZE
                  WS-CEP-FICHA       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-ESCREVE-LINHA
           .
       P420-EMPRESA.
           MOVE 'EMPRESA' TO WS-LINHA-REL
           PERFORM P485-SECAO
           MOVE SPACES TO WS-LINHA-REL
           IF ID-EMPRESA-CONTATO = 0 THEN
               MOVE '  SEM VINCULO COM EMPRESA' TO WS-LINHA-REL
           ELSE
               MOVE '(NAO CADASTRADA)' TO NM-EMPRESA
               MOVE SPACES             TO CNPJ-EMPRESA
               IF EMPRESAS-ABERTO THEN
                   MOVE ID-EMPRESA-CONTATO TO ID-EMPRESA
                   READ EMPRESAS
                       INVALID KEY
                           MOVE '(NAO CADASTRADA)' TO NM-EMPRESA
                           MOVE SPACES             TO CNPJ-EMPRESA
                   END-READ
               END-IF
               MOVE CNPJ-EMPRESA TO WS-DOC-DIGITOS
               PERFORM P737-FORMATA-DOCUMENTO
               STRING '  '               DELIMITED BY SIZE
                      ID-EMPRESA-CONTATO DELIMITED BY SIZE
                      ' - '              DELIMITED BY SIZE
                      NM-EMPRESA         DELIMITED BY SIZE
                      '  CNPJ: '         DELIMITED BY SIZE
                      WS-DOC-FORMATADO   DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           PERFORM P490-ESCREVE-LINHA
           .
      *todos os meios adicionais, pela chave composta id + sequencia
       P430-MEIOS.
           MOVE 'MEIOS DE CONTATO (* = PREFERIDO)' TO WS-LINHA-REL
           PERFORM P485-SECAO
           SET WS-CONT-SECAO TO 0
           IF MEIOS-ABERTO THEN
               SET EOF-AUX-OK TO FALSE
               MOVE ID-CONTATO TO MEIO-ID-CONTATO
               MOVE ZEROS      TO MEIO-SEQ
               START MEIOS-CONTATO KEY IS >= MEIO-CHAVE
                   INVALID KEY
                       SET EOF-AUX-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-AUX-OK
                   READ MEIOS-CONTATO NEXT RECORD
                       AT END
                           SET EOF-AUX-OK TO TRUE
                       NOT AT END
                           IF MEIO-ID-CONTATO NOT = ID-CONTATO THEN
                               SET EOF-AUX-OK TO TRUE
                           ELSE
                               PERFORM P435-LINHA-MEIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CONT-SECAO = 0 THEN
               MOVE '  NENHUM MEIO ADICIONAL' TO WS-LINHA-REL
               PERFORM P490-ESCREVE-LINHA
           END-IF
           .
       P435-LINHA-MEIO.
           ADD 1 TO WS-CONT-SECAO
           EVALUATE TRUE
               WHEN MEIO-RESIDENCIAL
                   MOVE 'RESIDENCIAL' TO WS-MEIO-TIPO-EXT
               WHEN MEIO-COMERCIAL
                   MOVE 'COMERCIAL'   TO WS-MEIO-TIPO-EXT
               WHEN MEIO-CELULAR
                   MOVE 'CELULAR'     TO WS-MEIO-TIPO-EXT
               WHEN MEIO-EMAIL
                   MOVE 'EMAIL'       TO WS-MEIO-TIPO-EXT
               WHEN OTHER
                   MOVE '?'           TO WS-MEIO-TIPO-EXT
           END-EVALUATE
      *para o perfil de consulta so o inicio do valor aparece
           IF APLICA-MASCARA THEN
               MOVE SPACES TO WS-VALOR
               STRING MEIO-VALOR(1:3) '**********'
                      DELIMITED BY SIZE
                 INTO WS-VALOR
               END-STRING
           ELSE
               MOVE MEIO-VALOR TO WS-VALOR
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           IF MEIO-PREF-SIM THEN
               MOVE '*' TO WS-LINHA-REL(1:1)
           END-IF
           STRING MEIO-SEQ           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-MEIO-TIPO-EXT   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-VALOR           DELIMITED BY SIZE
             INTO WS-LINHA-REL(3:)
           END-STRING
           PERFORM P490-ESCREVE-LINHA
           .
      *listas em que o contato e membro: cada lista do cadastro e
      *conferida pela chave lista + contato dos membros
       P440-LISTAS.
           MOVE 'LISTAS DE DISTRIBUICAO' TO WS-LINHA-REL
           PERFORM P485-SECAO
           SET WS-CONT-SECAO TO 0
           IF LISTAS-ABERTO THEN
               SET EOF-AUX-OK TO FALSE
               MOVE ZEROS TO ID-LISTA
               START LISTAS KEY IS >= ID-LISTA
                   INVALID KEY
                       SET EOF-AUX-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-AUX-OK
                   READ LISTAS NEXT RECORD
                       AT END
                           SET EOF-AUX-OK TO TRUE
                       NOT AT END
                           MOVE ID-LISTA   TO MEM-ID-LISTA
                           MOVE ID-CONTATO TO MEM-ID-CONTATO
                           READ LISTAS-MEMBROS
                               NOT INVALID KEY
                                   PERFORM P445-LINHA-LISTA
                           END-READ
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CONT-SECAO = 0 THEN
               MOVE '  NAO PARTICIPA DE LISTAS' TO WS-LINHA-REL
               PERFORM P490-ESCREVE-LINHA
           END-IF
           .
       P445-LINHA-LISTA.
           ADD 1 TO WS-CONT-SECAO
           MOVE SPACES TO WS-LINHA-REL
           IF LISTA-INATIVA THEN
               STRING '  '           DELIMITED BY SIZE
                      ID-LISTA       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      NM-LISTA       DELIMITED BY SIZE
                      ' (INATIVA)'   DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           ELSE
               STRING '  '           DELIMITED BY SIZE
                      ID-LISTA       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      NM-LISTA       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      DESC-LISTA     DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
           END-IF
           PERFORM P490-ESCREVE-LINHA
           .
      *as interacoes vem em ordem de data e hora; a tabela fica com
      *as mais recentes e a ficha mostra da mais nova para a antiga
       P450-INTERACOES.
           SET WS-QTD-UI TO 0
           SET WS-TOT-UI TO 0
           IF INTER-ABERTO THEN
               SET EOF-AUX-OK TO FALSE
               MOVE ID-CONTATO TO INT-ID-CONTATO
               MOVE ZEROS      TO INT-DATA
               MOVE ZEROS      TO INT-HORA
               START INTERACOES KEY IS >= INT-CHAVE
                   INVALID KEY
                       SET EOF-AUX-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-AUX-OK
                   READ INTERACOES NEXT RECORD
                       AT END
                           SET EOF-AUX-OK TO TRUE
                       NOT AT END
                           IF INT-ID-CONTATO NOT = ID-CONTATO THEN
                               SET EOF-AUX-OK TO TRUE
                           ELSE
                               PERFORM P455-GUARDA-INTERACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ULTIMAS INTERACOES ('   DELIMITED BY SIZE
                  WS-QTD-UI                DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  WS-TOT-UI                DELIMITED BY SIZE
                  ')'                      DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P485-SECAO
           IF WS-QTD-UI = 0 THEN
               MOVE '  NENHUMA INTERACAO REGISTRADA' TO WS-LINHA-REL
               PERFORM P490-ESCREVE-LINHA
           END-IF
           PERFORM VARYING WS-IND FROM WS-QTD-UI BY -1
                   UNTIL WS-IND < 1
               EVALUATE WS-UI-TIPO(WS-IND)
                   WHEN 'L'
                       MOVE 'LIGACAO'   TO WS-TIPO-EXT
                   WHEN 'V'
                       MOVE 'VISITA'    TO WS-TIPO-EXT
                   WHEN 'A'
                       MOVE 'ANOTACAO'  TO WS-TIPO-EXT
                   WHEN OTHER
                       MOVE '?'         TO WS-TIPO-EXT
               END-EVALUATE
               MOVE SPACES TO WS-LINHA-REL
               STRING '  '                       DELIMITED BY SIZE
                      WS-UI-DATA(WS-IND)(7:2)    DELIMITED BY SIZE
                      '/'                        DELIMITED BY SIZE
                      WS-UI-DATA(WS-IND)(5:2)    DELIMITED BY SIZE
                      '/'                        DELIMITED BY SIZE
                      WS-UI-DATA(WS-IND)(1:4)    DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UI-HORA(WS-IND)(1:2)    DELIMITED BY SIZE
                      ':'                        DELIMITED BY SIZE
                      WS-UI-HORA(WS-IND)(3:2)    DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-TIPO-EXT                DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UI-OPERADOR(WS-IND)     DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UI-NOTA(WS-IND)         DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               PERFORM P490-ESCREVE-LINHA
           END-PERFORM
           .
       P455-GUARDA-INTERACAO.
           ADD 1 TO WS-TOT-UI
           IF WS-QTD-UI < WS-QTD-ULTIMAS THEN
               ADD 1 TO WS-QTD-UI
           ELSE
               PERFORM VARYING WS-IND FROM 2 BY 1
                       UNTIL WS-IND > WS-QTD-UI
                   MOVE WS-UI(WS-IND) TO WS-UI(WS-IND - 1)
               END-PERFORM
           END-IF
           MOVE INT-DATA     TO WS-UI-DATA(WS-QTD-UI)
           MOVE INT-HORA     TO WS-UI-HORA(WS-QTD-UI)
           MOVE INT-TIPO     TO WS-UI-TIPO(WS-QTD-UI)
           MOVE INT-OPERADOR TO WS-UI-OPERADOR(WS-QTD-UI)
           MOVE INT-NOTA     TO WS-UI-NOTA(WS-QTD-UI)
           .
      *historico indexado por contato, mesma logica das interacoes
       P460-ALTERACOES.
           SET WS-QTD-UA TO 0
           SET WS-TOT-UA TO 0
           IF HIST-ABERTO THEN
               SET EOF-AUX-OK TO FALSE
               MOVE ID-CONTATO TO HIST-ID-CONTATO
               MOVE ZEROS      TO HIST-DATA
               MOVE ZEROS      TO HIST-HORA
               MOVE ZEROS      TO HIST-SEQ
               START HISTORICO-CONTATO KEY IS >= HIST-CHAVE
                   INVALID KEY
                       SET EOF-AUX-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-AUX-OK
                   READ HISTORICO-CONTATO NEXT RECORD
                       AT END
                           SET EOF-AUX-OK TO TRUE
                       NOT AT END
                           IF HIST-ID-CONTATO NOT = ID-CONTATO THEN
                               SET EOF-AUX-OK TO TRUE
                           ELSE
                               PERFORM P465-GUARDA-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING 'ULTIMAS ALTERACOES ('   DELIMITED BY SIZE
                  WS-QTD-UA                DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  WS-TOT-UA                DELIMITED BY SIZE
                  ')'                      DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P485-SECAO
           IF WS-QTD-UA = 0 THEN
               MOVE '  NENHUMA ALTERACAO NO HISTORICO' TO WS-LINHA-REL
               PERFORM P490-ESCREVE-LINHA
           END-IF
           PERFORM VARYING WS-IND FROM WS-QTD-UA BY -1
                   UNTIL WS-IND < 1
               MOVE SPACES TO WS-LINHA-REL
               STRING '  '                       DELIMITED BY SIZE
                      WS-UA-DATA(WS-IND)(7:2)    DELIMITED BY SIZE
                      '/'                        DELIMITED BY SIZE
                      WS-UA-DATA(WS-IND)(5:2)    DELIMITED BY SIZE
                      '/'                        DELIMITED BY SIZE
                      WS-UA-DATA(WS-IND)(1:4)    DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UA-HORA(WS-IND)(1:2)    DELIMITED BY SIZE
                      ':'                        DELIMITED BY SIZE
                      WS-UA-HORA(WS-IND)(3:2)    DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UA-OPERACAO(WS-IND)     DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UA-USUARIO(WS-IND)      DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-UA-ANTES(WS-IND)        DELIMITED BY SIZE
                      ' => '                     DELIMITED BY SIZE
                      WS-UA-DEPOIS(WS-IND)       DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               PERFORM P490-ESCREVE-LINHA
               IF WS-UA-CAMPOS(WS-IND) NOT = SPACES THEN
                   MOVE SPACES TO WS-LINHA-REL
                   STRING '     CAMPOS: '          DELIMITED BY SIZE
                          WS-UA-CAMPOS(WS-IND)     DELIMITED BY SIZE
                     INTO WS-LINHA-REL
                   END-STRING
                   PERFORM P490-ESCREVE-LINHA
               END-IF
           END-PERFORM
           .
       P465-GUARDA-ALTERACAO.
           ADD 1 TO WS-TOT-UA
           IF WS-QTD-UA < WS-QTD-ULTIMAS THEN
               ADD 1 TO WS-QTD-UA
           ELSE
               PERFORM VARYING WS-IND FROM 2 BY 1
                       UNTIL WS-IND > WS-QTD-UA
                   MOVE WS-UA(WS-IND) TO WS-UA(WS-IND - 1)
               END-PERFORM
           END-IF
           PERFORM P467-CAMPOS-ALTERADOS
           MOVE HIST-DATA         TO WS-UA-DATA(WS-QTD-UA)
           MOVE HIST-HORA         TO WS-UA-HORA(WS-QTD-UA)
           MOVE HIST-OPERACAO     TO WS-UA-OPERACAO(WS-QTD-UA)
           MOVE HIST-ANTES        TO WS-UA-ANTES(WS-QTD-UA)
           MOVE HIST-DEPOIS       TO WS-UA-DEPOIS(WS-QTD-UA)
           MOVE HIST-USUARIO      TO WS-UA-USUARIO(WS-QTD-UA)
           MOVE WS-CAMPOS-MUDARAM TO WS-UA-CAMPOS(WS-QTD-UA)
           .
      *nomes dos campos que diferem entre as duas imagens; linha
      *sem uma das imagens fica sem a lista
       P467-CAMPOS-ALTERADOS.
           MOVE SPACES TO WS-CAMPOS-MUDARAM
           IF HIST-IMG-ANTES NOT = SPACES AND
              HIST-IMG-DEPOIS NOT = SPACES THEN
               MOVE 1 TO WS-PTR
               PERFORM VARYING WS-IND-CI FROM 1 BY 1
                       UNTIL WS-IND-CI > 13
                   IF HIST-IMG-ANTES(WS-CI-POS(WS-IND-CI):
                                     WS-CI-TAM(WS-IND-CI)) NOT =
                      HIST-IMG-DEPOIS(WS-CI-POS(WS-IND-CI):
                                      WS-CI-TAM(WS-IND-CI)) THEN
                       STRING WS-CI-ROTULO(WS-IND-CI)
                                         DELIMITED BY SPACE
                              ' '        DELIMITED BY SIZE
                         INTO WS-CAMPOS-MUDARAM
                         WITH POINTER WS-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           .
       P480-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           SET WS-LINHAS-PAGINA TO 0
           IF WS-NUM-PAGINA > 1 THEN
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
      *montado direto no registro: a linha pendente da quebra de
      *pagina continua em WS-LINHA-REL
           MOVE SPACES TO REG-RELATORIO
           STRING 'FICHA DO CONTATO '  DELIMITED BY SIZE
                  WS-FICHA-ID          DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-FICHA-NOME        DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING
           STRING 'EMITIDO EM: '       DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4)    DELIMITED BY SIZE
                  '  PAGINA: '         DELIMITED BY SIZE
                  WS-NUM-PAGINA        DELIMITED BY SIZE
             INTO REG-RELATORIO(50:)
           END-STRING
           WRITE REG-RELATORIO
           MOVE ALL '=' TO REG-RELATORIO(1:90)
           WRITE REG-RELATORIO
           ADD 2 TO WS-LINHAS-PAGINA
           .
      *titulo de secao em WS-LINHA-REL, precedido de linha em branco
      *e sublinhado
       P485-SECAO.
           MOVE WS-LINHA-REL TO WS-TITULO-SECAO
           MOVE SPACES TO WS-LINHA-REL
           PERFORM P490-ESCREVE-LINHA
           MOVE WS-TITULO-SECAO TO WS-LINHA-REL
           PERFORM P490-ESCREVE-LINHA
           MOVE ALL '-' TO WS-LINHA-REL(1:40)
           PERFORM P490-ESCREVE-LINHA
           .
      *toda linha da ficha passa por aqui para a paginacao; a
      *continuacao repete o cabecalho do mesmo contato
       P490-ESCREVE-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA THEN
               PERFORM P480-CABECALHO
           END-IF
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           ADD 1 TO WS-LINHAS-PAGINA
           MOVE SPACES TO WS-LINHA-REL
           .
      ******************************************************************
      *emissao: abre os arquivos, percorre a selecao e imprime uma
      *ficha por contato
      ******************************************************************
       P6OO-EMITE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET WS-CONT-FICHAS TO 0
           SET WS-NUM-PAGINA  TO 0
      *membros da lista contados antes de abrir os arquivos de
      *listas para a secao de cada ficha
           IF SEL-LISTA THEN
               PERFORM P625-VALIDA-LISTA THRU P625-SAI
               IF LK-RETORNO > 0 THEN
                   GO TO P600-SAI
               END-IF
               PERFORM P690-CARREGA-MEMBROS
               PERFORM P698-FECHA-MEMBROS
           END-IF

           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR ARQUIVO DE CONTATOS.'
                                          DELIMITED BY SIZE
                      ' FILE STATUS: '     DELIMITED BY SIZE
                      WS-FS                DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P600-SAI
           END-IF
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O RELATORIO DE FICHAS!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS: '     DELIMITED BY SIZE
                      WS-FS-REL            DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS
               GO TO P600-SAI
           END-IF
           PERFORM P610-ABRE-AUXILIARES

           EVALUATE TRUE
               WHEN SEL-CONTATO
                   PERFORM P620-POR-CONTATO
               WHEN SEL-LISTA
                   PERFORM P630-POR-LISTA
               WHEN SEL-DONO
                   PERFORM P640-POR-DONO
           END-EVALUATE

           PERFORM P615-FECHA-AUXILIARES
           CLOSE CONTATOS
           CLOSE RELATORIO
           MOVE 'FICHA'              TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-FICHA     TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'FICHAS EMITIDAS: '   DELIMITED BY SIZE
                  WS-CONT-FICHAS        DELIMITED BY SIZE
                  ' EM '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-FICHA)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF WS-CONT-FICHAS = 0 AND LK-RETORNO = 0 THEN
               MOVE 4 TO LK-RETORNO
           END-IF
           .
       P600-SAI.
           EXIT.
       P610-ABRE-AUXILIARES.
           SET EMPRESAS-ABERTO TO FALSE
           OPEN INPUT EMPRESAS
           IF FS-EMP-OK THEN
               SET EMPRESAS-ABERTO TO TRUE
           END-IF
           SET MEIOS-ABERTO TO FALSE
           OPEN INPUT MEIOS-CONTATO
           IF FS-MEIO-OK THEN
               SET MEIOS-ABERTO TO TRUE
           END-IF
           SET LISTAS-ABERTO TO FALSE
           OPEN INPUT LISTAS
           IF FS-LIS-OK THEN
               OPEN INPUT LISTAS-MEMBROS
               IF FS-LIMEM-OK THEN
                   SET LISTAS-ABERTO TO TRUE
               ELSE
                   CLOSE LISTAS
               END-IF
           END-IF
           SET INTER-ABERTO TO FALSE
           OPEN INPUT INTERACOES
           IF FS-INT-OK THEN
               SET INTER-ABERTO TO TRUE
           END-IF
           SET HIST-ABERTO TO FALSE
           OPEN INPUT HISTORICO-CONTATO
           IF FS-HIST-OK THEN
               SET HIST-ABERTO TO TRUE
           END-IF
           .
       P615-FECHA-AUXILIARES.
           IF EMPRESAS-ABERTO THEN
               CLOSE EMPRESAS
           END-IF
           IF MEIOS-ABERTO THEN
               CLOSE MEIOS-CONTATO
           END-IF
           IF LISTAS-ABERTO THEN
               CLOSE LISTAS-MEMBROS
               CLOSE LISTAS
           END-IF
           IF INTER-ABERTO THEN
               CLOSE INTERACOES
           END-IF
           IF HIST-ABERTO THEN
               CLOSE HISTORICO-CONTATO
           END-IF
           .
      *contato informado: sai mesmo inativo, com a situacao na ficha
       P620-POR-CONTATO.
           MOVE WS-SEL-ID TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'CONTATO NAO CADASTRADO: ' DELIMITED BY SIZE
                          WS-SEL-ID                  DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
               NOT INVALID KEY
                   PERFORM P400-FICHA
           END-READ
           .
       P625-VALIDA-LISTA.
           OPEN INPUT LISTAS
           IF NOT FS-LIS-OK THEN
               MOVE 'NENHUMA LISTA DE DISTRIBUICAO CADASTRADA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P625-SAI
           END-IF
           MOVE WS-LISTA-FILTRO TO ID-LISTA
           READ LISTAS
               INVALID KEY
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'LISTA NAO CADASTRADA: ' DELIMITED BY SIZE
                          WS-LISTA-FILTRO          DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
           END-READ
           CLOSE LISTAS
           .
       P625-SAI.
           EXIT.
      *membros ativos da lista, na ordem de id; a secao de listas
      *de cada ficha le o mesmo arquivo, entao o proximo membro e
      *reposicionado pela chave a cada volta
       P630-POR-LISTA.
           IF NOT LISTAS-ABERTO THEN
               SET EOF-LIMEM-OK TO TRUE
           ELSE
               SET EOF-LIMEM-OK TO FALSE
           END-IF
           MOVE ZEROS TO WS-MEMBRO-TESTE
           PERFORM UNTIL EOF-LIMEM-OK
               MOVE WS-LISTA-FILTRO TO MEM-ID-LISTA
               MOVE WS-MEMBRO-TESTE TO MEM-ID-CONTATO
               START LISTAS-MEMBROS KEY IS > MEM-CHAVE
                   INVALID KEY
                       SET EOF-LIMEM-OK TO TRUE
               END-START
               IF NOT EOF-LIMEM-OK THEN
                   READ LISTAS-MEMBROS NEXT RECORD
                       AT END
                           SET EOF-LIMEM-OK TO TRUE
                       NOT AT END
                           IF MEM-ID-LISTA NOT = WS-LISTA-FILTRO THEN
                               SET EOF-LIMEM-OK TO TRUE
                           ELSE
                               MOVE MEM-ID-CONTATO TO WS-MEMBRO-TESTE
                               PERFORM P635-FICHA-MEMBRO
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .
       P635-FICHA-MEMBRO.
           MOVE WS-MEMBRO-TESTE TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               NOT INVALID KEY
                   IF CONTATO-ATIVO THEN
                       PERFORM P400-FICHA
                   END-IF
           END-READ
           .
      *contatos ativos da carteira, lidos na ordem de id
       P640-POR-DONO.
           SET EOF-OK TO FALSE
           MOVE ZEROS TO ID-CONTATO
           START CONTATOS KEY IS >= ID-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ CONTATOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DONO-CONTATO = WS-SEL-DONO AND
                          CONTATO-ATIVO THEN
                           PERFORM P400-FICHA
                       END-IF
               END-READ
           END-PERFORM
           .
          COPY LISTA-CARREGA.
          COPY MASCARA-CAMPOS.
          COPY DOCUMENTO-VALIDA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-FICHA.
