      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Gerador de relatorios de contatos dirigido por
      *         definicoes gravadas pelo nome em relatorios_def.dat:
      *         campos do contato, nome da empresa e meio preferido,
      *         condicoes de selecao, ate tres chaves de ordenacao e
      *         quebras com subtotal. A saida e um relatorio paginado
      *         ou um CSV. Em modo batch (job GERREL) o nome da
      *         definicao vem do parametro do passo no plano ou de
      *         CONTATOS_GERREL_NOME
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-GERADOR-REL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RELDEF ASSIGN TO WS-CAMINHO-RELDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-NOME
               FILE STATUS IS WS-FS-DEF.

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

               SELECT GERADOR-TRAB ASSIGN TO
               WS-CAMINHO-GERTRAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAB.

               SELECT WORK-ORDENACAO ASSIGN TO WS-CAMINHO-SORT.

               SELECT GERADOR-ORD ASSIGN TO
               WS-CAMINHO-GERORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

               SELECT SAIDA-GERADOR ASSIGN TO
               WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.

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
       FD RELDEF.
          COPY FD-RELDEF.

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD EMPRESAS.
          COPY FD-EMPRESAS.

       FD MEIOS-CONTATO.
          COPY FD-MEIOS.

       FD GERADOR-TRAB.
       01 REG-GERADOR-TRAB         PIC X(646).

      *cada chave tem uma posicao ascendente e outra descendente;
      *a que nao vale para a definicao vai em branco e nao pesa
      *na ordem
       SD WORK-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-CHAVE1-ASC        PIC X(40).
          03 ORD-CHAVE1-DESC       PIC X(40).
          03 ORD-CHAVE2-ASC        PIC X(40).
          03 ORD-CHAVE2-DESC       PIC X(40).
          03 ORD-CHAVE3-ASC        PIC X(40).
          03 ORD-CHAVE3-DESC       PIC X(40).
          03 ORD-ID-CONTATO        PIC 9(06).
          03 FILLER                PIC X(400).

       FD GERADOR-ORD.
       01 REG-GERADOR-ORD          PIC X(646).

       FD SAIDA-GERADOR.
       01 REG-SAIDA                PIC X(250).

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
       77 WS-FS-DEF                PIC 99.
          88 FS-DEF-OK             VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-MEIO               PIC 99.
          88 FS-MEIO-OK            VALUE 0.
       77 WS-FS-TRAB               PIC 99.
          88 FS-TRAB-OK            VALUE 0.
       77 WS-FS-ORD                PIC 99.
          88 FS-ORD-OK             VALUE 0.
       77 WS-FS-SAI                PIC 99.
          88 FS-SAI-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EOF-MEIO              PIC X.
          88 EOF-MEIO-OK           VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-DEFINIR          VALUE 'D'.
          88 ACAO-LISTAR           VALUE 'L'.
          88 ACAO-MOSTRAR          VALUE 'M'.
          88 ACAO-EXCLUIR          VALUE 'E'.
          88 ACAO-GERAR            VALUE 'G'.
       77 WS-NOME-INF              PIC X(20) VALUE SPACES.
       77 WS-CONFIRMA              PIC X VALUE SPACES.
       77 WS-CONT                  PIC 9(04) VALUE ZEROS.
      *catalogo dos campos que as definicoes podem usar: codigo,
      *titulo da coluna e largura no relatorio impresso
       01 WS-CATALOGO-VALORES.
          03 FILLER PIC X(16) VALUE 'IDID          06'.
          03 FILLER PIC X(16) VALUE 'NMNOME        20'.
          03 FILLER PIC X(16) VALUE 'FOTELEFONE    15'.
          03 FILLER PIC X(16) VALUE 'EMEMAIL       40'.
          03 FILLER PIC X(16) VALUE 'ENENDERECO    40'.
          03 FILLER PIC X(16) VALUE 'NUNUMERO      06'.
          03 FILLER PIC X(16) VALUE 'CICIDADE      20'.
          03 FILLER PIC X(16) VALUE 'UFUF          02'.
          03 FILLER PIC X(16) VALUE 'CECEP         08'.
          03 FILLER PIC X(16) VALUE 'CACATEGORIA   10'.
          03 FILLER PIC X(16) VALUE 'STSITUACAO    08'.
          03 FILLER PIC X(16) VALUE 'EPEMPRESA     07'.
          03 FILLER PIC X(16) VALUE 'NENOME EMPRESA30'.
          03 FILLER PIC X(16) VALUE 'DODONO        10'.
          03 FILLER PIC X(16) VALUE 'CPCPF         14'.
          03 FILLER PIC X(16) VALUE 'MPMEIO PREFER.40'.
       01 FILLER REDEFINES WS-CATALOGO-VALORES.
          03 WS-CAT OCCURS 16.
             05 WS-CAT-CODIGO      PIC X(02).
             05 WS-CAT-TITULO      PIC X(12).
             05 WS-CAT-LARGURA     PIC 9(02).
       77 WS-QTD-CATALOGO          PIC 9(02) VALUE 16.
       77 WS-IND-CAT               PIC 9(02) VALUE ZEROS.
       77 WS-CAMPO-COD             PIC X(02) VALUE SPACES.
       77 WS-CAMPO-ACHADO          PIC 9(02) VALUE ZEROS.
      *leitura e validacao da definicao digitada
       77 WS-LINHA-INF             PIC X(60) VALUE SPACES.
       77 WS-LINHA-TRAB            PIC X(60) VALUE SPACES.
       77 WS-PTR                   PIC 9(02) VALUE ZEROS.
       01 WS-TOKENS.
          03 WS-TOK                PIC X(02) OCCURS 6.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND2                  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CHAVES            PIC 9(01) VALUE ZEROS.
       77 WS-LARGURA-TOTAL         PIC 9(04) VALUE ZEROS.
       77 WS-DEF-VALIDA            PIC X VALUE 'S'.
          88 DEFINICAO-VALIDA      VALUE 'S' FALSE 'N'.
       77 WS-DEF-EXISTE            PIC X VALUE 'N'.
          88 DEFINICAO-EXISTE      VALUE 'S' FALSE 'N'.
      *condicoes preparadas para a comparacao: valor em maiusculas
      *(campos numericos com os zeros a esquerda) e seu tamanho
       01 WS-TAB-CONDICOES.
          03 WS-CON OCCURS 5.
             05 WS-CON-VALOR       PIC X(40).
             05 WS-CON-TAM         PIC 9(02).
       77 WS-NUM-ID                PIC 9(06) VALUE ZEROS.
       77 WS-NUM-EMP               PIC 9(04) VALUE ZEROS.
       77 WS-OCORRENCIAS           PIC 9(04) VALUE ZEROS.
       77 WS-SELECIONADO           PIC X VALUE 'S'.
          88 CONTATO-SELECIONADO   VALUE 'S' FALSE 'N'.
      *valor de um campo do catalogo para o contato corrente
       77 WS-VALOR-CAMPO           PIC X(40) VALUE SPACES.
       77 WS-VALOR-CMP             PIC X(40) VALUE SPACES.
       77 WS-APLICA-MASCARA        PIC X VALUE 'N'.
          88 APLICA-MASCARA        VALUE 'S' FALSE 'N'.
       77 WS-NOME-EMPRESA          PIC X(30) VALUE SPACES.
       77 WS-MEIO-PREF             PIC X(40) VALUE SPACES.
       77 WS-USA-EMPRESA           PIC X VALUE 'N'.
          88 USA-EMPRESA           VALUE 'S' FALSE 'N'.
       77 WS-USA-MEIO              PIC X VALUE 'N'.
          88 USA-MEIO              VALUE 'S' FALSE 'N'.
       77 WS-EMPRESAS-ABERTO       PIC X VALUE 'N'.
          88 EMPRESAS-ABERTO       VALUE 'S' FALSE 'N'.
       77 WS-MEIOS-ABERTO          PIC X VALUE 'N'.
          88 MEIOS-ABERTO          VALUE 'S' FALSE 'N'.
      *item do arquivo de trabalho: chaves, id e colunas prontas
       01 WS-ITEM.
          03 WS-IT-CHAVE OCCURS 3.
             05 WS-IT-CH-ASC       PIC X(40).
             05 WS-IT-CH-DESC      PIC X(40).
          03 WS-IT-ID              PIC 9(06).
          03 WS-IT-VALOR           PIC X(40) OCCURS 10.
       77 WS-IT-CHAVE-ATUAL        PIC X(40) VALUE SPACES.
      *saida
       77 WS-NOME-SAIDA            PIC X(120) VALUE SPACES.
       77 WS-NOME-ARQ-DEF          PIC X(20) VALUE SPACES.
       77 WS-TAM-NOME              PIC 9(02) VALUE ZEROS.
       77 WS-QTD-COLUNAS           PIC 9(02) VALUE ZEROS.
       77 WS-POS-COL               PIC 9(03) VALUE ZEROS.
       77 WS-LARG-COL              PIC 9(02) VALUE ZEROS.
       01 WS-LINHA-REL             PIC X(250) VALUE SPACES.
       77 WS-LINHA-PENDENTE        PIC X(250) VALUE SPACES.
       77 WS-NUM-PAGINA            PIC 9(04) VALUE ZEROS.
       77 WS-LINHAS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS-PAGINA     PIC 9(03) VALUE 20.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-CONT-LIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-CONT-SEL              PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ED               PIC ZZZ.ZZ9.
      *quebras de controle: valor corrente e contagem por nivel
       01 WS-TAB-QUEBRAS.
          03 WS-QUEBRA OCCURS 3.
             05 WS-QB-VALOR        PIC X(40).
             05 WS-QB-CONT         PIC 9(06).
       77 WS-NIV                   PIC 9(01) VALUE ZEROS.
       77 WS-NIV-MUDOU             PIC 9(01) VALUE ZEROS.
       77 WS-PRIMEIRO              PIC X VALUE 'S'.
          88 PRIMEIRO-GRUPO        VALUE 'S' FALSE 'N'.
       77 WS-RECUO                 PIC 9(01) VALUE ZEROS.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY MASCARA-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
      *no batch o plano pode trazer aqui o nome da definicao
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
            MOVE 'MODULO-GERADOR-REL'   TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF WS-CFG-LINHAS-REL > 0 THEN
                MOVE WS-CFG-LINHAS-REL TO WS-MAX-LINHAS-PAGINA
            END-IF
            MOVE 0 TO LK-RETORNO
            IF EXEC-BATCH THEN
                PERFORM P200-GERA-AGENDADO THRU P200-FIM
            ELSE
                DISPLAY '***GERADOR DE RELATORIOS DE CONTATOS***'
                SET EXIT-OK TO FALSE
                PERFORM P3OO-MANTEM THRU P300-FIM UNTIL EXIT-OK
            END-IF
            PERFORM P900-FIM
           .
      *em modo agendado so ha geracao: o nome vem do passo do
      *plano (COM-AREA) ou do ambiente
       P200-GERA-AGENDADO.
           MOVE SPACES TO WS-NOME-INF
           IF LK-MENSAGEM NOT = SPACES THEN
               MOVE LK-MENSAGEM TO WS-NOME-INF
           ELSE
               ACCEPT WS-NOME-INF FROM ENVIRONMENT
                      'CONTATOS_GERREL_NOME'
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-NOME-INF) TO WS-NOME-INF
           IF WS-NOME-INF = SPACES THEN
               MOVE 'NOME DA DEFINICAO NAO INFORMADO AO GERADOR!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P200-FIM
           END-IF
           OPEN INPUT RELDEF
           IF NOT FS-DEF-OK THEN
               MOVE 'NENHUMA DEFINICAO DE RELATORIO CADASTRADA!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P200-FIM
           END-IF
           PERFORM P600-GERA THRU P600-SAI
           CLOSE RELDEF
           .
       P200-FIM.
           EXIT.
       P3OO-MANTEM.
           OPEN I-O RELDEF
           IF WS-FS-DEF EQUAL 35 THEN
               OPEN OUTPUT RELDEF
               CLOSE RELDEF
               OPEN I-O RELDEF
           END-IF
           IF NOT FS-DEF-OK THEN
               DISPLAY 'ERRO AO ABRIR AS DEFINICOES DE RELATORIO!'
               DISPLAY 'FILE STATUS:' WS-FS-DEF
               SET EXIT-OK TO TRUE
               GO TO P300-FIM
           END-IF

           DISPLAY 'Acao: <D>efinir,<L>istar,<M>ostrar,<E>xcluir ou'
                   ' <G>erar relatorio?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
      *definir e excluir mexem no cadastro de definicoes: mesmo
      *nivel da manutencao de listas; fora do menu o nivel chega
      *zerado e nao ha o que validar
           IF (ACAO-DEFINIR OR ACAO-EXCLUIR) AND
              LK-NIVEL-ACESSO > 0 AND LK-NIVEL-ACESSO < 2 THEN
               DISPLAY 'ACESSO NEGADO: SEU PERFIL NAO PERMITE'
                       ' ESTA OPCAO.'
           ELSE
               EVALUATE TRUE
                   WHEN ACAO-DEFINIR
                       PERFORM P400-DEFINE THRU P400-SAI
                   WHEN ACAO-LISTAR
                       PERFORM P440-LISTA
                   WHEN ACAO-MOSTRAR
                       PERFORM P450-MOSTRA THRU P450-SAI
                   WHEN ACAO-EXCLUIR
                       PERFORM P460-EXCLUI THRU P460-SAI
                   WHEN ACAO-GERAR
                       PERFORM P470-ACEITA-NOME
                       PERFORM P600-GERA THRU P600-SAI
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA!'
               END-EVALUATE
           END-IF

           CLOSE RELDEF

           DISPLAY
                 'TECLE:'
                 '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT  WS-EXIT
           .
       P300-FIM.
           EXIT.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      ******************************************************************
      *manutencao das definicoes
      ******************************************************************
       P400-DEFINE.
           PERFORM P470-ACEITA-NOME
           IF WS-NOME-INF = SPACES THEN
               DISPLAY 'NOME EM BRANCO NAO E PERMITIDO!'
               GO TO P400-SAI
           END-IF
           MOVE WS-NOME-INF TO DEF-NOME
           SET DEFINICAO-EXISTE TO TRUE
           READ RELDEF
               INVALID KEY
                   SET DEFINICAO-EXISTE TO FALSE
           END-READ
           IF DEFINICAO-EXISTE THEN
               DISPLAY 'DEFINICAO JA EXISTE E SERA SUBSTITUIDA.'
               DISPLAY 'Confirma? <S>im ou <N>ao'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S' THEN
                   DISPLAY 'Definicao mantida.'
                   GO TO P400-SAI
               END-IF
           END-IF

           MOVE SPACES      TO REG-RELDEF
           MOVE WS-NOME-INF TO DEF-NOME
           MOVE 0           TO DEF-QUEBRAS
           PERFORM P405-MOSTRA-CATALOGO

           DISPLAY 'Titulo do relatorio:'
           ACCEPT DEF-TITULO
           DISPLAY 'Saida: <R>elatorio impresso ou <C>SV?'
           ACCEPT DEF-SAIDA
           MOVE FUNCTION UPPER-CASE(DEF-SAIDA) TO DEF-SAIDA
           IF NOT DEF-SAIDA-CSV THEN
               SET DEF-SAIDA-RELATORIO TO TRUE
           END-IF
           DISPLAY 'Incluir contatos inativos? <S>im ou <N>ao'
           ACCEPT DEF-INATIVOS
           MOVE FUNCTION UPPER-CASE(DEF-INATIVOS) TO DEF-INATIVOS
           IF NOT DEF-COM-INATIVOS THEN
               MOVE 'N' TO DEF-INATIVOS
           END-IF

           DISPLAY 'Campos a mostrar, na ordem, separados por espaco'
                   ' (ate 10, ex.: NM CI UF NE MP):'
           MOVE SPACES TO WS-LINHA-INF
           ACCEPT WS-LINHA-INF
           PERFORM P410-NORMALIZA-LINHA
           UNSTRING WS-LINHA-TRAB DELIMITED BY ALL SPACE
               INTO DEF-COLUNA(1) DEF-COLUNA(2) DEF-COLUNA(3)
                    DEF-COLUNA(4) DEF-COLUNA(5) DEF-COLUNA(6)
                    DEF-COLUNA(7) DEF-COLUNA(8) DEF-COLUNA(9)
                    DEF-COLUNA(10)
           END-UNSTRING

           DISPLAY 'Condicoes (ate 5, todas devem valer): campo,'
                   ' operador e valor, ex.: UF = SP'
           DISPLAY '   operadores: = <> > < >= <= CT (contem)'
                   ' VZ (vazio) PR (preenchido)'
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               PERFORM P415-ACEITA-CONDICAO
           END-PERFORM

           DISPLAY 'Ordenacao: ate 3 campos, cada um seguido de A'
                   ' ou D (ex.: UF A CI A):'
           MOVE SPACES TO WS-LINHA-INF
           ACCEPT WS-LINHA-INF
           PERFORM P410-NORMALIZA-LINHA
           MOVE SPACES TO WS-TOKENS
           UNSTRING WS-LINHA-TRAB DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3)
                    WS-TOK(4) WS-TOK(5) WS-TOK(6)
           END-UNSTRING
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               COMPUTE WS-IND2 = WS-IND * 2 - 1
               MOVE WS-TOK(WS-IND2) TO DEF-ORD-CAMPO(WS-IND)
               ADD 1 TO WS-IND2
               MOVE WS-TOK(WS-IND2)(1:1) TO DEF-ORD-SENTIDO(WS-IND)
               IF DEF-ORD-CAMPO(WS-IND) NOT = SPACES AND
                  DEF-ORD-SENTIDO(WS-IND) NOT = 'D' THEN
                   MOVE 'A' TO DEF-ORD-SENTIDO(WS-IND)
               END-IF
           END-PERFORM

           IF DEF-SAIDA-RELATORIO THEN
               DISPLAY 'Quebras com subtotal nas primeiras chaves de'
                       ' ordenacao (0 a 3):'
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA IS NUMERIC THEN
                   MOVE WS-CONFIRMA TO DEF-QUEBRAS
               END-IF
           END-IF

           PERFORM P420-VALIDA-DEFINICAO
           IF NOT DEFINICAO-VALIDA THEN
               DISPLAY 'DEFINICAO NAO GRAVADA.'
               GO TO P400-SAI
           END-IF

           MOVE LK-USUARIO TO DEF-USUARIO
           ACCEPT DEF-DATA FROM DATE YYYYMMDD
           IF DEFINICAO-EXISTE THEN
               REWRITE REG-RELDEF
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A DEFINICAO!'
                   NOT INVALID KEY
                       DISPLAY 'Definicao alterada com sucesso!'
               END-REWRITE
           ELSE
               WRITE REG-RELDEF
                   INVALID KEY
                       DISPLAY 'DEFINICAO JA CADASTRADA!'
                   NOT INVALID KEY
                       DISPLAY 'Definicao incluida com sucesso!'
               END-WRITE
           END-IF
           .
       P400-SAI.
           EXIT.
       P405-MOSTRA-CATALOGO.
           DISPLAY 'CAMPOS DISPONIVEIS:'
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > WS-QTD-CATALOGO
               DISPLAY '   ' WS-CAT-CODIGO(WS-IND-CAT) ' - '
                       WS-CAT-TITULO(WS-IND-CAT)
           END-PERFORM
           .
      *maiusculas e sem brancos a esquerda, para o UNSTRING
       P410-NORMALIZA-LINHA.
           MOVE FUNCTION UPPER-CASE(WS-LINHA-INF) TO WS-LINHA-INF
           MOVE SPACES TO WS-LINHA-TRAB
           IF WS-LINHA-INF NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-LINHA-INF) TO WS-LINHA-TRAB
           END-IF
           .
      *o valor e o resto da linha depois do operador, entao pode
      *ter espacos (ex.: CI = SAO PAULO)
       P415-ACEITA-CONDICAO.
           DISPLAY 'Condicao ' WS-IND ' ou <ENTER> para encerrar:'
           MOVE SPACES TO WS-LINHA-INF
           ACCEPT WS-LINHA-INF
           PERFORM P410-NORMALIZA-LINHA
           IF WS-LINHA-TRAB = SPACES THEN
               MOVE 6 TO WS-IND
           ELSE
               MOVE 1 TO WS-PTR
               UNSTRING WS-LINHA-TRAB DELIMITED BY ALL SPACE
                   INTO DEF-CON-CAMPO(WS-IND)
                        DEF-CON-OPER(WS-IND)
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PTR <= 60 THEN
                   MOVE WS-LINHA-TRAB(WS-PTR:)
                        TO DEF-CON-VALOR(WS-IND)
               END-IF
           END-IF
           .
       P420-VALIDA-DEFINICAO.
           SET DEFINICAO-VALIDA TO TRUE
           SET WS-QTD-COLUNAS   TO 0
           SET WS-LARGURA-TOTAL TO 0
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   MOVE DEF-COLUNA(WS-IND) TO WS-CAMPO-COD
                   PERFORM P425-PROCURA-CAMPO
                   IF WS-CAMPO-ACHADO = 0 THEN
                       DISPLAY 'CAMPO INEXISTENTE: ' WS-CAMPO-COD
                       SET DEFINICAO-VALIDA TO FALSE
                   ELSE
                       ADD 1 TO WS-QTD-COLUNAS
                       COMPUTE WS-LARGURA-TOTAL = WS-LARGURA-TOTAL +
                               WS-CAT-LARGURA(WS-CAMPO-ACHADO) + 1
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-COLUNAS = 0 THEN
               DISPLAY 'INFORME AO MENOS UM CAMPO A MOSTRAR!'
               SET DEFINICAO-VALIDA TO FALSE
           END-IF
           IF DEF-SAIDA-RELATORIO AND WS-LARGURA-TOTAL > 250 THEN
               DISPLAY 'CAMPOS EXCEDEM A LARGURA DO RELATORIO (250).'
               SET DEFINICAO-VALIDA TO FALSE
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               IF DEF-CON-CAMPO(WS-IND) NOT = SPACES THEN
                   MOVE DEF-CON-CAMPO(WS-IND) TO WS-CAMPO-COD
                   PERFORM P425-PROCURA-CAMPO
                   IF WS-CAMPO-ACHADO = 0 THEN
                       DISPLAY 'CAMPO INEXISTENTE NA CONDICAO '
                               WS-IND ': ' WS-CAMPO-COD
                       SET DEFINICAO-VALIDA TO FALSE
                   END-IF
                   EVALUATE DEF-CON-OPER(WS-IND)
                       WHEN '='
                       WHEN '<>'
                       WHEN '>'
                       WHEN '<'
                       WHEN '>='
                       WHEN '<='
                       WHEN 'CT'
                           IF DEF-CON-VALOR(WS-IND) = SPACES THEN
                               DISPLAY 'VALOR EM BRANCO NA CONDICAO '
                                       WS-IND
                               SET DEFINICAO-VALIDA TO FALSE
                           END-IF
                       WHEN 'VZ'
                       WHEN 'PR'
                           MOVE SPACES TO DEF-CON-VALOR(WS-IND)
                       WHEN OTHER
                           DISPLAY 'OPERADOR INVALIDO NA CONDICAO '
                                   WS-IND ': ' DEF-CON-OPER(WS-IND)
                           SET DEFINICAO-VALIDA TO FALSE
                   END-EVALUATE
               END-IF
           END-PERFORM

           SET WS-QTD-CHAVES TO 0
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               IF DEF-ORD-CAMPO(WS-IND) NOT = SPACES THEN
                   MOVE DEF-ORD-CAMPO(WS-IND) TO WS-CAMPO-COD
                   PERFORM P425-PROCURA-CAMPO
                   IF WS-CAMPO-ACHADO = 0 THEN
                       DISPLAY 'CAMPO INEXISTENTE NA ORDENACAO: '
                               WS-CAMPO-COD
                       SET DEFINICAO-VALIDA TO FALSE
                   END-IF
                   IF WS-QTD-CHAVES = WS-IND - 1 THEN
                       ADD 1 TO WS-QTD-CHAVES
                   END-IF
               END-IF
           END-PERFORM
           IF DEF-QUEBRAS > WS-QTD-CHAVES THEN
               DISPLAY 'QUEBRAS LIMITADAS AS CHAVES DE ORDENACAO: '
                       WS-QTD-CHAVES
               MOVE WS-QTD-CHAVES TO DEF-QUEBRAS
           END-IF
           .
       P425-PROCURA-CAMPO.
           SET WS-CAMPO-ACHADO TO 0
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > WS-QTD-CATALOGO OR
                         WS-CAMPO-ACHADO > 0
               IF WS-CAT-CODIGO(WS-IND-CAT) = WS-CAMPO-COD THEN
                   MOVE WS-IND-CAT TO WS-CAMPO-ACHADO
               END-IF
           END-PERFORM
           .
       P440-LISTA.
           SET EOF-OK TO FALSE
           SET WS-CONT TO 0
           MOVE LOW-VALUES TO DEF-NOME
           START RELDEF KEY IS >= DEF-NOME
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ RELDEF NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       IF DEF-SAIDA-CSV THEN
                           DISPLAY DEF-NOME ' CSV ' DEF-TITULO
                       ELSE
                           DISPLAY DEF-NOME ' REL ' DEF-TITULO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE DEFINICOES: ' WS-CONT
           .
       P450-MOSTRA.
           PERFORM P470-ACEITA-NOME
           MOVE WS-NOME-INF TO DEF-NOME
           READ RELDEF
               INVALID KEY
                   DISPLAY 'DEFINICAO NAO CADASTRADA!'
                   GO TO P450-SAI
           END-READ
           DISPLAY 'DEFINICAO: ' DEF-NOME ' - ' DEF-TITULO
           DISPLAY '   SAIDA: ' DEF-SAIDA '  INATIVOS: ' DEF-INATIVOS
                   '  GRAVADA POR ' DEF-USUARIO ' EM '
                   DEF-DATA(7:2) '/' DEF-DATA(5:2) '/' DEF-DATA(1:4)
           DISPLAY '   CAMPOS: ' DEF-COLUNAS
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               IF DEF-CON-CAMPO(WS-IND) NOT = SPACES THEN
                   DISPLAY '   CONDICAO: ' DEF-CON-CAMPO(WS-IND) ' '
                           DEF-CON-OPER(WS-IND) ' '
                           DEF-CON-VALOR(WS-IND)
               END-IF
           END-PERFORM
           DISPLAY '   ORDENACAO: ' DEF-ORDENACAO
                   '  QUEBRAS: ' DEF-QUEBRAS
           .
       P450-SAI.
           EXIT.
       P460-EXCLUI.
           PERFORM P470-ACEITA-NOME
           MOVE WS-NOME-INF TO DEF-NOME
           READ RELDEF
               INVALID KEY
                   DISPLAY 'DEFINICAO NAO CADASTRADA!'
                   GO TO P460-SAI
           END-READ
           DISPLAY 'Excluir a definicao ' DEF-NOME '? <S>im ou <N>ao'
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = 'S' THEN
               DELETE RELDEF RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR A DEFINICAO!'
                   NOT INVALID KEY
                       DISPLAY 'Definicao excluida com sucesso!'
               END-DELETE
           END-IF
           .
       P460-SAI.
           EXIT.
       P470-ACEITA-NOME.
           DISPLAY 'Nome da definicao:'
           MOVE SPACES TO WS-NOME-INF
           ACCEPT WS-NOME-INF
           MOVE FUNCTION UPPER-CASE(WS-NOME-INF) TO WS-NOME-INF
           .
      ******************************************************************
      *geracao: seleciona os contatos pela definicao em WS-NOME-INF,
      *grava o trabalho com as chaves e colunas ja formatadas,
      *ordena e imprime com as quebras ou grava o CSV
      ******************************************************************
       P600-GERA.
           MOVE WS-NOME-INF TO DEF-NOME
           READ RELDEF
               INVALID KEY
                   MOVE SPACES TO WS-MSG-TEXTO
                   STRING 'DEFINICAO NAO CADASTRADA: ' DELIMITED BY SIZE
                          WS-NOME-INF                  DELIMITED BY SIZE
                     INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P510-MSG
                   MOVE 8 TO LK-RETORNO
                   GO TO P600-SAI
           END-READ
           PERFORM P605-PREPARA

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
           OPEN OUTPUT GERADOR-TRAB
           IF NOT FS-TRAB-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO DE TRABALHO!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS
               GO TO P600-SAI
           END-IF
      *empresas e meios sao lidos so quando a definicao usa o nome
      *da empresa ou o meio preferido; sem o arquivo a coluna sai
      *em branco
           SET EMPRESAS-ABERTO TO FALSE
           IF USA-EMPRESA THEN
               OPEN INPUT EMPRESAS
               IF FS-EMP-OK THEN
                   SET EMPRESAS-ABERTO TO TRUE
               END-IF
           END-IF
           SET MEIOS-ABERTO TO FALSE
           IF USA-MEIO THEN
               OPEN INPUT MEIOS-CONTATO
               IF FS-MEIO-OK THEN
                   SET MEIOS-ABERTO TO TRUE
               END-IF
           END-IF

           SET WS-CONT-LIDOS TO 0
           SET WS-CONT-SEL   TO 0
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ CONTATOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P620-AVALIA-CONTATO
               END-READ
           END-PERFORM
           CLOSE CONTATOS
           CLOSE GERADOR-TRAB
           IF EMPRESAS-ABERTO THEN
               CLOSE EMPRESAS
           END-IF
           IF MEIOS-ABERTO THEN
               CLOSE MEIOS-CONTATO
           END-IF

           SORT WORK-ORDENACAO ON ASCENDING  KEY ORD-CHAVE1-ASC
                               ON DESCENDING KEY ORD-CHAVE1-DESC
                               ON ASCENDING  KEY ORD-CHAVE2-ASC
                               ON DESCENDING KEY ORD-CHAVE2-DESC
                               ON ASCENDING  KEY ORD-CHAVE3-ASC
                               ON DESCENDING KEY ORD-CHAVE3-DESC
                               ON ASCENDING  KEY ORD-ID-CONTATO
               USING GERADOR-TRAB
               GIVING GERADOR-ORD

           OPEN OUTPUT SAIDA-GERADOR
           IF NOT FS-SAI-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR A SAIDA DO GERADOR!'
                                          DELIMITED BY SIZE
                      ' FILE STATUS: '     DELIMITED BY SIZE
                      WS-FS-SAI            DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P600-SAI
           END-IF
           OPEN INPUT GERADOR-ORD
           IF NOT FS-ORD-OK THEN
               MOVE 'ERRO AO ORDENAR OS CONTATOS SELECIONADOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE SAIDA-GERADOR
               GO TO P600-SAI
           END-IF
           IF DEF-SAIDA-CSV THEN
               PERFORM P680-GRAVA-CSV
           ELSE
               PERFORM P650-IMPRIME
           END-IF
           CLOSE GERADOR-ORD
           CLOSE SAIDA-GERADOR
           MOVE 'GERREL'             TO WS-SPL-TIPO-INF
           MOVE WS-NOME-SAIDA        TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO '          DELIMITED BY SIZE
                  DEF-NOME              DELIMITED BY SPACE
                  ' LIDOS: '            DELIMITED BY SIZE
                  WS-CONT-LIDOS         DELIMITED BY SIZE
                  ' SELECIONADOS: '     DELIMITED BY SIZE
                  WS-CONT-SEL           DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'SAIDA GRAVADA EM: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-SAIDA)
                                        DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P600-SAI.
           EXIT.
      *prepara a execucao: nome do arquivo de saida, arquivos
      *auxiliares necessarios e os valores das condicoes
       P605-PREPARA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE DEF-NOME TO WS-NOME-ARQ-DEF
           COMPUTE WS-TAM-NOME =
                   FUNCTION LENGTH(FUNCTION TRIM(DEF-NOME))
           INSPECT WS-NOME-ARQ-DEF(1:WS-TAM-NOME)
                   REPLACING ALL ' ' BY '_'
                             ALL '/' BY '_'
                             ALL '\' BY '_'
           MOVE SPACES TO WS-NOME-SAIDA
           IF DEF-SAIDA-CSV THEN
               STRING FUNCTION TRIM(WS-DIR-SAIDA) DELIMITED BY SIZE
                      'relger_'                   DELIMITED BY SIZE
                      WS-NOME-ARQ-DEF(1:WS-TAM-NOME)
                                                  DELIMITED BY SIZE
                      '.csv'                      DELIMITED BY SIZE
                 INTO WS-NOME-SAIDA
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DIR-SAIDA) DELIMITED BY SIZE
                      'relger_'                   DELIMITED BY SIZE
                      WS-NOME-ARQ-DEF(1:WS-TAM-NOME)
                                                  DELIMITED BY SIZE
                      '.txt'                      DELIMITED BY SIZE
                 INTO WS-NOME-SAIDA
               END-STRING
           END-IF

           SET USA-EMPRESA TO FALSE
           SET USA-MEIO    TO FALSE
           SET WS-QTD-COLUNAS TO 0
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   ADD 1 TO WS-QTD-COLUNAS
               END-IF
               IF DEF-COLUNA(WS-IND) = 'NE' THEN
                   SET USA-EMPRESA TO TRUE
               END-IF
               IF DEF-COLUNA(WS-IND) = 'MP' THEN
                   SET USA-MEIO TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               IF DEF-ORD-CAMPO(WS-IND) = 'NE' THEN
                   SET USA-EMPRESA TO TRUE
               END-IF
               IF DEF-ORD-CAMPO(WS-IND) = 'MP' THEN
                   SET USA-MEIO TO TRUE
               END-IF
           END-PERFORM

      *campos numericos comparam com os zeros a esquerda, entao o
      *valor digitado (ex.: ID > 100) e completado aqui
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               MOVE FUNCTION UPPER-CASE(DEF-CON-VALOR(WS-IND))
                    TO WS-CON-VALOR(WS-IND)
               EVALUATE DEF-CON-CAMPO(WS-IND)
                   WHEN 'ID'
                       COMPUTE WS-NUM-ID = FUNCTION NUMVAL(
                               DEF-CON-VALOR(WS-IND))
                       MOVE WS-NUM-ID TO WS-CON-VALOR(WS-IND)
                   WHEN 'EP'
                       COMPUTE WS-NUM-EMP = FUNCTION NUMVAL(
                               DEF-CON-VALOR(WS-IND))
                       MOVE WS-NUM-EMP TO WS-CON-VALOR(WS-IND)
                   WHEN 'NE'
                       SET USA-EMPRESA TO TRUE
                   WHEN 'MP'
                       SET USA-MEIO TO TRUE
               END-EVALUATE
               MOVE 0 TO WS-CON-TAM(WS-IND)
               IF WS-CON-VALOR(WS-IND) NOT = SPACES THEN
                   COMPUTE WS-CON-TAM(WS-IND) = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-CON-VALOR(WS-IND)
                           TRAILING))
               END-IF
           END-PERFORM
           .
       P620-AVALIA-CONTATO.
           IF CONTATO-INATIVO AND NOT DEF-COM-INATIVOS THEN
               CONTINUE
           ELSE
               PERFORM P625-BUSCA-EXTRAS
               SET APLICA-MASCARA TO FALSE
               PERFORM P630-AVALIA-CONDICOES
               IF CONTATO-SELECIONADO THEN
                   ADD 1 TO WS-CONT-SEL
                   PERFORM P640-MONTA-ITEM
               END-IF
           END-IF
           .
       P625-BUSCA-EXTRAS.
           MOVE SPACES TO WS-NOME-EMPRESA
           IF EMPRESAS-ABERTO AND ID-EMPRESA-CONTATO > 0 THEN
               MOVE ID-EMPRESA-CONTATO TO ID-EMPRESA
               READ EMPRESAS
                   INVALID KEY
                       MOVE SPACES TO WS-NOME-EMPRESA
                   NOT INVALID KEY
                       MOVE NM-EMPRESA TO WS-NOME-EMPRESA
               END-READ
           END-IF
           MOVE SPACES TO WS-MEIO-PREF
           IF MEIOS-ABERTO THEN
               SET EOF-MEIO-OK TO FALSE
               MOVE ID-CONTATO TO MEIO-ID-CONTATO
               MOVE ZEROS      TO MEIO-SEQ
               START MEIOS-CONTATO KEY IS >= MEIO-CHAVE
                   INVALID KEY
                       SET EOF-MEIO-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-MEIO-OK
                   READ MEIOS-CONTATO NEXT RECORD
                       AT END
                           SET EOF-MEIO-OK TO TRUE
                       NOT AT END
                           IF MEIO-ID-CONTATO NOT = ID-CONTATO THEN
                               SET EOF-MEIO-OK TO TRUE
                           ELSE
                               IF MEIO-PREF-SIM THEN
                                   MOVE MEIO-VALOR TO WS-MEIO-PREF
                                   SET EOF-MEIO-OK TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *todas as condicoes preenchidas precisam valer; a comparacao
      *e feita sem diferenca de maiusculas
       P630-AVALIA-CONDICOES.
           SET CONTATO-SELECIONADO TO TRUE
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 5 OR NOT CONTATO-SELECIONADO
               IF DEF-CON-CAMPO(WS-IND) NOT = SPACES THEN
                   MOVE DEF-CON-CAMPO(WS-IND) TO WS-CAMPO-COD
                   PERFORM P800-VALOR-CAMPO
                   MOVE FUNCTION UPPER-CASE(WS-VALOR-CAMPO)
                        TO WS-VALOR-CMP
                   PERFORM P635-COMPARA
               END-IF
           END-PERFORM
           .
       P635-COMPARA.
           EVALUATE DEF-CON-OPER(WS-IND)
               WHEN '='
                   IF WS-VALOR-CMP NOT = WS-CON-VALOR(WS-IND) THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN '<>'
                   IF WS-VALOR-CMP = WS-CON-VALOR(WS-IND) THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN '>'
                   IF WS-VALOR-CMP NOT > WS-CON-VALOR(WS-IND) THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN '<'
                   IF WS-VALOR-CMP NOT < WS-CON-VALOR(WS-IND) THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN '>='
                   IF WS-VALOR-CMP < WS-CON-VALOR(WS-IND) THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN '<='
                   IF WS-VALOR-CMP > WS-CON-VALOR(WS-IND) THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN 'CT'
                   SET WS-OCORRENCIAS TO 0
                   IF WS-CON-TAM(WS-IND) > 0 THEN
                       INSPECT WS-VALOR-CMP TALLYING WS-OCORRENCIAS
                           FOR ALL WS-CON-VALOR(WS-IND)
                                   (1:WS-CON-TAM(WS-IND))
                   END-IF
                   IF WS-OCORRENCIAS = 0 THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN 'VZ'
                   IF WS-VALOR-CMP NOT = SPACES THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
               WHEN 'PR'
                   IF WS-VALOR-CMP = SPACES THEN
                       SET CONTATO-SELECIONADO TO FALSE
                   END-IF
           END-EVALUATE
           .
      *as colunas e as chaves saem mascaradas para o perfil de
      *consulta, como na listagem
       P640-MONTA-ITEM.
           MOVE SPACES TO WS-ITEM
           IF LK-NIVEL-ACESSO = 1 THEN
               SET APLICA-MASCARA TO TRUE
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               IF DEF-ORD-CAMPO(WS-IND) NOT = SPACES THEN
                   MOVE DEF-ORD-CAMPO(WS-IND) TO WS-CAMPO-COD
                   PERFORM P800-VALOR-CAMPO
                   MOVE FUNCTION UPPER-CASE(WS-VALOR-CAMPO)
                        TO WS-VALOR-CAMPO
                   IF DEF-ORD-SENTIDO(WS-IND) = 'D' THEN
                       MOVE WS-VALOR-CAMPO TO WS-IT-CH-DESC(WS-IND)
                   ELSE
                       MOVE WS-VALOR-CAMPO TO WS-IT-CH-ASC(WS-IND)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ID-CONTATO TO WS-IT-ID
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   MOVE DEF-COLUNA(WS-IND) TO WS-CAMPO-COD
                   PERFORM P800-VALOR-CAMPO
                   MOVE WS-VALOR-CAMPO TO WS-IT-VALOR(WS-IND)
               END-IF
           END-PERFORM
           SET APLICA-MASCARA TO FALSE
           MOVE WS-ITEM TO REG-GERADOR-TRAB
           WRITE REG-GERADOR-TRAB
           .
      ******************************************************************
      *relatorio impresso com quebras: um cabecalho por nivel que
      *muda, subtotal ao fechar o nivel e total geral no fim
      ******************************************************************
       P650-IMPRIME.
           SET WS-NUM-PAGINA TO 0
           SET WS-CONT TO 0
           INITIALIZE WS-TAB-QUEBRAS
           SET PRIMEIRO-GRUPO TO TRUE
           PERFORM P660-CABECALHO
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ GERADOR-ORD INTO WS-ITEM
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P655-TRATA-ITEM
               END-READ
           END-PERFORM
           IF PRIMEIRO-GRUPO THEN
               MOVE '   NENHUM CONTATO ATENDE A DEFINICAO.'
                    TO WS-LINHA-REL
               PERFORM P690-ESCREVE-LINHA
           ELSE
               PERFORM VARYING WS-NIV FROM DEF-QUEBRAS BY -1
                       UNTIL WS-NIV < 1
                   PERFORM P657-FECHA-NIVEL
               END-PERFORM
           END-IF
           MOVE ALL '-' TO WS-LINHA-REL
           PERFORM P690-ESCREVE-LINHA
           MOVE WS-CONT TO WS-CONT-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING 'TOTAL GERAL: '   DELIMITED BY SIZE
                  WS-CONT-ED        DELIMITED BY SIZE
                  ' CONTATO(S)'     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P690-ESCREVE-LINHA
           .
       P655-TRATA-ITEM.
           SET WS-NIV-MUDOU TO 0
           IF PRIMEIRO-GRUPO THEN
               IF DEF-QUEBRAS > 0 THEN
                   MOVE 1 TO WS-NIV-MUDOU
               END-IF
           ELSE
               PERFORM VARYING WS-NIV FROM 1 BY 1
                       UNTIL WS-NIV > DEF-QUEBRAS OR WS-NIV-MUDOU > 0
                   PERFORM P656-CHAVE-DO-NIVEL
                   IF WS-IT-CHAVE-ATUAL NOT = WS-QB-VALOR(WS-NIV)
                   THEN
                       MOVE WS-NIV TO WS-NIV-MUDOU
                   END-IF
               END-PERFORM
               IF WS-NIV-MUDOU > 0 THEN
                   PERFORM VARYING WS-NIV FROM DEF-QUEBRAS BY -1
                           UNTIL WS-NIV < WS-NIV-MUDOU
                       PERFORM P657-FECHA-NIVEL
                   END-PERFORM
               END-IF
           END-IF
           SET PRIMEIRO-GRUPO TO FALSE
           IF WS-NIV-MUDOU > 0 THEN
               PERFORM VARYING WS-NIV FROM WS-NIV-MUDOU BY 1
                       UNTIL WS-NIV > DEF-QUEBRAS
                   PERFORM P658-ABRE-NIVEL
               END-PERFORM
           END-IF

           ADD 1 TO WS-CONT
           PERFORM VARYING WS-NIV FROM 1 BY 1
                   UNTIL WS-NIV > DEF-QUEBRAS
               ADD 1 TO WS-QB-CONT(WS-NIV)
           END-PERFORM
           PERFORM P670-LINHA-DETALHE
           .
       P656-CHAVE-DO-NIVEL.
           IF DEF-ORD-SENTIDO(WS-NIV) = 'D' THEN
               MOVE WS-IT-CH-DESC(WS-NIV) TO WS-IT-CHAVE-ATUAL
           ELSE
               MOVE WS-IT-CH-ASC(WS-NIV)  TO WS-IT-CHAVE-ATUAL
           END-IF
           .
       P657-FECHA-NIVEL.
           MOVE DEF-ORD-CAMPO(WS-NIV) TO WS-CAMPO-COD
           PERFORM P425-PROCURA-CAMPO
           MOVE WS-QB-CONT(WS-NIV) TO WS-CONT-ED
           COMPUTE WS-RECUO = WS-NIV * 2 - 1
           MOVE SPACES TO WS-LINHA-REL
           STRING 'SUBTOTAL '                   DELIMITED BY SIZE
                  WS-CAT-TITULO(WS-CAMPO-ACHADO) DELIMITED BY '  '
                  ' '                           DELIMITED BY SIZE
                  WS-QB-VALOR(WS-NIV)           DELIMITED BY '  '
                  ': '                          DELIMITED BY SIZE
                  WS-CONT-ED                    DELIMITED BY SIZE
                  ' CONTATO(S)'                 DELIMITED BY SIZE
             INTO WS-LINHA-REL(WS-RECUO:)
           END-STRING
           PERFORM P690-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-REL
           PERFORM P690-ESCREVE-LINHA
           MOVE 0 TO WS-QB-CONT(WS-NIV)
           .
       P658-ABRE-NIVEL.
           PERFORM P656-CHAVE-DO-NIVEL
           MOVE WS-IT-CHAVE-ATUAL TO WS-QB-VALOR(WS-NIV)
           MOVE 0 TO WS-QB-CONT(WS-NIV)
           MOVE DEF-ORD-CAMPO(WS-NIV) TO WS-CAMPO-COD
           PERFORM P425-PROCURA-CAMPO
           COMPUTE WS-RECUO = WS-NIV * 2 - 1
           MOVE SPACES TO WS-LINHA-REL
           IF WS-QB-VALOR(WS-NIV) = SPACES THEN
               STRING WS-CAT-TITULO(WS-CAMPO-ACHADO) DELIMITED BY '  '
                      ': (EM BRANCO)'                DELIMITED BY SIZE
                 INTO WS-LINHA-REL(WS-RECUO:)
               END-STRING
           ELSE
               STRING WS-CAT-TITULO(WS-CAMPO-ACHADO) DELIMITED BY '  '
                      ': '                           DELIMITED BY SIZE
                      WS-QB-VALOR(WS-NIV)            DELIMITED BY SIZE
                 INTO WS-LINHA-REL(WS-RECUO:)
               END-STRING
           END-IF
           PERFORM P690-ESCREVE-LINHA
           .
       P660-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           SET WS-LINHAS-PAGINA TO 0
           IF WS-NUM-PAGINA > 1 THEN
               MOVE SPACES TO REG-SAIDA
               WRITE REG-SAIDA
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           IF DEF-TITULO = SPACES THEN
               MOVE DEF-NOME TO WS-LINHA-REL
           ELSE
               MOVE DEF-TITULO TO WS-LINHA-REL
           END-IF
           STRING 'EMITIDO EM: '       DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2)    DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4)    DELIMITED BY SIZE
                  '  PAGINA: '         DELIMITED BY SIZE
                  WS-NUM-PAGINA        DELIMITED BY SIZE
             INTO WS-LINHA-REL(45:)
           END-STRING
           MOVE WS-LINHA-REL TO REG-SAIDA
           WRITE REG-SAIDA
           MOVE SPACES TO REG-SAIDA
           WRITE REG-SAIDA
      *titulos das colunas com a largura do catalogo
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-POS-COL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   MOVE DEF-COLUNA(WS-IND) TO WS-CAMPO-COD
                   PERFORM P425-PROCURA-CAMPO
                   MOVE WS-CAT-LARGURA(WS-CAMPO-ACHADO) TO WS-LARG-COL
                   MOVE WS-CAT-TITULO(WS-CAMPO-ACHADO)
                        TO WS-LINHA-REL(WS-POS-COL:WS-LARG-COL)
                   COMPUTE WS-POS-COL = WS-POS-COL + WS-LARG-COL + 1
               END-IF
           END-PERFORM
           MOVE WS-LINHA-REL TO REG-SAIDA
           WRITE REG-SAIDA
           MOVE SPACES TO REG-SAIDA
           MOVE ALL '-' TO REG-SAIDA(1:WS-POS-COL - 1)
           WRITE REG-SAIDA
           .
       P670-LINHA-DETALHE.
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-POS-COL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   MOVE DEF-COLUNA(WS-IND) TO WS-CAMPO-COD
                   PERFORM P425-PROCURA-CAMPO
                   MOVE WS-CAT-LARGURA(WS-CAMPO-ACHADO) TO WS-LARG-COL
                   MOVE WS-IT-VALOR(WS-IND)
                        TO WS-LINHA-REL(WS-POS-COL:WS-LARG-COL)
                   COMPUTE WS-POS-COL = WS-POS-COL + WS-LARG-COL + 1
               END-IF
           END-PERFORM
           PERFORM P690-ESCREVE-LINHA
           .
      ******************************************************************
      *CSV: titulos na primeira linha e um contato por linha, sem
      *quebras; textos entre aspas como na exportacao
      ******************************************************************
       P680-GRAVA-CSV.
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-POS-COL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   MOVE DEF-COLUNA(WS-IND) TO WS-CAMPO-COD
                   PERFORM P425-PROCURA-CAMPO
                   IF WS-POS-COL > 1 THEN
                       STRING ',' DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                         WITH POINTER WS-POS-COL
                       END-STRING
                   END-IF
                   STRING '"'                  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CAT-TITULO(WS-CAMPO-ACHADO))
                                               DELIMITED BY SIZE
                          '"'                  DELIMITED BY SIZE
                     INTO WS-LINHA-REL
                     WITH POINTER WS-POS-COL
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-LINHA-REL TO REG-SAIDA
           WRITE REG-SAIDA

           SET WS-CONT TO 0
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
               READ GERADOR-ORD INTO WS-ITEM
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       PERFORM P685-LINHA-CSV
               END-READ
           END-PERFORM
           .
      *aspas embutidas viram apostrofo para nao quebrar o campo
       P685-LINHA-CSV.
           MOVE SPACES TO WS-LINHA-REL
           MOVE 1 TO WS-POS-COL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF DEF-COLUNA(WS-IND) NOT = SPACES THEN
                   INSPECT WS-IT-VALOR(WS-IND)
                           REPLACING ALL '"' BY "'"
                   IF WS-POS-COL > 1 THEN
                       STRING ',' DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                         WITH POINTER WS-POS-COL
                       END-STRING
                   END-IF
                   IF DEF-COLUNA(WS-IND) = 'ID' OR
                      DEF-COLUNA(WS-IND) = 'EP' THEN
                       STRING FUNCTION TRIM(WS-IT-VALOR(WS-IND))
                                               DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                         WITH POINTER WS-POS-COL
                       END-STRING
                   ELSE
                       STRING '"'              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IT-VALOR(WS-IND))
                                               DELIMITED BY SIZE
                              '"'              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                         WITH POINTER WS-POS-COL
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LINHA-REL TO REG-SAIDA
           WRITE REG-SAIDA
           .
      *toda linha do relatorio impresso passa por aqui para a
      *paginacao; o cabecalho usa WS-LINHA-REL, entao a linha da
      *vez e guardada durante a quebra
       P690-ESCREVE-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA THEN
               MOVE WS-LINHA-REL TO WS-LINHA-PENDENTE
               PERFORM P660-CABECALHO
               MOVE WS-LINHA-PENDENTE TO WS-LINHA-REL
           END-IF
           MOVE WS-LINHA-REL TO REG-SAIDA
           WRITE REG-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA
           .
      ******************************************************************
      *valor do campo WS-CAMPO-COD do contato corrente em
      *WS-VALOR-CAMPO, mascarado quando APLICA-MASCARA
      ******************************************************************
       P800-VALOR-CAMPO.
           MOVE SPACES TO WS-VALOR-CAMPO
           EVALUATE WS-CAMPO-COD
               WHEN 'ID'
                   MOVE ID-CONTATO         TO WS-VALOR-CAMPO
               WHEN 'NM'
                   MOVE NM-CONTATO         TO WS-VALOR-CAMPO
               WHEN 'FO'
                   MOVE FONE-CONTATO       TO WS-VALOR-CAMPO
                   IF APLICA-MASCARA THEN
                       MOVE WS-VALOR-CAMPO TO WS-MASC-VALOR
                       PERFORM P750-MASCARA-FONE
                       MOVE WS-MASC-VALOR  TO WS-VALOR-CAMPO
                   END-IF
               WHEN 'EM'
                   MOVE EMAIL-CONTATO      TO WS-VALOR-CAMPO
                   IF APLICA-MASCARA THEN
                       MOVE WS-VALOR-CAMPO TO WS-MASC-VALOR
                       PERFORM P760-MASCARA-EMAIL
                       MOVE WS-MASC-VALOR  TO WS-VALOR-CAMPO
                   END-IF
               WHEN 'EN'
                   MOVE ENDERECO-CONTATO   TO WS-VALOR-CAMPO
                   IF APLICA-MASCARA THEN
                       MOVE WS-VALOR-CAMPO TO WS-MASC-VALOR
                       PERFORM P770-MASCARA-ENDERECO
                       MOVE WS-MASC-VALOR  TO WS-VALOR-CAMPO
                   END-IF
               WHEN 'NU'
                   MOVE NUMERO-CONTATO     TO WS-VALOR-CAMPO
               WHEN 'CI'
                   MOVE CIDADE-CONTATO     TO WS-VALOR-CAMPO
               WHEN 'UF'
                   MOVE UF-CONTATO         TO WS-VALOR-CAMPO
               WHEN 'CE'
                   MOVE CEP-CONTATO        TO WS-VALOR-CAMPO
               WHEN 'CA'
                   MOVE CATEGORIA-CONTATO  TO WS-VALOR-CAMPO
               WHEN 'ST'
                   IF CONTATO-INATIVO THEN
                       MOVE 'INATIVO'      TO WS-VALOR-CAMPO
                   ELSE
                       MOVE 'ATIVO'        TO WS-VALOR-CAMPO
                   END-IF
               WHEN 'EP'
                   MOVE ID-EMPRESA-CONTATO TO WS-VALOR-CAMPO
               WHEN 'NE'
                   MOVE WS-NOME-EMPRESA    TO WS-VALOR-CAMPO
               WHEN 'DO'
                   MOVE DONO-CONTATO       TO WS-VALOR-CAMPO
               WHEN 'CP'
                   MOVE CPF-CONTATO        TO WS-VALOR-CAMPO
                   IF APLICA-MASCARA THEN
                       MOVE WS-VALOR-CAMPO TO WS-MASC-VALOR
                       PERFORM P780-MASCARA-CPF
                       MOVE WS-MASC-VALOR  TO WS-VALOR-CAMPO
                   END-IF
               WHEN 'MP'
                   MOVE WS-MEIO-PREF       TO WS-VALOR-CAMPO
      *meio adicional: so o inicio do valor, como na consulta
                   IF APLICA-MASCARA AND WS-VALOR-CAMPO NOT = SPACES
                   THEN
                       MOVE SPACES TO WS-VALOR-CAMPO
                       STRING WS-MEIO-PREF(1:3) '**********'
                              DELIMITED BY SIZE
                         INTO WS-VALOR-CAMPO
                       END-STRING
                   END-IF
           END-EVALUATE
           .
          COPY MASCARA-CAMPOS.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-GERADOR-REL.
