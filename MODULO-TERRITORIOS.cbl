      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Territorios de venda: manutencao da tabela que liga
      *         uma uf + faixa de cep ao nome do territorio e ao
      *         usuario dono da carteira, usada pelo cadastro e
      *         pelas importacoes para preencher o dono do contato,
      *         e relatorio por territorio com contatos ativos,
      *         tarefas abertas e interacoes recentes, mais os
      *         contatos cuja carteira difere do territorio. Em modo
      *         batch (job TERRIT) sai so o relatorio, com a janela
      *         de CONTATOS_TERRIT_DIAS (padrao 30 dias)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-TERRITORIOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERRITORIOS ASSIGN TO
               WS-CAMINHO-TERRIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CHAVE
               FILE STATUS IS WS-FS-TER.

               SELECT USUARIOS ASSIGN TO WS-CAMINHO-USUARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-USUARIO
               FILE STATUS IS WS-FS-USU.

               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT TAREFAS ASSIGN TO
               WS-CAMINHO-TAREFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-FS-TAR.

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-TERREL
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
       FD TERRITORIOS.
          COPY FD-TERRITORIOS.

       FD USUARIOS.
          COPY FD-USUARIOS.

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD TAREFAS.
          COPY FD-TAREFAS.

       FD INTERACOES.
          COPY FD-INTERACOES.

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
       77 WS-FS-USU                PIC 99.
          88 FS-USU-OK             VALUE 0.
       77 WS-FS-TAR                PIC 99.
          88 FS-TAR-OK             VALUE 0.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
       77 WS-CONFIRM               PIC X VALUE SPACES.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-INCLUIR          VALUE 'I'.
          88 ACAO-ALTERAR          VALUE 'A'.
          88 ACAO-EXCLUIR          VALUE 'E'.
          88 ACAO-LISTAR           VALUE 'L'.
          88 ACAO-RELATORIO        VALUE 'R'.
      *campos digitados na manutencao; em branco na alteracao
      *mantem o valor atual
       77 WS-INF-UF                PIC X(02) VALUE SPACES.
       77 WS-INF-CEP-INICIAL       PIC X(08) VALUE SPACES.
       77 WS-INF-CEP-FINAL         PIC X(08) VALUE SPACES.
       77 WS-INF-NOME              PIC X(20) VALUE SPACES.
       77 WS-INF-DONO              PIC X(10) VALUE SPACES.
       77 WS-INF-SITUACAO          PIC X(01) VALUE SPACES.
       77 WS-TER-VALIDO            PIC X VALUE 'N'.
          88 TERRITORIO-VALIDO     VALUE 'S' FALSE 'N'.
       77 WS-CONT                  PIC 9(05) VALUE ZEROS.
      *parametros do relatorio: janela das interacoes recentes
       77 WS-ENV-VALOR             PIC X(10) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-RECENTES         PIC 9(03) VALUE 30.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.
      *territorios ativos carregados para o relatorio, com os
      *acumuladores de cada um; a ultima posicao (WS-QTD-TER + 1)
      *junta os contatos fora de qualquer territorio
       01 WS-TAB-TERRITORIOS.
          03 WS-TT OCCURS 301.
             05 WS-TT-UF           PIC X(02).
             05 WS-TT-CEP-INICIAL  PIC X(08).
             05 WS-TT-CEP-FINAL    PIC X(08).
             05 WS-TT-NOME         PIC X(20).
             05 WS-TT-DONO         PIC X(10).
             05 WS-TT-LARGURA      PIC 9(08).
             05 WS-TT-ATIVOS       PIC 9(06).
             05 WS-TT-TAREFAS      PIC 9(06).
             05 WS-TT-INTERACOES   PIC 9(06).
             05 WS-TT-DIVERGENTES  PIC 9(06).
       77 WS-QTD-TER               PIC 9(03) VALUE ZEROS.
       77 WS-IND-FORA              PIC 9(03) VALUE ZEROS.
       77 WS-IND                   PIC 9(03) VALUE ZEROS.
       77 WS-IND-ACHADO            PIC 9(03) VALUE ZEROS.
       77 WS-TRANSBORDO            PIC X VALUE 'N'.
          88 TABELA-CHEIA          VALUE 'S'.
       77 WS-TOT-ATIVOS            PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TAREFAS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INTERACOES        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DIVERGENTES       PIC 9(06) VALUE ZEROS.
       01 WS-LINHA-REL             PIC X(120) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.
          COPY TERRITORIO-WS.

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
            MOVE 'MODULO-TERRITORIOS'   TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF EXEC-BATCH THEN
                PERFORM P305-PARAMETROS-BATCH
                PERFORM P6OO-RELATORIO THRU P600-SAI
            ELSE
                DISPLAY '***TERRITORIOS DE VENDA***'
                SET EXIT-OK TO FALSE
                PERFORM P3OO-TERRITORIOS THRU P300-FIM UNTIL EXIT-OK
            END-IF
            PERFORM P900-FIM
           .
       P3OO-TERRITORIOS.
           DISPLAY 'Acao: <I>ncluir,<A>lterar,<E>xcluir,<L>istar'
                   ' ou <R>elatorio por territorio?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
      *a tabela decide a carteira de todo contato novo, entao so o
      *administrador mexe nela; nivel zero e chamada sem o menu
           IF (ACAO-INCLUIR OR ACAO-ALTERAR OR ACAO-EXCLUIR) AND
              LK-NIVEL-ACESSO > 0 AND LK-NIVEL-ACESSO < 3 THEN
               DISPLAY 'ACESSO NEGADO: SEU PERFIL NAO PERMITE'
                       ' ESTA OPCAO.'
           ELSE
               EVALUATE TRUE
                   WHEN ACAO-INCLUIR
                       PERFORM P400-INCLUI THRU P400-SAI
                   WHEN ACAO-ALTERAR
                       PERFORM P420-ALTERA THRU P420-SAI
                   WHEN ACAO-EXCLUIR
                       PERFORM P430-EXCLUI THRU P430-SAI
                   WHEN ACAO-LISTAR
                       PERFORM P440-LISTA
                   WHEN ACAO-RELATORIO
                       DISPLAY 'Dias de interacao recente (0 = 30):'
                       MOVE ZEROS TO WS-DIAS-RECENTES
                       ACCEPT WS-DIAS-RECENTES
                       IF WS-DIAS-RECENTES = 0 THEN
                           MOVE 30 TO WS-DIAS-RECENTES
                       END-IF
                       PERFORM P6OO-RELATORIO THRU P600-SAI
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA!'
               END-EVALUATE
           END-IF

           DISPLAY
             'TECLE:'
             '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT WS-EXIT
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *em modo agendado a janela vem do ambiente; valor ausente ou
      *invalido fica no padrao
       P305-PARAMETROS-BATCH.
           MOVE 30 TO WS-DIAS-RECENTES
           MOVE SPACES TO WS-ENV-VALOR
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT 'CONTATOS_TERRIT_DIAS'
           COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ENV-VALOR))
           IF WS-TAM-ENV > 0 AND WS-TAM-ENV <= 3 AND
              WS-ENV-VALOR(1:WS-TAM-ENV) IS NUMERIC THEN
               COMPUTE WS-DIAS-RECENTES =
                       FUNCTION NUMVAL(WS-ENV-VALOR)
           END-IF
           IF WS-DIAS-RECENTES = 0 THEN
               MOVE 30 TO WS-DIAS-RECENTES
           END-IF
           .
       P350-ABRE-TERRITORIOS.
           OPEN I-O TERRITORIOS
           IF WS-FS-TER EQUAL 35 THEN
               OPEN OUTPUT TERRITORIOS
               CLOSE TERRITORIOS
               OPEN I-O TERRITORIOS
           END-IF
           IF NOT FS-TER-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERRITORIOS!'
               DISPLAY 'FILE STATUS:' WS-FS-TER
           END-IF
           .
       P355-ACEITA-CHAVE.
           DISPLAY 'UF do territorio:'
           MOVE SPACES TO WS-INF-UF
           ACCEPT WS-INF-UF
           MOVE FUNCTION UPPER-CASE(WS-INF-UF) TO WS-INF-UF
           DISPLAY 'CEP inicial da faixa (00000000 = UF inteira):'
           MOVE SPACES TO WS-INF-CEP-INICIAL
           ACCEPT WS-INF-CEP-INICIAL
           MOVE WS-INF-UF          TO TER-UF
           MOVE WS-INF-CEP-INICIAL TO TER-CEP-INICIAL
           .
      *regras do territorio: uf de duas letras, ceps de 8 digitos,
      *faixa em ordem, nome informado e dono cadastrado em usuarios
       P360-VALIDA-TERRITORIO.
           SET TERRITORIO-VALIDO TO FALSE
           IF TER-UF IS NOT ALPHABETIC OR TER-UF(1:1) = SPACE OR
              TER-UF(2:1) = SPACE THEN
               DISPLAY 'UF INVALIDA! USE A SIGLA DE DUAS LETRAS.'
               GO TO P360-SAI
           END-IF
           IF TER-CEP-INICIAL IS NOT NUMERIC OR
              TER-CEP-FINAL IS NOT NUMERIC THEN
               DISPLAY 'CEP INVALIDO! USE 8 DIGITOS.'
               GO TO P360-SAI
           END-IF
           IF TER-CEP-FINAL < TER-CEP-INICIAL THEN
               DISPLAY 'CEP FINAL MENOR QUE O INICIAL!'
               GO TO P360-SAI
           END-IF
           IF TER-NOME = SPACES THEN
               DISPLAY 'NOME EM BRANCO NAO E PERMITIDO!'
               GO TO P360-SAI
           END-IF
           OPEN INPUT USUARIOS
           IF NOT FS-USU-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS!'
               DISPLAY 'FILE STATUS:' WS-FS-USU
               GO TO P360-SAI
           END-IF
           MOVE TER-DONO TO ID-USUARIO
           READ USUARIOS
               INVALID KEY
                   DISPLAY 'RESPONSAVEL NAO CADASTRADO EM USUARIOS!'
               NOT INVALID KEY
                   SET TERRITORIO-VALIDO TO TRUE
           END-READ
           CLOSE USUARIOS
           .
       P360-SAI.
           EXIT.
       P365-MOSTRA-TERRITORIO.
           IF TERRITORIO-INATIVO THEN
               DISPLAY TER-UF ' ' TER-CEP-INICIAL '-' TER-CEP-FINAL
                       ' ' TER-NOME ' ' TER-DONO ' (INATIVO)'
           ELSE
               DISPLAY TER-UF ' ' TER-CEP-INICIAL '-' TER-CEP-FINAL
                       ' ' TER-NOME ' ' TER-DONO
           END-IF
           .
       P400-INCLUI.
           PERFORM P350-ABRE-TERRITORIOS
           IF NOT FS-TER-OK THEN
               GO TO P400-SAI
           END-IF
           PERFORM P355-ACEITA-CHAVE
           DISPLAY 'CEP final da faixa (99999999 = UF inteira):'
           MOVE SPACES TO TER-CEP-FINAL
           ACCEPT TER-CEP-FINAL
           DISPLAY 'Nome do territorio:'
           MOVE SPACES TO TER-NOME
           ACCEPT TER-NOME
           DISPLAY 'Usuario responsavel pela carteira:'
           MOVE SPACES TO TER-DONO
           ACCEPT TER-DONO
           SET TERRITORIO-ATIVO TO TRUE
           PERFORM P360-VALIDA-TERRITORIO THRU P360-SAI
           IF TERRITORIO-VALIDO THEN
               WRITE REG-TERRITORIO
                   INVALID KEY
                       DISPLAY 'JA EXISTE FAIXA COM ESSE INICIO NA UF!'
                   NOT INVALID KEY
                       DISPLAY 'Territorio incluido com sucesso!'
               END-WRITE
           END-IF
           CLOSE TERRITORIOS
           .
       P400-SAI.
           EXIT.
       P420-ALTERA.
           PERFORM P350-ABRE-TERRITORIOS
           IF NOT FS-TER-OK THEN
               GO TO P420-SAI
           END-IF
           PERFORM P355-ACEITA-CHAVE
           READ TERRITORIOS
               INVALID KEY
                   DISPLAY 'TERRITORIO NAO CADASTRADO!'
                   CLOSE TERRITORIOS
                   GO TO P420-SAI
           END-READ
           PERFORM P365-MOSTRA-TERRITORIO
           DISPLAY 'Informe os novos valores (em branco mantem):'
           DISPLAY 'CEP final:'
           MOVE SPACES TO WS-INF-CEP-FINAL
           ACCEPT WS-INF-CEP-FINAL
           DISPLAY 'Nome:'
           MOVE SPACES TO WS-INF-NOME
           ACCEPT WS-INF-NOME
           DISPLAY 'Responsavel:'
           MOVE SPACES TO WS-INF-DONO
           ACCEPT WS-INF-DONO
           DISPLAY 'Situacao <A>tivo ou <I>nativo:'
           MOVE SPACES TO WS-INF-SITUACAO
           ACCEPT WS-INF-SITUACAO
           MOVE FUNCTION UPPER-CASE(WS-INF-SITUACAO)
                TO WS-INF-SITUACAO
           IF WS-INF-CEP-FINAL NOT = SPACES THEN
               MOVE WS-INF-CEP-FINAL TO TER-CEP-FINAL
           END-IF
           IF WS-INF-NOME NOT = SPACES THEN
               MOVE WS-INF-NOME TO TER-NOME
           END-IF
           IF WS-INF-DONO NOT = SPACES THEN
               MOVE WS-INF-DONO TO TER-DONO
           END-IF
           IF WS-INF-SITUACAO = 'A' OR WS-INF-SITUACAO = 'I' THEN
               MOVE WS-INF-SITUACAO TO TER-SITUACAO
           END-IF
           PERFORM P360-VALIDA-TERRITORIO THRU P360-SAI
           IF TERRITORIO-VALIDO THEN
               REWRITE REG-TERRITORIO
               DISPLAY 'Territorio alterado com sucesso!'
               DISPLAY 'CONTATOS JA CADASTRADOS MANTEM A CARTEIRA;'
                       ' CONFIRA O RELATORIO POR TERRITORIO.'
           END-IF
           CLOSE TERRITORIOS
           .
       P420-SAI.
           EXIT.
       P430-EXCLUI.
           PERFORM P350-ABRE-TERRITORIOS
           IF NOT FS-TER-OK THEN
               GO TO P430-SAI
           END-IF
           PERFORM P355-ACEITA-CHAVE
           READ TERRITORIOS
               INVALID KEY
                   DISPLAY 'TERRITORIO NAO CADASTRADO!'
                   CLOSE TERRITORIOS
                   GO TO P430-SAI
           END-READ
           PERFORM P365-MOSTRA-TERRITORIO
           DISPLAY 'Confirma a exclusao? <S> para confirmar.'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's' THEN
               DELETE TERRITORIOS RECORD
               DISPLAY 'Territorio excluido com sucesso!'
           ELSE
               DISPLAY 'Exclusao cancelada.'
           END-IF
           CLOSE TERRITORIOS
           .
       P430-SAI.
           EXIT.
       P440-LISTA.
           SET WS-CONT TO 0
           OPEN INPUT TERRITORIOS
           IF NOT FS-TER-OK THEN
               DISPLAY 'NENHUM TERRITORIO CADASTRADO AINDA.'
           ELSE
               SET EOF-OK TO FALSE
               MOVE LOW-VALUES TO TER-CHAVE
               START TERRITORIOS KEY IS >= TER-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ TERRITORIOS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT
                           PERFORM P365-MOSTRA-TERRITORIO
                   END-READ
               END-PERFORM
               CLOSE TERRITORIOS
               DISPLAY 'TOTAL DE TERRITORIOS: ' WS-CONT
           END-IF
           .
      ******************************************************************
      *relatorio por territorio
      ******************************************************************
       P6OO-RELATORIO.
           SET WS-TOT-ATIVOS      TO 0
           SET WS-TOT-TAREFAS     TO 0
           SET WS-TOT-INTERACOES  TO 0
           SET WS-TOT-DIVERGENTES TO 0
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   WS-DIAS-RECENTES)

           PERFORM P610-CARREGA-TERRITORIOS
           IF WS-QTD-TER = 0 THEN
               MOVE 'NENHUM TERRITORIO ATIVO CADASTRADO.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               GO TO P600-SAI
           END-IF
           IF TABELA-CHEIA THEN
               MOVE 'AVISO: MAIS DE 300 TERRITORIOS ATIVOS;'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
           END-IF

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
               GO TO P600-SAI
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               MOVE 'ERRO AO ABRIR O RELATORIO DE TERRITORIOS!'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               CLOSE CONTATOS
               GO TO P600-SAI
           END-IF

           PERFORM P620-CONTA-CONTATOS
           PERFORM P630-CONTA-TAREFAS
           PERFORM P640-CONTA-INTERACOES
           PERFORM P650-IMPRIME-RESUMO
           PERFORM P660-IMPRIME-DIVERGENTES

           CLOSE CONTATOS
           CLOSE RELATORIO
           MOVE 'TERRITORIO'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-TERREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'CONTATOS ATIVOS: '   DELIMITED BY SIZE
                  WS-TOT-ATIVOS         DELIMITED BY SIZE
                  ' CARTEIRA DIVERGENTE: ' DELIMITED BY SIZE
                  WS-TOT-DIVERGENTES    DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'RELATORIO GRAVADO EM: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMINHO-TERREL)
                                           DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           .
       P600-SAI.
           EXIT.
      *so os territorios ativos entram; a posicao seguinte a do
      *ultimo carregado acumula os contatos sem territorio
       P610-CARREGA-TERRITORIOS.
           SET WS-QTD-TER TO 0
           MOVE 'N' TO WS-TRANSBORDO
           INITIALIZE WS-TAB-TERRITORIOS
           OPEN INPUT TERRITORIOS
           IF FS-TER-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ TERRITORIOS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF TERRITORIO-ATIVO THEN
                               PERFORM P615-GUARDA-TERRITORIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERRITORIOS
           END-IF
           COMPUTE WS-IND-FORA = WS-QTD-TER + 1
           MOVE '--'             TO WS-TT-UF(WS-IND-FORA)
           MOVE 'SEM TERRITORIO' TO WS-TT-NOME(WS-IND-FORA)
           .
       P615-GUARDA-TERRITORIO.
           IF WS-QTD-TER < 300 THEN
               ADD 1 TO WS-QTD-TER
               MOVE TER-UF          TO WS-TT-UF(WS-QTD-TER)
               MOVE TER-CEP-INICIAL TO WS-TT-CEP-INICIAL(WS-QTD-TER)
               MOVE TER-CEP-FINAL   TO WS-TT-CEP-FINAL(WS-QTD-TER)
               MOVE TER-NOME        TO WS-TT-NOME(WS-QTD-TER)
               MOVE TER-DONO        TO WS-TT-DONO(WS-QTD-TER)
               COMPUTE WS-TT-LARGURA(WS-QTD-TER) =
                       FUNCTION NUMVAL(TER-CEP-FINAL) -
                       FUNCTION NUMVAL(TER-CEP-INICIAL)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF
           .
      *mesma regra da busca do cadastro (faixa mais estreita da uf
      *vence), sobre a tabela em memoria; devolve WS-IND-ACHADO
      *apontando para o territorio ou para a posicao dos sem
       P617-LOCALIZA-CONTATO.
           MOVE WS-IND-FORA TO WS-IND-ACHADO
           MOVE FUNCTION UPPER-CASE(UF-CONTATO) TO WS-TER-UF-BUSCA
           MOVE CEP-CONTATO TO WS-TER-CEP-BUSCA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TER
               IF WS-TT-UF(WS-IND) = WS-TER-UF-BUSCA AND
                  ((WS-TER-CEP-BUSCA = SPACES AND
                    WS-TT-CEP-INICIAL(WS-IND) = '00000000' AND
                    WS-TT-CEP-FINAL(WS-IND) = '99999999') OR
                   (WS-TER-CEP-BUSCA NOT = SPACES AND
                    WS-TER-CEP-BUSCA >= WS-TT-CEP-INICIAL(WS-IND) AND
                    WS-TER-CEP-BUSCA <= WS-TT-CEP-FINAL(WS-IND))) THEN
                   IF WS-IND-ACHADO = WS-IND-FORA THEN
                       MOVE WS-IND TO WS-IND-ACHADO
                   ELSE
                       IF WS-TT-LARGURA(WS-IND) <
                          WS-TT-LARGURA(WS-IND-ACHADO) THEN
                           MOVE WS-IND TO WS-IND-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       P620-CONTA-CONTATOS.
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
                       IF CONTATO-ATIVO THEN
                           PERFORM P617-LOCALIZA-CONTATO
                           ADD 1 TO WS-TT-ATIVOS(WS-IND-ACHADO)
                           ADD 1 TO WS-TOT-ATIVOS
                           IF WS-IND-ACHADO NOT = WS-IND-FORA AND
                              DONO-CONTATO NOT =
                              WS-TT-DONO(WS-IND-ACHADO) THEN
                               ADD 1 TO
                                   WS-TT-DIVERGENTES(WS-IND-ACHADO)
                               ADD 1 TO WS-TOT-DIVERGENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *tarefa aberta conta no territorio do contato, mesmo que o
      *responsavel da tarefa seja outro usuario
       P630-CONTA-TAREFAS.
           OPEN INPUT TAREFAS
           IF NOT FS-TAR-OK THEN
               IF WS-FS-TAR NOT EQUAL 35 THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TAREFAS!'
                   DISPLAY 'FILE STATUS:' WS-FS-TAR
               END-IF
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ TAREFAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF TAR-ABERTA THEN
                               MOVE TAR-ID-CONTATO TO ID-CONTATO
                               PERFORM P635-TERRITORIO-DO-ID
                               ADD 1 TO WS-TT-TAREFAS(WS-IND-ACHADO)
                               ADD 1 TO WS-TOT-TAREFAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAREFAS
           END-IF
           .
      *contato de ID-CONTATO lido direto; sumido do cadastro conta
      *como sem territorio
       P635-TERRITORIO-DO-ID.
           READ CONTATOS
               INVALID KEY
                   MOVE WS-IND-FORA TO WS-IND-ACHADO
               NOT INVALID KEY
                   PERFORM P617-LOCALIZA-CONTATO
           END-READ
           .
       P640-CONTA-INTERACOES.
           OPEN INPUT INTERACOES
           IF NOT FS-INT-OK THEN
               IF WS-FS-INT NOT EQUAL 35 THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERACOES!'
                   DISPLAY 'FILE STATUS:' WS-FS-INT
               END-IF
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ INTERACOES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF INT-DATA >= WS-DATA-CORTE THEN
                               MOVE INT-ID-CONTATO TO ID-CONTATO
                               PERFORM P635-TERRITORIO-DO-ID
                               ADD 1 TO
                                   WS-TT-INTERACOES(WS-IND-ACHADO)
                               ADD 1 TO WS-TOT-INTERACOES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACOES
           END-IF
           .
       P650-IMPRIME-RESUMO.
           MOVE '***RELATORIO POR TERRITORIO DE VENDA***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DATA: '                DELIMITED BY SIZE
                  WS-DATA-HOJE            DELIMITED BY SIZE
                  ' INTERACOES DESDE: '   DELIMITED BY SIZE
                  WS-DATA-CORTE           DELIMITED BY SIZE
                  ' ('                    DELIMITED BY SIZE
                  WS-DIAS-RECENTES        DELIMITED BY SIZE
                  ' DIAS)'                DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'UF FAIXA DE CEP        TERRITORIO           '
                                            DELIMITED BY SIZE
                  'RESPONSAV. ATIVOS TAREFAS INTERAC DIVERG'
                                            DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-IND-FORA
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-TT-UF(WS-IND)          DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-TT-CEP-INICIAL(WS-IND) DELIMITED BY SIZE
                      '-'                       DELIMITED BY SIZE
                      WS-TT-CEP-FINAL(WS-IND)   DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-TT-NOME(WS-IND)        DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-TT-DONO(WS-IND)        DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-TT-ATIVOS(WS-IND)      DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-TT-TAREFAS(WS-IND)     DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-TT-INTERACOES(WS-IND)  DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-TT-DIVERGENTES(WS-IND) DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'TOTAL'                   DELIMITED BY SIZE
                  '                                                '
                                            DELIMITED BY SIZE
                  WS-TOT-ATIVOS             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-TOT-TAREFAS            DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-TOT-INTERACOES         DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-TOT-DIVERGENTES        DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
      *segunda leitura do cadastro para listar, em ordem de id, os
      *contatos ativos cuja carteira nao e a do territorio
       P660-IMPRIME-DIVERGENTES.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE '***CONTATOS COM CARTEIRA DIFERENTE DO TERRITORIO***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           IF WS-TOT-DIVERGENTES = 0 THEN
               MOVE 'NENHUM CONTATO FORA DA CARTEIRA DO TERRITORIO.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
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
                           IF CONTATO-ATIVO THEN
                               PERFORM P665-LINHA-DIVERGENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
       P665-LINHA-DIVERGENTE.
           PERFORM P617-LOCALIZA-CONTATO
           IF WS-IND-ACHADO NOT = WS-IND-FORA AND
              DONO-CONTATO NOT = WS-TT-DONO(WS-IND-ACHADO) THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING ID-CONTATO                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      NM-CONTATO                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      UF-CONTATO                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      CEP-CONTATO               DELIMITED BY SIZE
                      ' CARTEIRA: '             DELIMITED BY SIZE
                      DONO-CONTATO              DELIMITED BY SIZE
                      ' TERRITORIO: '           DELIMITED BY SIZE
                      WS-TT-NOME(WS-IND-ACHADO) DELIMITED BY SIZE
                      ' ('                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TT-DONO(WS-IND-ACHADO))
                                                DELIMITED BY SIZE
                      ')'                       DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               MOVE WS-LINHA-REL TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-TERRITORIOS.
