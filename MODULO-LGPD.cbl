      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Atendimento ao titular dos dados (LGPD): relatorio de
      *         tudo o que o sistema guarda de um contato (cadastro,
      *         arquivo morto, meios, interacoes, tarefas, propostas,
      *         listas, vinculos pessoais, campanhas recebidas,
      *         confirmacao cadastral, historico indexado, retratos
      *         mensais da base, logs de transacoes com as imagens,
      *         copias de backup e relatorios guardados no spool)
      *         e, a pedido, anonimizacao do nome,
      *         telefone, email e endereco em todos esses arquivos,
      *         mantendo o id e a quantidade de registros; os
      *         vinculos pessoais do titular sao apagados e os
      *         relatorios com os dados dele saem do spool. Cada
      *         solicitacao fica registrada com data e resultado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-LGPD.

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

               SELECT CONTATOS-ARQ ASSIGN TO
               WS-CAMINHO-ARQUIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQ-ID-CONTATO
               ALTERNATE RECORD KEY IS ARQ-NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ARQ.

               SELECT MEIOS ASSIGN TO WS-CAMINHO-MEIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEIO-CHAVE
               FILE STATUS IS WS-FS-MEIO.

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT TAREFAS ASSIGN TO WS-CAMINHO-TAREFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-FS-TAR.

               SELECT PENDENCIAS ASSIGN TO WS-CAMINHO-PEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-PENDENCIA
               FILE STATUS IS WS-FS-PEND.

               SELECT LISTAS ASSIGN TO WS-CAMINHO-LISTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-LISTA
               FILE STATUS IS WS-FS-LIS.

               SELECT LISTAS-MEMBROS ASSIGN TO
               WS-CAMINHO-LISTMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEM-CHAVE
               FILE STATUS IS WS-FS-LIMEM.

               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CHAVE
               FILE STATUS IS WS-FS-SUP.

               SELECT DEVOLUCOES ASSIGN TO
               WS-CAMINHO-DEVOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEV.

               SELECT RELACIONAMENTOS ASSIGN TO
               WS-CAMINHO-RELAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLC-CHAVE
               FILE STATUS IS WS-FS-RLC.

               SELECT CAMPANHA-DEST ASSIGN TO
               WS-CAMINHO-CAMPDEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-CHAVE
               ALTERNATE RECORD KEY IS DEST-CHAVE-CONTATO
               FILE STATUS IS WS-FS-DEST.

               SELECT CONFIRMACOES ASSIGN TO
               WS-CAMINHO-CONFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-ID-CONTATO
               FILE STATUS IS WS-FS-CNF.

               SELECT HISTORICO-CONTATO ASSIGN TO
               WS-CAMINHO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT LOG-TRANSACOES ASSIGN TO
               WS-CAMINHO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT LOG-GERACAO ASSIGN TO
               WS-NOME-LOG-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LARQ.

               SELECT LOG-TEMPORARIO ASSIGN TO
               WS-NOME-LOG-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

               SELECT CONTROLE-ROTACOES ASSIGN TO
               WS-CAMINHO-RLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROT.

      *retratos mensais da base (retrato_AAAAMMDD.dat), copias
      *integrais do contatos.dat registradas no retrato_ctl.dat
               SELECT CONTROLE-RETRATOS ASSIGN TO
               WS-CAMINHO-RETCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCT.

               SELECT RETRATO ASSIGN TO
               WS-NOME-RETRATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTR.

      *geracoes de backup (backup_ctl.dat): copias do contatos.dat
      *e do transacoes.log feitas pelo MODULO-BACKUP
               SELECT CONTROLE-BACKUPS ASSIGN TO
               WS-CAMINHO-BKCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCT.

               SELECT CONTATOS-BK ASSIGN TO
               WS-NOME-BK-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ID-CONTATO
               ALTERNATE RECORD KEY IS BK-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BK-CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-BK.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-LGPDREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT REGISTRO-SOLICITACOES ASSIGN TO
               WS-CAMINHO-LGPDREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOL.

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
      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

      *ARQUIVO MORTO, MESMO LAYOUT INDEXADO DO CONTATOS.DAT
       FD CONTATOS-ARQ.
       01 REG-CONTATOS-ARQ.
          03 ARQ-ID-CONTATO          PIC 9(06).
          03 ARQ-NM-CONTATO          PIC X(20).
          03 ARQ-RESTO-CONTATO       PIC X(167).

       FD MEIOS.
          COPY FD-MEIOS.

       FD INTERACOES.
          COPY FD-INTERACOES.

       FD TAREFAS.
          COPY FD-TAREFAS.

       FD PENDENCIAS.
          COPY FD-PENDENCIAS.

       FD LISTAS.
          COPY FD-LISTAS.

       FD LISTAS-MEMBROS.
          COPY FD-LISTAS-MEM.

       FD SUPRESSAO.
          COPY FD-SUPRESSAO.

       FD DEVOLUCOES.
          COPY FD-DEVOLUCOES.

       FD RELACIONAMENTOS.
          COPY FD-RELACIONAMENTOS.

       FD CAMPANHA-DEST.
          COPY FD-CAMPANHA-DEST.

       FD CONFIRMACOES.
          COPY FD-CONFIRMACOES.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD LOG-GERACAO.
       01 REG-LOG-GER              PIC X(580).

       FD LOG-TEMPORARIO.
       01 REG-LOG-TMP              PIC X(580).

       FD CONTROLE-ROTACOES.
       01 REG-ROTACAO              PIC X(80).

       FD CONTROLE-RETRATOS.
       01 REG-CONTROLE-RET         PIC X(80).

       FD RETRATO.
       01 REG-RETRATO              PIC X(193).

       FD CONTROLE-BACKUPS.
       01 REG-CONTROLE-BK          PIC X(80).

      *COPIA DE SEGURANCA, MESMO LAYOUT INDEXADO DO CONTATOS.DAT
       FD CONTATOS-BK.
       01 REG-CONTATOS-BK.
          03 BK-ID-CONTATO           PIC 9(06).
          03 BK-NM-CONTATO           PIC X(20).
          03 BK-RESTO-CONTATO        PIC X(156).
          03 BK-CPF-CONTATO          PIC X(11).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(132).

       FD REGISTRO-SOLICITACOES.
       01 REG-SOLICITACAO          PIC X(120).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-ARQ-OK             VALUE 0.
       77 WS-FS-MEIO               PIC 99.
          88 FS-MEIO-OK            VALUE 0.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-TAR                PIC 99.
          88 FS-TAR-OK             VALUE 0.
       77 WS-FS-PEND               PIC 99.
          88 FS-PEND-OK            VALUE 0.
       77 WS-FS-LIS                PIC 99.
          88 FS-LIS-OK             VALUE 0.
       77 WS-FS-LIMEM              PIC 99.
          88 FS-LIMEM-OK           VALUE 0.
       77 WS-FS-LARQ               PIC 99.
          88 FS-LARQ-OK            VALUE 0.
       77 WS-FS-SUP                PIC 99.
          88 FS-SUP-OK             VALUE 0.
       77 WS-FS-DEV                PIC 99.
          88 FS-DEV-OK             VALUE 0.
       77 WS-FS-TMP                PIC 99.
          88 FS-TMP-OK             VALUE 0.
       77 WS-FS-ROT                PIC 99.
          88 FS-ROT-OK             VALUE 0.
       77 WS-FS-RCT                PIC 99.
          88 FS-RCT-OK             VALUE 0.
       77 WS-FS-RTR                PIC 99.
          88 FS-RTR-OK             VALUE 0.
       77 WS-FS-BCT                PIC 99.
          88 FS-BCT-OK             VALUE 0.
       77 WS-FS-BK                 PIC 99.
          88 FS-BK-OK              VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-FS-SOL                PIC 99.
          88 FS-SOL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-RELATORIO        VALUE 'R'.
          88 ACAO-ANONIMIZAR       VALUE 'A'.
       77 WS-CONFIRM               PIC X VALUE SPACES.
       77 WS-ID-PROCURADO          PIC 9(06) VALUE ZEROS.
       77 WS-ID-PROCURADO-X        PIC X(06) VALUE SPACES.
      *valor fixo gravado no lugar de cada dado pessoal apagado
       77 WS-MARCA-ANONIMO         PIC X(11) VALUE 'ANONIMIZADO'.
      *imagem de registro de contato (arquivo morto e imagens do
      *log e do historico) aberta no leiaute do contato
       01 WS-IMG                   PIC X(200) VALUE SPACES.
       01 FILLER REDEFINES WS-IMG.
          03 WS-IMG-ID             PIC X(06).
          03 WS-IMG-NOME           PIC X(20).
          03 WS-IMG-FONE           PIC X(15).
          03 WS-IMG-EMAIL          PIC X(40).
          03 WS-IMG-ENDERECO       PIC X(40).
          03 WS-IMG-STATUS         PIC X(01).
          03 WS-IMG-CATEGORIA      PIC X(10).
          03 WS-IMG-EMPRESA        PIC X(04).
          03 WS-IMG-NUMERO         PIC X(06).
          03 WS-IMG-CIDADE         PIC X(20).
          03 WS-IMG-UF             PIC X(02).
          03 WS-IMG-CEP            PIC X(08).
          03 WS-IMG-DONO           PIC X(10).
          03 WS-IMG-CPF            PIC X(11).
          03 FILLER                PIC X(07).
      *campos ANTES/DEPOIS do log e do historico: resumo curto da
      *operacao, quase sempre o nome do contato
       77 WS-CAMPO-AD              PIC X(20) VALUE SPACES.
       77 WS-LADO-AD               PIC X VALUE SPACES.
          88 LADO-ANTES            VALUE 'A'.
          88 LADO-DEPOIS           VALUE 'D'.
       77 WS-OPERACAO-AD           PIC X(10) VALUE SPACES.
       01 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(132) VALUE SPACES.
       01 WS-LINHA-SOL             PIC X(120) VALUE SPACES.
       77 WS-NOME-LOG-ARQ          PIC X(120) VALUE SPACES.
       77 WS-NOME-LOG-TMP          PIC X(120) VALUE SPACES.
       77 WS-NOME-APAGA            PIC X(120) VALUE SPACES.
       77 WS-RET-APAGA             PIC S9(09) BINARY VALUE ZEROS.
      *meses ja fechados pela rotacao (rotalog_ctl.dat), o mais
      *antigo primeiro; lidos antes do log corrente
       01 WS-TAB-GER-LOG.
          03 WS-GER-MES            PIC X(06) OCCURS 100.
       77 WS-QTD-GER-LOG           PIC 9(03) VALUE ZEROS.
       77 WS-IND-GER               PIC 9(03) VALUE ZEROS.
       77 WS-EOF-GER               PIC X VALUE 'N'.
          88 EOF-GER-OK            VALUE 'S' FALSE 'N'.
       01 WS-LINHA-ROT             PIC X(80) VALUE SPACES.
       77 WS-GER-ATUAL             PIC X(06) VALUE SPACES.
      *retratos guardados (retrato_ctl.dat), o mais antigo primeiro
       01 WS-TAB-RETRATOS.
          03 WS-RET-DATA           PIC X(08) OCCURS 100.
       77 WS-QTD-RET-CTL           PIC 9(03) VALUE ZEROS.
       77 WS-IND-RET               PIC 9(03) VALUE ZEROS.
       77 WS-NOME-RETRATO          PIC X(120) VALUE SPACES.
      *geracoes de backup (backup_ctl.dat), a mais antiga primeiro;
      *a linha comeca pela marca AAAAMMDDHHMMSS da geracao
       01 WS-TAB-BACKUPS.
          03 WS-BK-MARCA           PIC X(14) OCCURS 100.
       77 WS-QTD-BK-CTL            PIC 9(03) VALUE ZEROS.
       77 WS-IND-BK                PIC 9(03) VALUE ZEROS.
       77 WS-NOME-BK-DADOS         PIC X(120) VALUE SPACES.
       77 WS-NOME-BK-LOG           PIC X(120) VALUE SPACES.
       77 WS-QTD-LOG-GER           PIC 9(06) VALUE ZEROS.
      *quantidades por arquivo, para o relatorio e o registro
       77 WS-QTD-CONTATO           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-MEIOS             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-INTER             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TAREFAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PEND              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LISTAS            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RECUSAS           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DEVOL             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-HIST              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LOG               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RETRATOS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VINCULOS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CAMPANHAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFIRM           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-BACKUP            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LOG-BK            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ALTERADOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(04) VALUE ZEROS.
       77 WS-RESULTADO             PIC X(40) VALUE SPACES.
       77 WS-LIS-DISP              PIC X VALUE 'N'.
          88 LISTAS-DISPONIVEL     VALUE 'S' FALSE 'N'.
       77 WS-DATA-SOL              PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SOL              PIC 9(08) VALUE ZEROS.
      *a outra ponta do vinculo apagado, para apagar o sentido
      *inverso
       77 WS-ID-PAR                PIC 9(06) VALUE ZEROS.
      *relatorios do titular no spool: nome, telefone e email dele
      *como estavam antes da anonimizacao, procurados como palavra
      *inteira em cada linha dos arquivos guardados
       77 WS-TIT-NOME              PIC X(20) VALUE SPACES.
       77 WS-TIT-FONE              PIC X(15) VALUE SPACES.
       77 WS-TIT-EMAIL             PIC X(40) VALUE SPACES.
       01 WS-LINHA-SPOOL           PIC X(300) VALUE SPACES.
       77 WS-VALOR-BUSCA           PIC X(40) VALUE SPACES.
       77 WS-TAM-BUSCA             PIC 9(03) VALUE ZEROS.
       77 WS-POS-BUSCA             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-OCORR             PIC 9(03) VALUE ZEROS.
       77 WS-CAR-BUSCA             PIC X VALUE SPACES.
       77 WS-SPL-ACHOU             PIC X VALUE 'N'.
          88 SPOOL-DO-CONTATO      VALUE 'S' FALSE 'N'.
      *o relatorio lista os achados; depois da anonimizacao eles
      *tambem saem do spool
       77 WS-SPL-LISTAR            PIC X VALUE 'N'.
          88 SPOOL-LISTAR          VALUE 'S' FALSE 'N'.
       77 WS-SPL-EXPURGAR          PIC X VALUE 'N'.
          88 SPOOL-EXPURGAR        VALUE 'S' FALSE 'N'.
       77 WS-QTD-SPOOL             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SPOOL-EXP         PIC 9(04) VALUE ZEROS.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RELACAO-WS.
          COPY CAMPANHA-WS.
          COPY CONFIRMA-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM           PIC X(20).
          03 LK-USUARIO            PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-LGPD'          TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            DISPLAY '***SOLICITACOES DO TITULAR DE DADOS (LGPD)***'
            MOVE LK-USUARIO        TO WS-LOG-USUARIO
            MOVE SPACES TO WS-NOME-LOG-TMP
            STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                   'lgpd_log.tmp'                 DELIMITED BY SIZE
              INTO WS-NOME-LOG-TMP
            END-STRING
            SET EXIT-OK            TO FALSE
            PERFORM P3OO-SOLICITACAO THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
       P3OO-SOLICITACAO.
           SET WS-QTD-ALTERADOS TO 0
           SET WS-QTD-ERROS     TO 0
           MOVE SPACES          TO WS-RESULTADO
           MOVE SPACES          TO WS-TIT-NOME
           MOVE SPACES          TO WS-TIT-FONE
           MOVE SPACES          TO WS-TIT-EMAIL

           DISPLAY 'Informe o numero de identificacao do contato:'
           MOVE ZEROS TO WS-ID-PROCURADO
           ACCEPT WS-ID-PROCURADO
           MOVE WS-ID-PROCURADO TO WS-ID-PROCURADO-X

           DISPLAY 'Solicitacao: <R>elatorio dos dados ou'
                   ' <A>nonimizacao?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
           IF NOT ACAO-RELATORIO AND NOT ACAO-ANONIMIZAR THEN
               DISPLAY 'ACAO INVALIDA!'
               GO TO P299-CONTINUA
           END-IF

      *o relatorio sai sempre; na anonimizacao ele serve para a
      *contagem e a conferencia do operador e e emitido de novo
      *depois dela, ja com a marca, e so esse vai para o spool
           PERFORM P400-RELATORIO THRU P400-SAI
           IF WS-RESULTADO NOT = SPACES THEN
               PERFORM P800-REGISTRA-SOLICITACAO
               GO TO P299-CONTINUA
           END-IF

           IF ACAO-RELATORIO THEN
               PERFORM P480-REGISTRA-RELATORIO
               MOVE 'RELATORIO EMITIDO' TO WS-RESULTADO
               PERFORM P800-REGISTRA-SOLICITACAO
               GO TO P299-CONTINUA
           END-IF

           IF WS-QTD-CONTATO = 0 AND WS-QTD-ARQUIVO = 0 THEN
               DISPLAY 'CONTATO NAO ENCONTRADO NO CADASTRO NEM NO'
                       ' ARQUIVO MORTO!'
               PERFORM P480-REGISTRA-RELATORIO
               MOVE 'ANONIMIZACAO RECUSADA: SEM CADASTRO'
                    TO WS-RESULTADO
               PERFORM P800-REGISTRA-SOLICITACAO
               GO TO P299-CONTINUA
           END-IF

           DISPLAY 'A ANONIMIZACAO E IRREVERSIVEL: NOME, TELEFONE,'
                   ' EMAIL E ENDERECO SERAO APAGADOS EM TODOS OS'
                   ' ARQUIVOS E LOGS.'
           DISPLAY 'Confirma a anonimizacao do contato '
                   WS-ID-PROCURADO-X '? <S>im ou <N>ao'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'S' THEN
               DISPLAY 'Anonimizacao cancelada.'
               PERFORM P480-REGISTRA-RELATORIO
               MOVE 'ANONIMIZACAO CANCELADA PELO OPERADOR'
                    TO WS-RESULTADO
               PERFORM P800-REGISTRA-SOLICITACAO
               GO TO P299-CONTINUA
           END-IF

           PERFORM P600-ANONIMIZA

      *o relatorio de antes tinha os dados pessoais: e substituido
      *pelo de depois, que tambem tira do spool (P470) os
      *relatorios com os dados do titular; se ele nao sai, o de
      *antes e apagado e o spool e limpo sem a listagem
           SET SPOOL-EXPURGAR TO TRUE
           MOVE SPACES TO WS-RESULTADO
           PERFORM P400-RELATORIO THRU P400-SAI
           IF WS-RESULTADO = SPACES THEN
               PERFORM P480-REGISTRA-RELATORIO
           ELSE
               MOVE WS-CAMINHO-LGPDREL TO WS-NOME-APAGA
               CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGA
                   RETURNING WS-RET-APAGA
               END-CALL
               DISPLAY 'AVISO: RELATORIO POSTERIOR NAO EMITIDO; O'
                       ' ANTERIOR FOI APAGADO.'
               PERFORM P670-EXPURGA-SPOOL THRU P670-SAI
           END-IF
           SET SPOOL-EXPURGAR TO FALSE

           MOVE SPACES TO WS-RESULTADO
           IF WS-QTD-ERROS = 0 THEN
               STRING 'ANONIMIZADO REGISTROS:' DELIMITED BY SIZE
                      WS-QTD-ALTERADOS         DELIMITED BY SIZE
                 INTO WS-RESULTADO
               END-STRING
           ELSE
               STRING 'ANONIMIZACAO PARCIAL ERROS:' DELIMITED BY SIZE
                      WS-QTD-ERROS                  DELIMITED BY SIZE
                 INTO WS-RESULTADO
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-RESULTADO)
           PERFORM P800-REGISTRA-SOLICITACAO
           .
       P299-CONTINUA.
           DISPLAY
                 'TECLE:'
                 '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT  WS-EXIT
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY GRAVA-LOG.
          COPY RELACAO-VERIFICA.
      ******************************************************************
      *relatorio completo dos dados do titular
      ******************************************************************
       P400-RELATORIO.
           SET WS-QTD-CONTATO TO 0
           SET WS-QTD-ARQUIVO TO 0
           SET WS-QTD-MEIOS   TO 0
           SET WS-QTD-INTER   TO 0
           SET WS-QTD-TAREFAS TO 0
           SET WS-QTD-PEND    TO 0
           SET WS-QTD-LISTAS  TO 0
           SET WS-QTD-RECUSAS TO 0
           SET WS-QTD-DEVOL   TO 0
           SET WS-QTD-HIST    TO 0
           SET WS-QTD-LOG     TO 0
           SET WS-QTD-RETRATOS TO 0
           SET WS-QTD-VINCULOS TO 0
           SET WS-QTD-CAMPANHAS TO 0
           SET WS-QTD-CONFIRM TO 0
           SET WS-QTD-BACKUP  TO 0
           SET WS-QTD-LOG-BK  TO 0
           SET WS-QTD-SPOOL   TO 0

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK THEN
               DISPLAY 'ERRO AO ABRIR O RELATORIO LGPD!'
               DISPLAY 'FILE STATUS:' WS-FS-REL
               MOVE 'ERRO AO GERAR O RELATORIO' TO WS-RESULTADO
               GO TO P400-SAI
           END-IF

           MOVE '***DADOS PESSOAIS MANTIDOS PELO SISTEMA (LGPD)***'
                TO REG-RELATORIO
           WRITE REG-RELATORIO
           ACCEPT WS-DATA-SOL FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CONTATO: '        DELIMITED BY SIZE
                  WS-ID-PROCURADO-X  DELIMITED BY SIZE
                  '  EMITIDO EM: '   DELIMITED BY SIZE
                  WS-DATA-SOL        DELIMITED BY SIZE
                  '  POR: '          DELIMITED BY SIZE
                  LK-USUARIO         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME

           PERFORM P410-REL-CADASTRO
           PERFORM P415-REL-ARQUIVO
           PERFORM P420-REL-MEIOS
           PERFORM P425-REL-LISTAS
           PERFORM P427-REL-RECUSAS
           PERFORM P428-REL-DEVOLUCOES
           PERFORM P430-REL-INTERACOES
           PERFORM P435-REL-TAREFAS
           PERFORM P436-REL-VINCULOS
           PERFORM P437-REL-CAMPANHAS
           PERFORM P438-REL-CONFIRMACAO
           PERFORM P440-REL-PENDENCIAS
           PERFORM P445-REL-HISTORICO
           PERFORM P447-REL-RETRATOS
           PERFORM P450-REL-LOGS
           PERFORM P460-REL-BACKUPS
           PERFORM P470-REL-SPOOL

           MOVE 'RESUMO' TO WS-LINHA-REL
           PERFORM P485-TITULO
           MOVE SPACES TO WS-LINHA-REL
           STRING 'CADASTRO: '       DELIMITED BY SIZE
                  WS-QTD-CONTATO     DELIMITED BY SIZE
                  ' ARQUIVO MORTO: ' DELIMITED BY SIZE
                  WS-QTD-ARQUIVO     DELIMITED BY SIZE
                  ' MEIOS: '         DELIMITED BY SIZE
                  WS-QTD-MEIOS       DELIMITED BY SIZE
                  ' LISTAS: '        DELIMITED BY SIZE
                  WS-QTD-LISTAS      DELIMITED BY SIZE
                  ' INTERACOES: '    DELIMITED BY SIZE
                  WS-QTD-INTER       DELIMITED BY SIZE
                  ' TAREFAS: '       DELIMITED BY SIZE
                  WS-QTD-TAREFAS     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           MOVE SPACES TO WS-LINHA-REL
           STRING 'PROPOSTAS: '      DELIMITED BY SIZE
                  WS-QTD-PEND        DELIMITED BY SIZE
                  ' HISTORICO: '     DELIMITED BY SIZE
                  WS-QTD-HIST        DELIMITED BY SIZE
                  ' LINHAS DE LOG: ' DELIMITED BY SIZE
                  WS-QTD-LOG         DELIMITED BY SIZE
                  ' RECUSAS: '       DELIMITED BY SIZE
                  WS-QTD-RECUSAS     DELIMITED BY SIZE
                  ' DEVOLUCOES: '    DELIMITED BY SIZE
                  WS-QTD-DEVOL       DELIMITED BY SIZE
                  ' RETRATOS: '      DELIMITED BY SIZE
                  WS-QTD-RETRATOS    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           MOVE SPACES TO WS-LINHA-REL
           STRING 'VINCULOS: '       DELIMITED BY SIZE
                  WS-QTD-VINCULOS    DELIMITED BY SIZE
                  ' CAMPANHAS: '     DELIMITED BY SIZE
                  WS-QTD-CAMPANHAS   DELIMITED BY SIZE
                  ' CONFIRMACAO: '   DELIMITED BY SIZE
                  WS-QTD-CONFIRM     DELIMITED BY SIZE
                  ' BACKUPS: '       DELIMITED BY SIZE
                  WS-QTD-BACKUP      DELIMITED BY SIZE
                  ' LOG EM BACKUP: ' DELIMITED BY SIZE
                  WS-QTD-LOG-BK      DELIMITED BY SIZE
                  ' SPOOL: '         DELIMITED BY SIZE
                  WS-QTD-SPOOL       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           CLOSE RELATORIO
           DISPLAY 'RELATORIO GRAVADO EM: '
                   FUNCTION TRIM(WS-CAMINHO-LGPDREL)
           .
       P400-SAI.
           EXIT.
       P410-REL-CADASTRO.
           MOVE 'CADASTRO DE CONTATOS (contatos.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               MOVE '  ARQUIVO INDISPONIVEL' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               MOVE WS-ID-PROCURADO TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                       PERFORM P490-IMPRIME
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CONTATO
                       MOVE REG-CONTATOS TO WS-IMG
                       PERFORM P412-GUARDA-TITULAR
                       PERFORM P482-IMPRIME-IMAGEM
               END-READ
               CLOSE CONTATOS
           END-IF
           .
       P415-REL-ARQUIVO.
           MOVE 'ARQUIVO MORTO (contatos_arquivo.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT CONTATOS-ARQ
           IF NOT FS-ARQ-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               MOVE WS-ID-PROCURADO TO ARQ-ID-CONTATO
               READ CONTATOS-ARQ
                   INVALID KEY
                       MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                       PERFORM P490-IMPRIME
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ARQUIVO
                       MOVE REG-CONTATOS-ARQ TO WS-IMG
                       PERFORM P412-GUARDA-TITULAR
                       PERFORM P482-IMPRIME-IMAGEM
               END-READ
               CLOSE CONTATOS-ARQ
           END-IF
           .
      *nome, telefone e email do titular como estavam antes da
      *anonimizacao, para achar os relatorios dele no spool; a
      *emissao de depois ja le a marca e nao os substitui
       P412-GUARDA-TITULAR.
           IF WS-TIT-NOME = SPACES AND
              WS-IMG-NOME NOT = WS-MARCA-ANONIMO THEN
               MOVE FUNCTION TRIM(WS-IMG-NOME)  TO WS-TIT-NOME
               MOVE FUNCTION TRIM(WS-IMG-FONE)  TO WS-TIT-FONE
               MOVE FUNCTION TRIM(WS-IMG-EMAIL) TO WS-TIT-EMAIL
           END-IF
           .
       P420-REL-MEIOS.
           MOVE 'MEIOS DE CONTATO (meios_contato.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT MEIOS
           IF NOT FS-MEIO-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ID-PROCURADO TO MEIO-ID-CONTATO
               MOVE ZEROS           TO MEIO-SEQ
               START MEIOS KEY IS >= MEIO-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ MEIOS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MEIO-ID-CONTATO NOT = WS-ID-PROCURADO
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-MEIOS
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  SEQ '        DELIMITED BY SIZE
                                      MEIO-SEQ        DELIMITED BY SIZE
                                      ' TIPO '        DELIMITED BY SIZE
                                      MEIO-TIPO       DELIMITED BY SIZE
                                      ' PREFERIDO '   DELIMITED BY SIZE
                                      MEIO-PREFERIDO  DELIMITED BY SIZE
                                      ' VALOR: '      DELIMITED BY SIZE
                                      MEIO-VALOR      DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEIOS
           END-IF
           .
      *a chave das listas comeca pela lista, entao os vinculos do
      *contato sao achados varrendo o arquivo de membros
       P425-REL-LISTAS.
           MOVE 'LISTAS DE DISTRIBUICAO (listas_membros.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT LISTAS-MEMBROS
           IF NOT FS-LIMEM-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET LISTAS-DISPONIVEL TO FALSE
               OPEN INPUT LISTAS
               IF FS-LIS-OK THEN
                   SET LISTAS-DISPONIVEL TO TRUE
               END-IF
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ LISTAS-MEMBROS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MEM-ID-CONTATO = WS-ID-PROCURADO THEN
                               ADD 1 TO WS-QTD-LISTAS
                               MOVE SPACES TO NM-LISTA
                               IF LISTAS-DISPONIVEL THEN
                                   MOVE MEM-ID-LISTA TO ID-LISTA
                                   READ LISTAS
                                       INVALID KEY
                                           MOVE SPACES TO NM-LISTA
                                   END-READ
                               END-IF
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  LISTA '      DELIMITED BY SIZE
                                      MEM-ID-LISTA    DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      NM-LISTA        DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               IF LISTAS-DISPONIVEL THEN
                   CLOSE LISTAS
               END-IF
               CLOSE LISTAS-MEMBROS
           END-IF
           .
      *as recusas de contato nao sao anonimizadas: o id e o canal
      *precisam continuar valendo para as saidas
       P427-REL-RECUSAS.
           MOVE 'RECUSAS DE CONTATO (supressao.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT SUPRESSAO
           IF NOT FS-SUP-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               MOVE WS-ID-PROCURADO TO SUP-ID-CONTATO
               MOVE LOW-VALUES      TO SUP-CANAL
               SET EOF-OK TO FALSE
               START SUPRESSAO KEY IS NOT LESS THAN SUP-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ SUPRESSAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF SUP-ID-CONTATO NOT = WS-ID-PROCURADO
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-RECUSAS
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  CANAL '      DELIMITED BY SIZE
                                      SUP-CANAL       DELIMITED BY SIZE
                                      ' DESDE '       DELIMITED BY SIZE
                                      SUP-DATA        DELIMITED BY SIZE
                                      ' MOTIVO: '     DELIMITED BY SIZE
                                      SUP-MOTIVO      DELIMITED BY SIZE
                                      ' POR: '        DELIMITED BY SIZE
                                      SUP-OPERADOR    DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QTD-RECUSAS = 0 THEN
                   MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                   PERFORM P490-IMPRIME
               END-IF
               CLOSE SUPRESSAO
           END-IF
           .
      *enderecos e emails marcados como devolvidos guardam o valor
      *que voltou, portanto sao dado pessoal do titular
       P428-REL-DEVOLUCOES.
           MOVE 'DEVOLUCOES DE CORREIO E EMAIL (devolucoes.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT DEVOLUCOES
           IF NOT FS-DEV-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               MOVE WS-ID-PROCURADO TO DEV-ID-CONTATO
               MOVE LOW-VALUES      TO DEV-CANAL
               MOVE ZEROS           TO DEV-SEQ
               SET EOF-OK TO FALSE
               START DEVOLUCOES KEY IS NOT LESS THAN DEV-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ DEVOLUCOES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DEV-ID-CONTATO NOT = WS-ID-PROCURADO
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-DEVOL
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  CANAL '      DELIMITED BY SIZE
                                      DEV-CANAL       DELIMITED BY SIZE
                                      ' SEQ '         DELIMITED BY SIZE
                                      DEV-SEQ         DELIMITED BY SIZE
                                      ' EM '          DELIMITED BY SIZE
                                      DEV-DATA        DELIMITED BY SIZE
                                      ' VALOR: '      DELIMITED BY SIZE
                                      DEV-VALOR       DELIMITED BY SIZE
                                      ' MOTIVO: '     DELIMITED BY SIZE
                                      DEV-MOTIVO      DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QTD-DEVOL = 0 THEN
                   MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                   PERFORM P490-IMPRIME
               END-IF
               CLOSE DEVOLUCOES
           END-IF
           .
       P430-REL-INTERACOES.
           MOVE 'INTERACOES (interacoes.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT INTERACOES
           IF NOT FS-INT-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ID-PROCURADO TO INT-ID-CONTATO
               MOVE ZEROS           TO INT-DATA
               MOVE ZEROS           TO INT-HORA
               START INTERACOES KEY IS >= INT-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ INTERACOES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF INT-ID-CONTATO NOT = WS-ID-PROCURADO
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-INTER
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  '            DELIMITED BY SIZE
                                      INT-DATA        DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      INT-HORA        DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      INT-TIPO        DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      INT-OPERADOR    DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      INT-NOTA        DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACOES
           END-IF
           .
       P435-REL-TAREFAS.
           MOVE 'TAREFAS DE ACOMPANHAMENTO (tarefas.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT TAREFAS
           IF NOT FS-TAR-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ID-PROCURADO TO TAR-ID-CONTATO
               MOVE ZEROS           TO TAR-DATA-VENC
               MOVE ZEROS           TO TAR-SEQ
               START TAREFAS KEY IS >= TAR-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ TAREFAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF TAR-ID-CONTATO NOT = WS-ID-PROCURADO
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-TAREFAS
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  '            DELIMITED BY SIZE
                                      TAR-DATA-VENC   DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      TAR-TIPO        DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      TAR-SITUACAO    DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      TAR-RESPONSAVEL DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      TAR-DESCRICAO   DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAREFAS
           END-IF
           .
      *cada vinculo e gravado nos dois sentidos; saem os do lado do
      *titular, com a outra pessoa pelo id
       P436-REL-VINCULOS.
           MOVE 'VINCULOS PESSOAIS (relacionamentos.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT RELACIONAMENTOS
           IF NOT FS-RLC-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ID-PROCURADO TO RLC-ID-CONTATO
               MOVE ZEROS           TO RLC-ID-RELACIONADO
               START RELACIONAMENTOS KEY IS >= RLC-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ RELACIONAMENTOS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF RLC-ID-CONTATO NOT = WS-ID-PROCURADO
                              THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-VINCULOS
                               MOVE RLC-TIPO TO WS-RLC-TIPO
                               PERFORM P825-DESCREVE-TIPO
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  CONTATO '    DELIMITED BY SIZE
                                      RLC-ID-RELACIONADO
                                                      DELIMITED BY SIZE
                                      ' '             DELIMITED BY SIZE
                                      WS-RLC-DESCRICAO
                                                      DELIMITED BY SIZE
                                      ' SITUACAO '    DELIMITED BY SIZE
                                      RLC-SITUACAO    DELIMITED BY SIZE
                                      ' DESDE '       DELIMITED BY SIZE
                                      RLC-DATA        DELIMITED BY SIZE
                                      ' POR: '        DELIMITED BY SIZE
                                      RLC-USUARIO     DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QTD-VINCULOS = 0 THEN
                   MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                   PERFORM P490-IMPRIME
               END-IF
               CLOSE RELACIONAMENTOS
           END-IF
           .
      *os destinatarios de campanha nao sao anonimizados: guardam
      *so o id, a categoria e a carteira do envio, que o cadastro
      *tambem mantem, e o relatorio de resposta conta com eles
       P437-REL-CAMPANHAS.
           MOVE 'CAMPANHAS RECEBIDAS (campanha_destinatarios.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT CAMPANHA-DEST
           IF NOT FS-DEST-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ID-PROCURADO TO DEST-CONTATO
               MOVE ZEROS           TO DEST-CAMPANHA
               START CAMPANHA-DEST KEY IS >= DEST-CHAVE-CONTATO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ CAMPANHA-DEST NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DEST-CONTATO NOT = WS-ID-PROCURADO THEN
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-CAMPANHAS
                               MOVE SPACES TO WS-LINHA-REL
                               STRING '  CAMPANHA '   DELIMITED BY SIZE
                                      DEST-CAMPANHA   DELIMITED BY SIZE
                                      ' ENVIADA EM '  DELIMITED BY SIZE
                                      DEST-DATA       DELIMITED BY SIZE
                                      ' CATEGORIA '   DELIMITED BY SIZE
                                      DEST-CATEGORIA  DELIMITED BY SIZE
                                      ' CARTEIRA '    DELIMITED BY SIZE
                                      DEST-DONO       DELIMITED BY SIZE
                                 INTO WS-LINHA-REL
                               END-STRING
                               PERFORM P490-IMPRIME
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QTD-CAMPANHAS = 0 THEN
                   MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                   PERFORM P490-IMPRIME
               END-IF
               CLOSE CAMPANHA-DEST
           END-IF
           .
      *a confirmacao cadastral tambem fica: so data, operador e
      *origem, sem dado do titular
       P438-REL-CONFIRMACAO.
           MOVE 'CONFIRMACAO CADASTRAL (confirmacoes.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT CONFIRMACOES
           IF NOT FS-CNF-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               MOVE WS-ID-PROCURADO TO CNF-ID-CONTATO
               READ CONFIRMACOES
                   INVALID KEY
                       MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
                       PERFORM P490-IMPRIME
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CONFIRM
                       MOVE SPACES TO WS-LINHA-REL
                       STRING '  CONFIRMADO EM ' DELIMITED BY SIZE
                              CNF-DATA           DELIMITED BY SIZE
                              ' POR: '           DELIMITED BY SIZE
                              CNF-USUARIO        DELIMITED BY SIZE
                              ' ORIGEM '         DELIMITED BY SIZE
                              CNF-ORIGEM         DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
                       PERFORM P490-IMPRIME
               END-READ
               CLOSE CONFIRMACOES
           END-IF
           .
      *propostas de correcao sao numeradas por id proprio; as do
      *contato saem da varredura do arquivo
       P440-REL-PENDENCIAS.
           MOVE 'PROPOSTAS DE CORRECAO (pendencias.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT PENDENCIAS
           IF NOT FS-PEND-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ PENDENCIAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF PEND-ID-CONTATO = WS-ID-PROCURADO THEN
                               ADD 1 TO WS-QTD-PEND
                               PERFORM P442-MOSTRA-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS
           END-IF
           .
       P442-MOSTRA-PENDENCIA.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  PROPOSTA '      DELIMITED BY SIZE
                  ID-PENDENCIA       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PEND-DATA          DELIMITED BY SIZE
                  ' SITUACAO '       DELIMITED BY SIZE
                  PEND-SITUACAO      DELIMITED BY SIZE
                  ' PROPONENTE '     DELIMITED BY SIZE
                  PEND-PROPONENTE    DELIMITED BY SIZE
                  ' APROVADOR '      DELIMITED BY SIZE
                  PEND-APROVADOR     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           MOVE SPACES TO WS-LINHA-REL
           STRING '    TELEFONE: '   DELIMITED BY SIZE
                  PEND-FONE          DELIMITED BY SIZE
                  ' EMAIL: '         DELIMITED BY SIZE
                  PEND-EMAIL         DELIMITED BY SIZE
                  ' CATEGORIA: '     DELIMITED BY SIZE
                  PEND-CATEGORIA     DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           MOVE SPACES TO WS-LINHA-REL
           STRING '    ENDERECO: '   DELIMITED BY SIZE
                  PEND-ENDERECO      DELIMITED BY SIZE
                  ' OBS: '           DELIMITED BY SIZE
                  PEND-OBSERVACAO    DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           .
       P445-REL-HISTORICO.
           MOVE 'HISTORICO INDEXADO (historico.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           OPEN INPUT HISTORICO-CONTATO
           IF NOT FS-HIST-OK THEN
               MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                    TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           ELSE
               SET EOF-OK TO FALSE
               MOVE WS-ID-PROCURADO TO HIST-ID-CONTATO
               MOVE ZEROS           TO HIST-DATA
               MOVE ZEROS           TO HIST-HORA
               MOVE ZEROS           TO HIST-SEQ
               START HISTORICO-CONTATO KEY IS >= HIST-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ HISTORICO-CONTATO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF HIST-ID-CONTATO NOT = WS-ID-PROCURADO
                               SET EOF-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-HIST
                               PERFORM P447-MOSTRA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CONTATO
           END-IF
           .
       P447-MOSTRA-HISTORICO.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '               DELIMITED BY SIZE
                  HIST-DATA          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HIST-HORA          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HIST-OPERACAO      DELIMITED BY SIZE
                  ' ANTES: '         DELIMITED BY SIZE
                  HIST-ANTES         DELIMITED BY SIZE
                  ' DEPOIS: '        DELIMITED BY SIZE
                  HIST-DEPOIS        DELIMITED BY SIZE
                  ' USUARIO: '       DELIMITED BY SIZE
                  HIST-USUARIO       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           IF HIST-IMG-ANTES NOT = SPACES THEN
               MOVE HIST-IMG-ANTES TO WS-IMG
               MOVE '    IMAGEM ANTES:' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
               PERFORM P482-IMPRIME-IMAGEM
           END-IF
           IF HIST-IMG-DEPOIS NOT = SPACES THEN
               MOVE HIST-IMG-DEPOIS TO WS-IMG
               MOVE '    IMAGEM DEPOIS:' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
               PERFORM P482-IMPRIME-IMAGEM
           END-IF
           .
      *cada retrato mensal guardado e uma copia inteira da base:
      *sai a imagem do contato em cada retrato que o contem
       P447-REL-RETRATOS.
           MOVE 'RETRATOS MENSAIS DA BASE (retrato_AAAAMMDD.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           PERFORM P720-CARREGA-RETRATOS
           PERFORM VARYING WS-IND-RET FROM 1 BY 1
                   UNTIL WS-IND-RET > WS-QTD-RET-CTL
               PERFORM P725-NOME-RETRATO
               SET EOF-GER-OK TO FALSE
               OPEN INPUT RETRATO
               IF FS-RTR-OK THEN
                   PERFORM UNTIL EOF-GER-OK
                       READ RETRATO
                           AT END
                               SET EOF-GER-OK TO TRUE
                           NOT AT END
                               MOVE REG-RETRATO TO WS-IMG
                               IF WS-IMG-ID = WS-ID-PROCURADO-X THEN
                                   ADD 1 TO WS-QTD-RETRATOS
                                   MOVE SPACES TO WS-LINHA-REL
                                   STRING '  RETRATO DE '
                                          WS-RET-DATA(WS-IND-RET)
                                          DELIMITED BY SIZE
                                     INTO WS-LINHA-REL
                                   END-STRING
                                   PERFORM P490-IMPRIME
                                   PERFORM P482-IMPRIME-IMAGEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETRATO
               END-IF
           END-PERFORM
           .
      *os meses fechados pela rotacao em ordem e o log corrente por
      *ultimo, com as imagens IMGA/IMGD de cada linha do contato
       P450-REL-LOGS.
           MOVE 'LOGS DE TRANSACOES (transacoes*.log)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           PERFORM P700-CARREGA-GERACOES
           PERFORM VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GER-LOG + 1
               PERFORM P710-NOME-GERACAO
               SET EOF-GER-OK TO FALSE
               OPEN INPUT LOG-GERACAO
               IF FS-LARQ-OK THEN
                   PERFORM UNTIL EOF-GER-OK
                       READ LOG-GERACAO INTO WS-LINHA-LOG
                           AT END
                               SET EOF-GER-OK TO TRUE
                           NOT AT END
                               IF WS-LINHA-LOG(33:6) =
                                  WS-ID-PROCURADO-X THEN
                                   ADD 1 TO WS-QTD-LOG
                                   PERFORM P455-MOSTRA-LINHA-LOG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-GERACAO
               END-IF
           END-PERFORM
           .
       P455-MOSTRA-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-REL
           STRING '  '                DELIMITED BY SIZE
                  WS-GER-ATUAL        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LINHA-LOG(1:112) DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           IF WS-LINHA-LOG(119:200) NOT = SPACES THEN
               MOVE WS-LINHA-LOG(119:200) TO WS-IMG
               MOVE '    IMAGEM ANTES (IMGA):' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
               PERFORM P482-IMPRIME-IMAGEM
           END-IF
           IF WS-LINHA-LOG(325:200) NOT = SPACES THEN
               MOVE WS-LINHA-LOG(325:200) TO WS-IMG
               MOVE '    IMAGEM DEPOIS (IMGD):' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
               PERFORM P482-IMPRIME-IMAGEM
           END-IF
           .
      *cada geracao de backup guarda uma copia do cadastro e do
      *log: sai a imagem do contato e as linhas dele em cada uma
       P460-REL-BACKUPS.
           MOVE 'COPIAS DE BACKUP (backup_ctl.dat)' TO WS-LINHA-REL
           PERFORM P485-TITULO
           PERFORM P730-CARREGA-BACKUPS
           PERFORM VARYING WS-IND-BK FROM 1 BY 1
                   UNTIL WS-IND-BK > WS-QTD-BK-CTL
               PERFORM P735-NOME-BACKUP
               PERFORM P462-REL-BACKUP-CADASTRO
               PERFORM P464-REL-BACKUP-LOG
           END-PERFORM
           IF WS-QTD-BACKUP = 0 AND WS-QTD-LOG-BK = 0 THEN
               MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           END-IF
           .
       P462-REL-BACKUP-CADASTRO.
           OPEN INPUT CONTATOS-BK
           IF FS-BK-OK THEN
               MOVE WS-ID-PROCURADO TO BK-ID-CONTATO
               READ CONTATOS-BK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-BACKUP
                       MOVE SPACES TO WS-LINHA-REL
                       STRING '  CADASTRO NO BACKUP DE '
                              WS-BK-MARCA(WS-IND-BK)
                              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
                       PERFORM P490-IMPRIME
                       MOVE REG-CONTATOS-BK TO WS-IMG
                       PERFORM P482-IMPRIME-IMAGEM
               END-READ
               CLOSE CONTATOS-BK
           END-IF
           .
       P464-REL-BACKUP-LOG.
           MOVE WS-NOME-BK-LOG TO WS-NOME-LOG-ARQ
           MOVE 'BACKUP'       TO WS-GER-ATUAL
           SET WS-QTD-LOG-GER  TO 0
           SET EOF-GER-OK      TO FALSE
           OPEN INPUT LOG-GERACAO
           IF FS-LARQ-OK THEN
               PERFORM UNTIL EOF-GER-OK
                   READ LOG-GERACAO INTO WS-LINHA-LOG
                       AT END
                           SET EOF-GER-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-LOG(33:6) =
                              WS-ID-PROCURADO-X THEN
                               IF WS-QTD-LOG-GER = 0 THEN
                                   MOVE SPACES TO WS-LINHA-REL
                                   STRING '  LOG NO BACKUP DE '
                                          WS-BK-MARCA(WS-IND-BK)
                                          DELIMITED BY SIZE
                                     INTO WS-LINHA-REL
                                   END-STRING
                                   PERFORM P490-IMPRIME
                               END-IF
                               ADD 1 TO WS-QTD-LOG-GER
                               ADD 1 TO WS-QTD-LOG-BK
                               PERFORM P455-MOSTRA-LINHA-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-GERACAO
           END-IF
           .
      *relatorios guardados no spool (fichas, listas, agenda,
      *filas de trabalho...) com o nome, telefone ou email do
      *titular; na emissao depois da anonimizacao eles saem do
      *spool na mesma passada
       P470-REL-SPOOL.
           MOVE 'RELATORIOS NO SPOOL (spool_catalogo.dat)'
                TO WS-LINHA-REL
           PERFORM P485-TITULO
           SET SPOOL-LISTAR TO TRUE
           PERFORM P670-EXPURGA-SPOOL THRU P670-SAI
           SET SPOOL-LISTAR TO FALSE
           IF WS-QTD-SPOOL = 0 AND FS-SPL-OK THEN
               MOVE '  NENHUM REGISTRO' TO WS-LINHA-REL
               PERFORM P490-IMPRIME
           END-IF
           .
      *guarda no spool o relatorio que ficou em WS-CAMINHO-LGPDREL
       P480-REGISTRA-RELATORIO.
           MOVE 'LGPD'               TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-LGPDREL   TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           .
      *a imagem do contato sai aberta campo a campo
       P482-IMPRIME-IMAGEM.
           MOVE SPACES TO WS-LINHA-REL
           STRING '      ID: '       DELIMITED BY SIZE
                  WS-IMG-ID          DELIMITED BY SIZE
                  ' NOME: '          DELIMITED BY SIZE
                  WS-IMG-NOME        DELIMITED BY SIZE
                  ' SITUACAO: '      DELIMITED BY SIZE
                  WS-IMG-STATUS      DELIMITED BY SIZE
                  ' CATEGORIA: '     DELIMITED BY SIZE
                  WS-IMG-CATEGORIA   DELIMITED BY SIZE
                  ' EMPRESA: '       DELIMITED BY SIZE
                  WS-IMG-EMPRESA     DELIMITED BY SIZE
                  ' CARTEIRA: '      DELIMITED BY SIZE
                  WS-IMG-DONO        DELIMITED BY SIZE
                  ' CPF: '           DELIMITED BY SIZE
                  WS-IMG-CPF         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           MOVE SPACES TO WS-LINHA-REL
           STRING '      TELEFONE: ' DELIMITED BY SIZE
                  WS-IMG-FONE        DELIMITED BY SIZE
                  ' EMAIL: '         DELIMITED BY SIZE
                  WS-IMG-EMAIL       DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           MOVE SPACES TO WS-LINHA-REL
           STRING '      ENDERECO: ' DELIMITED BY SIZE
                  WS-IMG-ENDERECO    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMG-NUMERO      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMG-CIDADE      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMG-UF          DELIMITED BY SIZE
                  ' CEP '            DELIMITED BY SIZE
                  WS-IMG-CEP         DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           PERFORM P490-IMPRIME
           .
       P485-TITULO.
           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE ALL '-' TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           .
       P490-IMPRIME.
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           .
      ******************************************************************
      *anonimizacao em todos os arquivos
      ******************************************************************
       P600-ANONIMIZA.
           PERFORM P610-ANON-CADASTRO
           PERFORM P615-ANON-ARQUIVO
           PERFORM P620-ANON-MEIOS
           PERFORM P625-ANON-DEVOLUCOES
           PERFORM P630-ANON-INTERACOES
           PERFORM P635-ANON-TAREFAS
           PERFORM P637-ANON-VINCULOS
           PERFORM P640-ANON-PENDENCIAS
           PERFORM P645-ANON-HISTORICO
           PERFORM P648-ANON-RETRATOS
           PERFORM P650-ANON-LOGS
           PERFORM P652-ANON-BACKUPS

      *a propria anonimizacao fica no log, ja sem dado pessoal
           MOVE 'ANONIMIZA'       TO WS-LOG-OPERACAO
           MOVE WS-ID-PROCURADO   TO WS-LOG-ID
           MOVE WS-MARCA-ANONIMO  TO WS-LOG-ANTES
           MOVE 'LGPD'            TO WS-LOG-DEPOIS
           MOVE SPACES            TO WS-LOG-IMAGEM-ANTES
           MOVE SPACES            TO WS-LOG-IMAGEM-DEPOIS
           PERFORM P500-GRAVA-LOG
           .
       P610-ANON-CADASTRO.
           IF WS-QTD-CONTATO = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O CONTATOS
               IF NOT FS-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
                   DISPLAY 'FILE STATUS:' WS-FS
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   MOVE WS-ID-PROCURADO TO ID-CONTATO
                   READ CONTATOS
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           MOVE REG-CONTATOS TO WS-IMG
                           PERFORM P690-ANONIMIZA-IMAGEM
                           MOVE WS-IMG TO REG-CONTATOS
                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   ADD 1 TO WS-QTD-ERROS
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-ALTERADOS
                           END-REWRITE
                   END-READ
                   CLOSE CONTATOS
               END-IF
           END-IF
           .
       P615-ANON-ARQUIVO.
           IF WS-QTD-ARQUIVO = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O CONTATOS-ARQ
               IF NOT FS-ARQ-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO!'
                   DISPLAY 'FILE STATUS:' WS-FS-ARQ
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   MOVE WS-ID-PROCURADO TO ARQ-ID-CONTATO
                   READ CONTATOS-ARQ
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS
                       NOT INVALID KEY
                           MOVE REG-CONTATOS-ARQ TO WS-IMG
                           PERFORM P690-ANONIMIZA-IMAGEM
                           MOVE WS-IMG TO REG-CONTATOS-ARQ
                           REWRITE REG-CONTATOS-ARQ
                               INVALID KEY
                                   ADD 1 TO WS-QTD-ERROS
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-ALTERADOS
                           END-REWRITE
                   END-READ
                   CLOSE CONTATOS-ARQ
               END-IF
           END-IF
           .
      *telefones e emails adicionais: o valor some, o tipo e a
      *marca de preferido ficam
       P620-ANON-MEIOS.
           IF WS-QTD-MEIOS = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O MEIOS
               IF NOT FS-MEIO-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEIOS!'
                   DISPLAY 'FILE STATUS:' WS-FS-MEIO
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-OK TO FALSE
                   MOVE WS-ID-PROCURADO TO MEIO-ID-CONTATO
                   MOVE ZEROS           TO MEIO-SEQ
                   START MEIOS KEY IS >= MEIO-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ MEIOS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF MEIO-ID-CONTATO NOT =
                                  WS-ID-PROCURADO THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   MOVE WS-MARCA-ANONIMO TO MEIO-VALOR
                                   REWRITE REG-MEIOS
                                       INVALID KEY
                                           ADD 1 TO WS-QTD-ERROS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-QTD-ALTERADOS
                                   END-REWRITE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MEIOS
               END-IF
           END-IF
           .
      *a marca de devolucao perde so o valor que voltou; o canal
      *e a data ficam para o historico de entregas
       P625-ANON-DEVOLUCOES.
           IF WS-QTD-DEVOL = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O DEVOLUCOES
               IF NOT FS-DEV-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES!'
                   DISPLAY 'FILE STATUS:' WS-FS-DEV
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-OK TO FALSE
                   MOVE WS-ID-PROCURADO TO DEV-ID-CONTATO
                   MOVE LOW-VALUES      TO DEV-CANAL
                   MOVE ZEROS           TO DEV-SEQ
                   START DEVOLUCOES KEY IS >= DEV-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ DEVOLUCOES NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF DEV-ID-CONTATO NOT =
                                  WS-ID-PROCURADO THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   MOVE WS-MARCA-ANONIMO TO DEV-VALOR
                                   REWRITE REG-DEVOLUCOES
                                       INVALID KEY
                                           ADD 1 TO WS-QTD-ERROS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-QTD-ALTERADOS
                                   END-REWRITE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEVOLUCOES
               END-IF
           END-IF
           .
      *a nota livre da interacao pode citar nome, telefone ou
      *endereco; a interacao fica (data, tipo e operador contam nas
      *estatisticas) e so o texto e apagado
       P630-ANON-INTERACOES.
           IF WS-QTD-INTER = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O INTERACOES
               IF NOT FS-INT-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERACOES!'
                   DISPLAY 'FILE STATUS:' WS-FS-INT
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-OK TO FALSE
                   MOVE WS-ID-PROCURADO TO INT-ID-CONTATO
                   MOVE ZEROS           TO INT-DATA
                   MOVE ZEROS           TO INT-HORA
                   START INTERACOES KEY IS >= INT-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ INTERACOES NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF INT-ID-CONTATO NOT =
                                  WS-ID-PROCURADO THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   IF INT-NOTA NOT = SPACES THEN
                                       MOVE WS-MARCA-ANONIMO
                                            TO INT-NOTA
                                       REWRITE REG-INTERACOES
                                           INVALID KEY
                                               ADD 1 TO WS-QTD-ERROS
                                           NOT INVALID KEY
                                               ADD 1
                                                 TO WS-QTD-ALTERADOS
                                       END-REWRITE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INTERACOES
               END-IF
           END-IF
           .
       P635-ANON-TAREFAS.
           IF WS-QTD-TAREFAS = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O TAREFAS
               IF NOT FS-TAR-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TAREFAS!'
                   DISPLAY 'FILE STATUS:' WS-FS-TAR
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-OK TO FALSE
                   MOVE WS-ID-PROCURADO TO TAR-ID-CONTATO
                   MOVE ZEROS           TO TAR-DATA-VENC
                   MOVE ZEROS           TO TAR-SEQ
                   START TAREFAS KEY IS >= TAR-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ TAREFAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF TAR-ID-CONTATO NOT =
                                  WS-ID-PROCURADO THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   IF TAR-DESCRICAO NOT = SPACES THEN
                                       MOVE WS-MARCA-ANONIMO
                                            TO TAR-DESCRICAO
                                       REWRITE REG-TAREFAS
                                           INVALID KEY
                                               ADD 1 TO WS-QTD-ERROS
                                           NOT INVALID KEY
                                               ADD 1
                                                 TO WS-QTD-ALTERADOS
                                       END-REWRITE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TAREFAS
               END-IF
           END-IF
           .
      *o vinculo diz quem e parente, conjuge ou indicacao de quem:
      *nao tem campo a marcar, entao os dois sentidos sao apagados
       P637-ANON-VINCULOS.
           IF WS-QTD-VINCULOS = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O RELACIONAMENTOS
               IF NOT FS-RLC-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS!'
                   DISPLAY 'FILE STATUS:' WS-FS-RLC
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-RLC-OK TO FALSE
                   PERFORM P638-APAGA-VINCULO THRU P638-SAI
                           UNTIL EOF-RLC-OK
                   CLOSE RELACIONAMENTOS
               END-IF
           END-IF
           .
      *a cada passada o primeiro vinculo que resta do titular e
      *apagado com o sentido inverso; sem nenhum, acaba
       P638-APAGA-VINCULO.
           MOVE WS-ID-PROCURADO TO RLC-ID-CONTATO
           MOVE ZEROS           TO RLC-ID-RELACIONADO
           START RELACIONAMENTOS KEY IS >= RLC-CHAVE
               INVALID KEY
                   SET EOF-RLC-OK TO TRUE
                   GO TO P638-SAI
           END-START
           READ RELACIONAMENTOS NEXT RECORD
               AT END
                   SET EOF-RLC-OK TO TRUE
                   GO TO P638-SAI
           END-READ
           IF RLC-ID-CONTATO NOT = WS-ID-PROCURADO THEN
               SET EOF-RLC-OK TO TRUE
               GO TO P638-SAI
           END-IF

           MOVE RLC-ID-RELACIONADO TO WS-ID-PAR
           DELETE RELACIONAMENTOS RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO APAGAR O VINCULO COM O CONTATO '
                           WS-ID-PAR
                   ADD 1 TO WS-QTD-ERROS
                   SET EOF-RLC-OK TO TRUE
                   GO TO P638-SAI
           END-DELETE
           ADD 1 TO WS-QTD-ALTERADOS
           MOVE WS-ID-PAR       TO RLC-ID-CONTATO
           MOVE WS-ID-PROCURADO TO RLC-ID-RELACIONADO
           DELETE RELACIONAMENTOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-DELETE
           .
       P638-SAI.
           EXIT.
      *so os valores propostos que estao preenchidos; em branco
      *significa "manter", e continua significando
       P640-ANON-PENDENCIAS.
           IF WS-QTD-PEND = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O PENDENCIAS
               IF NOT FS-PEND-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROPOSTAS!'
                   DISPLAY 'FILE STATUS:' WS-FS-PEND
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-OK TO FALSE
                   PERFORM UNTIL EOF-OK
                       READ PENDENCIAS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF PEND-ID-CONTATO = WS-ID-PROCURADO
                                   PERFORM P642-ANON-PENDENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDENCIAS
               END-IF
           END-IF
           .
       P642-ANON-PENDENCIA.
           IF PEND-FONE NOT = SPACES THEN
               MOVE WS-MARCA-ANONIMO TO PEND-FONE
           END-IF
           IF PEND-EMAIL NOT = SPACES THEN
               MOVE WS-MARCA-ANONIMO TO PEND-EMAIL
           END-IF
           IF PEND-ENDERECO NOT = SPACES THEN
               MOVE WS-MARCA-ANONIMO TO PEND-ENDERECO
           END-IF
           IF PEND-OBSERVACAO NOT = SPACES THEN
               MOVE WS-MARCA-ANONIMO TO PEND-OBSERVACAO
           END-IF
           REWRITE REG-PENDENCIAS
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE
           .
       P645-ANON-HISTORICO.
           IF WS-QTD-HIST = 0 THEN
               CONTINUE
           ELSE
               OPEN I-O HISTORICO-CONTATO
               IF NOT FS-HIST-OK THEN
                   DISPLAY 'ERRO AO ABRIR O HISTORICO INDEXADO!'
                   DISPLAY 'FILE STATUS:' WS-FS-HIST
                   ADD 1 TO WS-QTD-ERROS
               ELSE
                   SET EOF-OK TO FALSE
                   MOVE WS-ID-PROCURADO TO HIST-ID-CONTATO
                   MOVE ZEROS           TO HIST-DATA
                   MOVE ZEROS           TO HIST-HORA
                   MOVE ZEROS           TO HIST-SEQ
                   START HISTORICO-CONTATO KEY IS >= HIST-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM UNTIL EOF-OK
                       READ HISTORICO-CONTATO NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF HIST-ID-CONTATO NOT =
                                  WS-ID-PROCURADO THEN
                                   SET EOF-OK TO TRUE
                               ELSE
                                   PERFORM P647-ANON-HIST-REG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORICO-CONTATO
               END-IF
           END-IF
           .
       P647-ANON-HIST-REG.
           MOVE HIST-OPERACAO TO WS-OPERACAO-AD
           MOVE HIST-ANTES    TO WS-CAMPO-AD
           SET LADO-ANTES     TO TRUE
           PERFORM P695-ANONIMIZA-RESUMO
           MOVE WS-CAMPO-AD   TO HIST-ANTES
           MOVE HIST-DEPOIS   TO WS-CAMPO-AD
           SET LADO-DEPOIS    TO TRUE
           PERFORM P695-ANONIMIZA-RESUMO
           MOVE WS-CAMPO-AD   TO HIST-DEPOIS
           MOVE HIST-IMG-ANTES TO WS-IMG
           PERFORM P690-ANONIMIZA-IMAGEM
           MOVE WS-IMG        TO HIST-IMG-ANTES
           MOVE HIST-IMG-DEPOIS TO WS-IMG
           PERFORM P690-ANONIMIZA-IMAGEM
           MOVE WS-IMG        TO HIST-IMG-DEPOIS
           REWRITE REG-HISTCON
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE
           .
      *o retrato e sequencial de tamanho fixo: o registro do
      *contato e regravado no lugar, sem mudar a ordem nem a
      *contagem registrada no retrato_ctl.dat
       P648-ANON-RETRATOS.
           IF WS-QTD-RETRATOS = 0 THEN
               CONTINUE
           ELSE
               PERFORM P720-CARREGA-RETRATOS
               PERFORM VARYING WS-IND-RET FROM 1 BY 1
                       UNTIL WS-IND-RET > WS-QTD-RET-CTL
                   PERFORM P725-NOME-RETRATO
                   PERFORM P649-ANON-RETRATO
               END-PERFORM
           END-IF
           .
       P649-ANON-RETRATO.
           SET EOF-GER-OK TO FALSE
           OPEN I-O RETRATO
           IF NOT FS-RTR-OK THEN
               IF WS-FS-RTR NOT = 35 THEN
                   DISPLAY 'ERRO AO ABRIR O RETRATO '
                           FUNCTION TRIM(WS-NOME-RETRATO)
                   DISPLAY 'FILE STATUS:' WS-FS-RTR
                   ADD 1 TO WS-QTD-ERROS
               END-IF
           ELSE
               PERFORM UNTIL EOF-GER-OK
                   READ RETRATO
                       AT END
                           SET EOF-GER-OK TO TRUE
                       NOT AT END
                           MOVE REG-RETRATO TO WS-IMG
                           IF WS-IMG-ID = WS-ID-PROCURADO-X THEN
                               PERFORM P690-ANONIMIZA-IMAGEM
                               MOVE WS-IMG TO REG-RETRATO
                               REWRITE REG-RETRATO
                               IF FS-RTR-OK THEN
                                   ADD 1 TO WS-QTD-ALTERADOS
                               ELSE
                                   DISPLAY 'ERRO AO REGRAVAR O RETRATO '
                                           WS-RET-DATA(WS-IND-RET)
                                   DISPLAY 'FILE STATUS:' WS-FS-RTR
                                   ADD 1 TO WS-QTD-ERROS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRATO
           END-IF
           .
      *cada geracao do log (meses fechados e o corrente) e copiada
      *para um temporario com as linhas do contato anonimizadas e
      *depois regravada a partir dele, como no fechamento mensal
       P650-ANON-LOGS.
           IF WS-QTD-LOG = 0 THEN
               CONTINUE
           ELSE
               PERFORM P700-CARREGA-GERACOES
               PERFORM VARYING WS-IND-GER FROM 1 BY 1
                       UNTIL WS-IND-GER > WS-QTD-GER-LOG + 1
                   PERFORM P710-NOME-GERACAO
                   PERFORM P655-ANON-GERACAO THRU P655-SAI
               END-PERFORM
               MOVE WS-NOME-LOG-TMP TO WS-NOME-APAGA
               CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGA
                   RETURNING WS-RET-APAGA
               END-CALL
           END-IF
           .
      *as copias de backup recebem a mesma anonimizacao, para uma
      *restauracao (integral ou pontual) nao trazer o titular de
      *volta; o log da copia passa pelo mesmo temporario
       P652-ANON-BACKUPS.
           IF WS-QTD-BACKUP = 0 AND WS-QTD-LOG-BK = 0 THEN
               CONTINUE
           ELSE
               PERFORM P730-CARREGA-BACKUPS
               PERFORM VARYING WS-IND-BK FROM 1 BY 1
                       UNTIL WS-IND-BK > WS-QTD-BK-CTL
                   PERFORM P735-NOME-BACKUP
                   IF WS-QTD-BACKUP > 0 THEN
                       PERFORM P653-ANON-BACKUP-CADASTRO
                   END-IF
                   IF WS-QTD-LOG-BK > 0 THEN
                       MOVE WS-NOME-BK-LOG TO WS-NOME-LOG-ARQ
                       PERFORM P655-ANON-GERACAO THRU P655-SAI
                   END-IF
               END-PERFORM
               MOVE WS-NOME-LOG-TMP TO WS-NOME-APAGA
               CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGA
                   RETURNING WS-RET-APAGA
               END-CALL
           END-IF
           .
       P653-ANON-BACKUP-CADASTRO.
           OPEN I-O CONTATOS-BK
           IF NOT FS-BK-OK THEN
               IF WS-FS-BK NOT = 35 THEN
                   DISPLAY 'ERRO AO ABRIR O BACKUP '
                           FUNCTION TRIM(WS-NOME-BK-DADOS)
                   DISPLAY 'FILE STATUS:' WS-FS-BK
                   ADD 1 TO WS-QTD-ERROS
               END-IF
           ELSE
               MOVE WS-ID-PROCURADO TO BK-ID-CONTATO
               READ CONTATOS-BK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CONTATOS-BK TO WS-IMG
                       PERFORM P690-ANONIMIZA-IMAGEM
                       MOVE WS-IMG TO REG-CONTATOS-BK
                       REWRITE REG-CONTATOS-BK
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-ALTERADOS
                       END-REWRITE
               END-READ
               CLOSE CONTATOS-BK
           END-IF
           .
       P655-ANON-GERACAO.
           SET EOF-GER-OK TO FALSE
           OPEN INPUT LOG-GERACAO
           IF NOT FS-LARQ-OK THEN
               GO TO P655-SAI
           END-IF
           OPEN OUTPUT LOG-TEMPORARIO
           IF NOT FS-TMP-OK THEN
               DISPLAY 'ERRO AO CRIAR O TEMPORARIO DO LOG!'
               DISPLAY 'FILE STATUS:' WS-FS-TMP
               ADD 1 TO WS-QTD-ERROS
               CLOSE LOG-GERACAO
               GO TO P655-SAI
           END-IF
           PERFORM UNTIL EOF-GER-OK
               READ LOG-GERACAO INTO WS-LINHA-LOG
                   AT END
                       SET EOF-GER-OK TO TRUE
                   NOT AT END
                       IF WS-LINHA-LOG(33:6) = WS-ID-PROCURADO-X THEN
                           PERFORM P660-ANON-LINHA-LOG
                       END-IF
                       MOVE WS-LINHA-LOG TO REG-LOG-TMP
                       WRITE REG-LOG-TMP
               END-READ
           END-PERFORM
           CLOSE LOG-GERACAO
           CLOSE LOG-TEMPORARIO

           SET EOF-GER-OK TO FALSE
           OPEN INPUT LOG-TEMPORARIO
           OPEN OUTPUT LOG-GERACAO
           IF NOT FS-TMP-OK OR NOT FS-LARQ-OK THEN
               DISPLAY 'ERRO AO REGRAVAR O LOG '
                       FUNCTION TRIM(WS-NOME-LOG-ARQ)
               ADD 1 TO WS-QTD-ERROS
           ELSE
               PERFORM UNTIL EOF-GER-OK
                   READ LOG-TEMPORARIO
                       AT END
                           SET EOF-GER-OK TO TRUE
                       NOT AT END
                           MOVE REG-LOG-TMP TO REG-LOG-GER
                           WRITE REG-LOG-GER
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOG-TEMPORARIO
           CLOSE LOG-GERACAO
           .
       P655-SAI.
           EXIT.
      *varre todos os relatorios guardados no spool atras do nome,
      *telefone ou email do titular; com SPOOL-LISTAR cada achado
      *sai no relatorio e com SPOOL-EXPURGAR o arquivo e a entrada
      *do catalogo saem, como no expurgo do spool
       P670-EXPURGA-SPOOL.
           SET WS-QTD-SPOOL     TO 0
           SET WS-QTD-SPOOL-EXP TO 0
           IF SPOOL-EXPURGAR THEN
               OPEN I-O CATALOGO-SPOOL
           ELSE
               OPEN INPUT CATALOGO-SPOOL
           END-IF
           IF NOT FS-SPL-OK THEN
               IF SPOOL-LISTAR THEN
                   MOVE '  ARQUIVO INEXISTENTE OU INDISPONIVEL'
                        TO WS-LINHA-REL
                   PERFORM P490-IMPRIME
               END-IF
               IF SPOOL-EXPURGAR AND WS-FS-SPL NOT = 35 THEN
                   DISPLAY 'ERRO AO ABRIR O CATALOGO DO SPOOL!'
                   DISPLAY 'FILE STATUS:' WS-FS-SPL
                   ADD 1 TO WS-QTD-ERROS
               END-IF
               GO TO P670-SAI
           END-IF
           IF WS-TIT-NOME = SPACES AND WS-TIT-FONE = SPACES AND
              WS-TIT-EMAIL = SPACES THEN
               CLOSE CATALOGO-SPOOL
               GO TO P670-SAI
           END-IF
           SET EOF-SPL-OK TO FALSE
           MOVE ZEROS TO SPL-CHAVE
           START CATALOGO-SPOOL KEY IS >= SPL-CHAVE
               INVALID KEY
                   SET EOF-SPL-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-SPL-OK
               READ CATALOGO-SPOOL NEXT RECORD
                   AT END
                       SET EOF-SPL-OK TO TRUE
                   NOT AT END
                       PERFORM P675-CONFERE-SPOOL THRU P675-SAI
               END-READ
           END-PERFORM
           CLOSE CATALOGO-SPOOL
           IF WS-QTD-SPOOL-EXP > 0 THEN
               DISPLAY 'RELATORIOS DO CONTATO RETIRADOS DO SPOOL: '
                       WS-QTD-SPOOL-EXP
           END-IF
           .
       P670-SAI.
           EXIT.
       P675-CONFERE-SPOOL.
           SET SPOOL-DO-CONTATO TO FALSE
           MOVE SPL-ARQUIVO TO WS-NOME-SPOOL
           OPEN INPUT SPOOL-COPIA
           IF NOT FS-SPC-OK THEN
               GO TO P675-SAI
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK OR SPOOL-DO-CONTATO
               READ SPOOL-COPIA INTO WS-LINHA-SPOOL
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P676-CONFERE-LINHA
               END-READ
           END-PERFORM
           CLOSE SPOOL-COPIA
           IF NOT SPOOL-DO-CONTATO THEN
               GO TO P675-SAI
           END-IF

           ADD 1 TO WS-QTD-SPOOL
           IF SPOOL-LISTAR THEN
               MOVE SPACES TO WS-LINHA-REL
               STRING '  '                DELIMITED BY SIZE
                      SPL-DATA            DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      SPL-HORA            DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      SPL-TIPO            DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      SPL-PROGRAMA        DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOME-SPOOL)
                                          DELIMITED BY SIZE
                 INTO WS-LINHA-REL
               END-STRING
               PERFORM P490-IMPRIME
           END-IF
           IF NOT SPOOL-EXPURGAR THEN
               GO TO P675-SAI
           END-IF

           MOVE '    RETIRADO DO SPOOL' TO WS-LINHA-REL
           MOVE WS-NOME-SPOOL TO WS-NOME-APAGA
           CALL 'CBL_DELETE_FILE' USING WS-NOME-APAGA
               RETURNING WS-RET-APAGA
           END-CALL
           IF WS-RET-APAGA NOT = 0 THEN
               DISPLAY 'ERRO AO APAGAR DO SPOOL: '
                       FUNCTION TRIM(WS-NOME-SPOOL)
               MOVE '    ERRO: NAO RETIRADO DO SPOOL' TO WS-LINHA-REL
               ADD 1 TO WS-QTD-ERROS
           ELSE
               DELETE CATALOGO-SPOOL RECORD
                   INVALID KEY
                       MOVE '    ERRO: ARQUIVO APAGADO, CATALOGO NAO'
                            TO WS-LINHA-REL
                       ADD 1 TO WS-QTD-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-SPOOL-EXP
               END-DELETE
           END-IF
           IF SPOOL-LISTAR THEN
               PERFORM P490-IMPRIME
           END-IF
           .
       P675-SAI.
           EXIT.
       P676-CONFERE-LINHA.
           MOVE WS-TIT-NOME TO WS-VALOR-BUSCA
           PERFORM P677-PROCURA-VALOR
           IF NOT SPOOL-DO-CONTATO THEN
               MOVE WS-TIT-FONE TO WS-VALOR-BUSCA
               PERFORM P677-PROCURA-VALOR
           END-IF
           IF NOT SPOOL-DO-CONTATO THEN
               MOVE WS-TIT-EMAIL TO WS-VALOR-BUSCA
               PERFORM P677-PROCURA-VALOR
           END-IF
           .
      *o valor so conta como palavra inteira (sem letra ou digito
      *colado antes ou depois), para um nome curto nao casar
      *dentro de outra palavra; valores de menos de 3 posicoes
      *nao sao procurados
       P677-PROCURA-VALOR.
           MOVE ZEROS TO WS-TAM-BUSCA
           IF WS-VALOR-BUSCA NOT = SPACES AND
              WS-VALOR-BUSCA NOT = WS-MARCA-ANONIMO THEN
               COMPUTE WS-TAM-BUSCA = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-VALOR-BUSCA))
           END-IF
           IF WS-TAM-BUSCA >= 3 THEN
               MOVE ZEROS TO WS-QTD-OCORR
               INSPECT WS-LINHA-SPOOL TALLYING WS-QTD-OCORR
                       FOR ALL WS-VALOR-BUSCA(1:WS-TAM-BUSCA)
               IF WS-QTD-OCORR > 0 THEN
                   PERFORM VARYING WS-POS-BUSCA FROM 1 BY 1
                           UNTIL WS-POS-BUSCA > 301 - WS-TAM-BUSCA
                              OR SPOOL-DO-CONTATO
                       IF WS-LINHA-SPOOL(WS-POS-BUSCA:WS-TAM-BUSCA) =
                          WS-VALOR-BUSCA(1:WS-TAM-BUSCA) THEN
                           PERFORM P678-CONFERE-LIMITES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .
       P678-CONFERE-LIMITES.
           SET SPOOL-DO-CONTATO TO TRUE
           IF WS-POS-BUSCA > 1 THEN
               MOVE WS-LINHA-SPOOL(WS-POS-BUSCA - 1:1)
                    TO WS-CAR-BUSCA
               IF WS-CAR-BUSCA IS NUMERIC OR
                  (WS-CAR-BUSCA IS ALPHABETIC AND
                   WS-CAR-BUSCA NOT = SPACE) THEN
                   SET SPOOL-DO-CONTATO TO FALSE
               END-IF
           END-IF
           IF WS-POS-BUSCA + WS-TAM-BUSCA <= 300 THEN
               MOVE WS-LINHA-SPOOL(WS-POS-BUSCA + WS-TAM-BUSCA:1)
                    TO WS-CAR-BUSCA
               IF WS-CAR-BUSCA IS NUMERIC OR
                  (WS-CAR-BUSCA IS ALPHABETIC AND
                   WS-CAR-BUSCA NOT = SPACE) THEN
                   SET SPOOL-DO-CONTATO TO FALSE
               END-IF
           END-IF
           .
      *layout da linha de log gravada por P500-GRAVA-LOG:
      *OPERACAO(19:10) ANTES(46:20) DEPOIS(74:20) IMGA(119:200)
      *IMGD(325:200); a linha encadeada mantem SEQ e CHK e recebe
      *a marca ANON:S, e a verificacao da cadeia passa a conferi-la
      *pela CHB, que nao cobre os dados pessoais
       P660-ANON-LINHA-LOG.
           MOVE WS-LINHA-LOG(19:10) TO WS-OPERACAO-AD
           MOVE WS-LINHA-LOG(46:20) TO WS-CAMPO-AD
           SET LADO-ANTES TO TRUE
           PERFORM P695-ANONIMIZA-RESUMO
           MOVE WS-CAMPO-AD TO WS-LINHA-LOG(46:20)
           MOVE WS-LINHA-LOG(74:20) TO WS-CAMPO-AD
           SET LADO-DEPOIS TO TRUE
           PERFORM P695-ANONIMIZA-RESUMO
           MOVE WS-CAMPO-AD TO WS-LINHA-LOG(74:20)
           MOVE WS-LINHA-LOG(119:200) TO WS-IMG
           PERFORM P690-ANONIMIZA-IMAGEM
           MOVE WS-IMG TO WS-LINHA-LOG(119:200)
           MOVE WS-LINHA-LOG(325:200) TO WS-IMG
           PERFORM P690-ANONIMIZA-IMAGEM
           MOVE WS-IMG TO WS-LINHA-LOG(325:200)
           IF WS-LINHA-LOG(525:5) = ' SEQ:' THEN
               MOVE ' ANON:S' TO WS-LINHA-LOG(567:7)
           END-IF
           ADD 1 TO WS-QTD-ALTERADOS
           .
      *nome, telefone, email e endereco (logradouro, numero e cep)
      *recebem a marca e o cpf e apagado; id, situacao, categoria,
      *empresa, cidade, uf e carteira ficam para as estatisticas
      *continuarem fechando
       P690-ANONIMIZA-IMAGEM.
           IF WS-IMG NOT = SPACES THEN
               MOVE WS-MARCA-ANONIMO TO WS-IMG-NOME
               MOVE WS-MARCA-ANONIMO TO WS-IMG-FONE
               MOVE WS-MARCA-ANONIMO TO WS-IMG-EMAIL
               MOVE WS-MARCA-ANONIMO TO WS-IMG-ENDERECO
               MOVE SPACES           TO WS-IMG-NUMERO
               MOVE SPACES           TO WS-IMG-CEP
               MOVE SPACES           TO WS-IMG-CPF
           END-IF
           .
      *o resumo ANTES/DEPOIS guarda o nome na maioria das operacoes;
      *ficam so os valores que nao sao dado pessoal: situacao
      *(ATIVO/INATIVO/ARQUIVO), unificacao, o proponente da
      *aprovacao/rejeicao e a operacao desfeita na reversao
       P695-ANONIMIZA-RESUMO.
           EVALUATE TRUE
               WHEN WS-CAMPO-AD = SPACES
               WHEN WS-CAMPO-AD = 'ATIVO'
               WHEN WS-CAMPO-AD = 'INATIVO'
               WHEN WS-CAMPO-AD = 'ARQUIVO'
               WHEN WS-CAMPO-AD = 'LGPD'
               WHEN WS-CAMPO-AD = 'CARTA'
               WHEN WS-CAMPO-AD = 'EMAIL'
               WHEN WS-CAMPO-AD = 'TELEFONE'
               WHEN WS-CAMPO-AD(1:8) = 'UNIF EM '
                   CONTINUE
               WHEN LADO-ANTES AND
                    (WS-OPERACAO-AD = 'APROVACAO' OR
                     WS-OPERACAO-AD = 'REJEICAO' OR
                     WS-OPERACAO-AD = 'REVERSAO')
                   CONTINUE
               WHEN OTHER
                   MOVE WS-MARCA-ANONIMO TO WS-CAMPO-AD
           END-EVALUATE
           .
      ******************************************************************
      *geracoes do log e registro das solicitacoes
      ******************************************************************
       P700-CARREGA-GERACOES.
           SET EOF-GER-OK TO FALSE
           SET WS-QTD-GER-LOG TO 0
           OPEN INPUT CONTROLE-ROTACOES
           IF FS-ROT-OK THEN
               PERFORM UNTIL EOF-GER-OK
                   READ CONTROLE-ROTACOES INTO WS-LINHA-ROT
                       AT END
                           SET EOF-GER-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-ROT(1:6) IS NUMERIC AND
                              WS-QTD-GER-LOG < 100 THEN
                               ADD 1 TO WS-QTD-GER-LOG
                               MOVE WS-LINHA-ROT(1:6)
                                    TO WS-GER-MES(WS-QTD-GER-LOG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-ROTACOES
           END-IF
           .
      *indice alem do ultimo mes fechado = log corrente
       P710-NOME-GERACAO.
           MOVE SPACES TO WS-NOME-LOG-ARQ
           IF WS-IND-GER > WS-QTD-GER-LOG THEN
               MOVE WS-CAMINHO-LOG TO WS-NOME-LOG-ARQ
               MOVE 'ATUAL '       TO WS-GER-ATUAL
           ELSE
               STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                                            DELIMITED BY SIZE
                      'transacoes_'         DELIMITED BY SIZE
                      WS-GER-MES(WS-IND-GER)
                                            DELIMITED BY SIZE
                      '.log'                DELIMITED BY SIZE
                 INTO WS-NOME-LOG-ARQ
               END-STRING
               MOVE WS-GER-MES(WS-IND-GER) TO WS-GER-ATUAL
           END-IF
           .
      *retratos registrados no retrato_ctl.dat: a linha comeca pela
      *data AAAAMMDD do retrato
       P720-CARREGA-RETRATOS.
           SET EOF-GER-OK TO FALSE
           SET WS-QTD-RET-CTL TO 0
           OPEN INPUT CONTROLE-RETRATOS
           IF FS-RCT-OK THEN
               PERFORM UNTIL EOF-GER-OK
                   READ CONTROLE-RETRATOS INTO WS-LINHA-ROT
                       AT END
                           SET EOF-GER-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-ROT(1:8) IS NUMERIC AND
                              WS-QTD-RET-CTL < 100 THEN
                               ADD 1 TO WS-QTD-RET-CTL
                               MOVE WS-LINHA-ROT(1:8)
                                    TO WS-RET-DATA(WS-QTD-RET-CTL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-RETRATOS
           END-IF
           .
       P725-NOME-RETRATO.
           MOVE SPACES TO WS-NOME-RETRATO
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'retrato_'                   DELIMITED BY SIZE
                  WS-RET-DATA(WS-IND-RET)      DELIMITED BY SIZE
                  '.dat'                       DELIMITED BY SIZE
             INTO WS-NOME-RETRATO
           END-STRING
           .
      *geracoes registradas no backup_ctl.dat pelo MODULO-BACKUP
       P730-CARREGA-BACKUPS.
           SET EOF-GER-OK TO FALSE
           SET WS-QTD-BK-CTL TO 0
           OPEN INPUT CONTROLE-BACKUPS
           IF FS-BCT-OK THEN
               PERFORM UNTIL EOF-GER-OK
                   READ CONTROLE-BACKUPS INTO WS-LINHA-ROT
                       AT END
                           SET EOF-GER-OK TO TRUE
                       NOT AT END
                           IF WS-LINHA-ROT(1:14) IS NUMERIC AND
                              WS-QTD-BK-CTL < 100 THEN
                               ADD 1 TO WS-QTD-BK-CTL
                               MOVE WS-LINHA-ROT(1:14)
                                    TO WS-BK-MARCA(WS-QTD-BK-CTL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-BACKUPS
           END-IF
           .
      *mesmos nomes montados pelo MODULO-BACKUP para a geracao
       P735-NOME-BACKUP.
           MOVE SPACES TO WS-NOME-BK-DADOS
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'contatos_'                  DELIMITED BY SIZE
                  WS-BK-MARCA(WS-IND-BK)       DELIMITED BY SIZE
                  '.bak'                       DELIMITED BY SIZE
             INTO WS-NOME-BK-DADOS
           END-STRING
           MOVE SPACES TO WS-NOME-BK-LOG
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'transacoes_'                DELIMITED BY SIZE
                  WS-BK-MARCA(WS-IND-BK)       DELIMITED BY SIZE
                  '.bak'                       DELIMITED BY SIZE
             INTO WS-NOME-BK-LOG
           END-STRING
           .
      *uma linha por solicitacao atendida, para comprovar o
      *atendimento: data, hora, contato, tipo, operador, resultado
       P800-REGISTRA-SOLICITACAO.
           ACCEPT WS-DATA-SOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SOL FROM TIME
           OPEN EXTEND REGISTRO-SOLICITACOES
           IF WS-FS-SOL EQUAL 35 THEN
               OPEN OUTPUT REGISTRO-SOLICITACOES
           END-IF
           IF NOT FS-SOL-OK THEN
               DISPLAY 'ERRO AO REGISTRAR A SOLICITACAO!'
               DISPLAY 'FILE STATUS:' WS-FS-SOL
           ELSE
               MOVE SPACES TO WS-LINHA-SOL
               STRING WS-DATA-SOL        DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-HORA-SOL        DELIMITED BY SIZE
                      ' ID:'             DELIMITED BY SIZE
                      WS-ID-PROCURADO-X  DELIMITED BY SIZE
                      ' TIPO:'           DELIMITED BY SIZE
                      WS-OP-ACAO         DELIMITED BY SIZE
                      ' USUARIO:'        DELIMITED BY SIZE
                      LK-USUARIO         DELIMITED BY SIZE
                      ' RESULTADO:'      DELIMITED BY SIZE
                      WS-RESULTADO       DELIMITED BY SIZE
                 INTO WS-LINHA-SOL
               END-STRING
               MOVE WS-LINHA-SOL TO REG-SOLICITACAO
               WRITE REG-SOLICITACAO
               CLOSE REGISTRO-SOLICITACOES
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-LGPD.
