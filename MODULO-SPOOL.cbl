      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Spool de relatorios: lista o catalogo dos relatorios
      *         guardados pelos modulos (filtro por tipo e periodo),
      *         mostra um relatorio na tela, reimprime em arquivo e
      *         expurga os mais antigos que a permanencia configurada;
      *         o expurgo roda tambem em modo batch pelo agendador.
      *         Relatorio de opcao de nivel acima do usuario nao
      *         aparece na listagem nem pode ser mostrado ou reimpresso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-SPOOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CATALOGO-SPOOL ASSIGN TO
               WS-CAMINHO-SPOOLCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-CHAVE
               FILE STATUS IS WS-FS-SPL.

      *relatorio guardado escolhido para mostrar ou reimprimir
               SELECT SPOOL-COPIA ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPC.

               SELECT REIMPRESSAO ASSIGN TO
               WS-CAMINHO-REIMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.

               SELECT ARQUIVO-RUNLOG ASSIGN TO
               WS-CAMINHO-RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD REIMPRESSAO.
       01 REG-REIMPRESSAO              PIC X(300).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       FD ARQUIVO-RUNLOG.
       01 REG-RUNLOG                   PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X VALUE 'N'.
          88 EXIT-OK               VALUE 'S' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-LISTA            VALUE 'L'.
          88 ACAO-MOSTRA           VALUE 'M'.
          88 ACAO-REIMPRIME        VALUE 'R'.
          88 ACAO-EXPURGA          VALUE 'E'.
          88 ACAO-SAI              VALUE 'S'.
      *filtro da listagem; o numero escolhido para mostrar ou
      *reimprimir e a posicao do relatorio na listagem filtrada
       77 WS-FILTRO-TIPO           PIC X(10) VALUE SPACES.
       77 WS-FILTRO-INICIO         PIC 9(08) VALUE ZEROS.
       77 WS-FILTRO-FIM            PIC 9(08) VALUE 99999999.
       77 WS-DATA-ENT              PIC X(08) VALUE SPACES.
       77 WS-NUM-ESCOLHA           PIC 9(05) VALUE ZEROS.
       77 WS-CONT-LISTA            PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 RELATORIO-ACHADO      VALUE 'S' FALSE 'N'.
      *nivel exigido pelo relatorio corrente do catalogo
       77 WS-NIVEL-RELATORIO       PIC 9(01) VALUE ZEROS.
       77 WS-DATA-ED               PIC X(10) VALUE SPACES.
       77 WS-HORA-ED               PIC X(08) VALUE SPACES.
       77 WS-LINHAS-POR-PAGINA-TELA PIC 9(003) VALUE 20.
       77 WS-LINHAS-TELA-ATUAL     PIC 9(003) VALUE ZEROS.
       77 WS-PAUSA                 PIC X VALUE SPACES.
      *permanencia no spool: padrao 90 dias, o sistema.cfg (linha 13)
      *troca o padrao e o ambiente prevalece
       77 WS-DIAS-SPOOL            PIC 9(04) VALUE 90.
       77 WS-DIAS-SPOOL-X          PIC X(04) VALUE SPACES.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE            PIC 9(08) VALUE ZEROS.
       77 WS-RET-APAGA             PIC 9(04) COMP VALUE ZEROS.
       77 WS-CONT-EXPURGADOS       PIC 9(06) VALUE ZEROS.
       77 WS-CONT-NAO-APAGADOS     PIC 9(06) VALUE ZEROS.
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
          03 LK-ID-SELECIONADO     PIC 9(06).
          03 LK-NIVEL-ACESSO       PIC 9(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 0 TO LK-RETORNO
            IF WS-CFG-LINHAS-TELA > 0 THEN
                MOVE WS-CFG-LINHAS-TELA TO WS-LINHAS-POR-PAGINA-TELA
            END-IF
            MOVE 90 TO WS-DIAS-SPOOL
            IF WS-CFG-DIAS-SPOOL > 0 THEN
                MOVE WS-CFG-DIAS-SPOOL TO WS-DIAS-SPOOL
            END-IF
            MOVE SPACES TO WS-DIAS-SPOOL-X
            ACCEPT WS-DIAS-SPOOL-X
                   FROM ENVIRONMENT 'CONTATOS_DIAS_SPOOL'
      *o valor do ambiente pode vir mais curto que o campo (ex.:
      *'30  '), entao so o trecho util e testado e convertido
            COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-DIAS-SPOOL-X))
            IF WS-TAM-ENV > 0 AND
               WS-DIAS-SPOOL-X(1:WS-TAM-ENV) IS NUMERIC AND
               FUNCTION NUMVAL(WS-DIAS-SPOOL-X) > 0 THEN
                COMPUTE WS-DIAS-SPOOL =
                        FUNCTION NUMVAL(WS-DIAS-SPOOL-X)
            END-IF

      *no agendador o modulo so faz o expurgo do spool
            IF EXEC-BATCH THEN
                PERFORM P7OO-EXPURGA THRU P700-SAI
            ELSE
                DISPLAY '***SPOOL DE RELATORIOS***'
                MOVE SPACES TO WS-FILTRO-TIPO
                MOVE ZEROS TO WS-FILTRO-INICIO
                MOVE 99999999 TO WS-FILTRO-FIM
                SET EXIT-OK TO FALSE
                PERFORM P3OO-SPOOL THRU P300-FIM UNTIL EXIT-OK
            END-IF
            PERFORM P900-FIM
           .
       P3OO-SPOOL.
           DISPLAY ' '
           DISPLAY '<L>istar catalogo, <M>ostrar relatorio, '
                   '<R>eimprimir, <E>xpurgar antigos ou <S>air?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
           EVALUATE TRUE
               WHEN ACAO-LISTA
                   PERFORM P310-PEDE-FILTRO
                   PERFORM P400-LISTA-CATALOGO THRU P400-SAI
               WHEN ACAO-MOSTRA
                   PERFORM P320-PEDE-NUMERO
                   PERFORM P450-LOCALIZA THRU P450-SAI
                   IF RELATORIO-ACHADO THEN
                       PERFORM P500-MOSTRA-RELATORIO THRU P500-SAI
                   END-IF
               WHEN ACAO-REIMPRIME
                   PERFORM P320-PEDE-NUMERO
                   PERFORM P450-LOCALIZA THRU P450-SAI
                   IF RELATORIO-ACHADO THEN
                       PERFORM P600-REIMPRIME THRU P600-SAI
                   END-IF
               WHEN ACAO-EXPURGA
                   IF LK-NIVEL-ACESSO < 3 THEN
                       DISPLAY 'ACESSO NEGADO: SEU PERFIL NAO PERMITE'
                               ' ESTA OPCAO.'
                   ELSE
                       PERFORM P7OO-EXPURGA THRU P700-SAI
                   END-IF
               WHEN ACAO-SAI
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY RUNLOG-GRAVA.
      *tipo em branco lista todos; datas em branco nao limitam
       P310-PEDE-FILTRO.
           DISPLAY 'Tipo de relatorio (<ENTER> = todos):'
           MOVE SPACES TO WS-FILTRO-TIPO
           ACCEPT WS-FILTRO-TIPO
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-TIPO) TO WS-FILTRO-TIPO
           DISPLAY 'Emitidos a partir de (AAAAMMDD, <ENTER> = inicio):'
           MOVE SPACES TO WS-DATA-ENT
           ACCEPT WS-DATA-ENT
           IF WS-DATA-ENT IS NUMERIC THEN
               MOVE WS-DATA-ENT TO WS-FILTRO-INICIO
           ELSE
               MOVE ZEROS TO WS-FILTRO-INICIO
           END-IF
           DISPLAY 'Emitidos ate (AAAAMMDD, <ENTER> = sem limite):'
           MOVE SPACES TO WS-DATA-ENT
           ACCEPT WS-DATA-ENT
           IF WS-DATA-ENT IS NUMERIC THEN
               MOVE WS-DATA-ENT TO WS-FILTRO-FIM
           ELSE
               MOVE 99999999 TO WS-FILTRO-FIM
           END-IF
           .
       P320-PEDE-NUMERO.
           DISPLAY 'Numero do relatorio na ultima listagem:'
           MOVE ZEROS TO WS-NUM-ESCOLHA
           ACCEPT WS-NUM-ESCOLHA
           .
      *percorre o catalogo na ordem de emissao aplicando o filtro
      *corrente; cada relatorio aceito recebe o proximo numero
       P400-LISTA-CATALOGO.
           OPEN INPUT CATALOGO-SPOOL
           IF NOT FS-SPL-OK THEN
               DISPLAY 'NENHUM RELATORIO GUARDADO NO SPOOL.'
               GO TO P400-SAI
           END-IF
           SET WS-CONT-LISTA TO 0
           SET WS-LINHAS-TELA-ATUAL TO 0
           PERFORM P410-POSICIONA
           DISPLAY '  NR  DATA       HORA     TIPO       PROGRAMA'
                   '             USUARIO     LINHAS'
           PERFORM UNTIL EOF-OK
               READ CATALOGO-SPOOL NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SPL-DATA > WS-FILTRO-FIM THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P440-NIVEL-RELATORIO
                           IF (WS-FILTRO-TIPO = SPACES OR
                               SPL-TIPO = WS-FILTRO-TIPO) AND
                              LK-NIVEL-ACESSO >= WS-NIVEL-RELATORIO
                           THEN
                               ADD 1 TO WS-CONT-LISTA
                               PERFORM P420-LINHA-CATALOGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO-SPOOL
           DISPLAY 'RELATORIOS LISTADOS: ' WS-CONT-LISTA
           .
       P400-SAI.
           EXIT.
       P410-POSICIONA.
           SET EOF-OK TO FALSE
           MOVE WS-FILTRO-INICIO TO SPL-DATA
           MOVE ZEROS TO SPL-HORA
           MOVE ZEROS TO SPL-SEQ
           START CATALOGO-SPOOL KEY IS >= SPL-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .
       P420-LINHA-CATALOGO.
           IF WS-LINHAS-TELA-ATUAL >= WS-LINHAS-POR-PAGINA-TELA THEN
               DISPLAY 'TECLE QUALQUER TECLA PARA CONTINUAR A'
                       ' LISTAGEM...'
               ACCEPT WS-PAUSA
               SET WS-LINHAS-TELA-ATUAL TO 0
           END-IF
           PERFORM P430-EDITA-DATA-HORA
           DISPLAY WS-CONT-LISTA ' ' WS-DATA-ED ' ' WS-HORA-ED ' '
                   SPL-TIPO ' ' SPL-PROGRAMA ' ' SPL-USUARIO ' '
                   SPL-LINHAS
           ADD 1 TO WS-LINHAS-TELA-ATUAL
           .
       P430-EDITA-DATA-HORA.
           MOVE SPACES TO WS-DATA-ED
           STRING SPL-DATA(7:2) DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  SPL-DATA(5:2) DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  SPL-DATA(1:4) DELIMITED BY SIZE
             INTO WS-DATA-ED
           END-STRING
           MOVE SPACES TO WS-HORA-ED
           STRING SPL-HORA(1:2) DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  SPL-HORA(3:2) DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  SPL-HORA(5:2) DELIMITED BY SIZE
             INTO WS-HORA-ED
           END-STRING
           .
      *entrada gravada antes do nivel no catalogo exige nivel 3
       P440-NIVEL-RELATORIO.
           IF SPL-NIVEL IS NUMERIC AND SPL-NIVEL > 0 THEN
               MOVE SPL-NIVEL TO WS-NIVEL-RELATORIO
           ELSE
               MOVE 3 TO WS-NIVEL-RELATORIO
           END-IF
           .
      *reposiciona no relatorio de numero WS-NUM-ESCOLHA da
      *listagem com o filtro corrente e deixa o registro em REG-SPOOL;
      *relatorio acima do nivel do usuario nao recebe numero, entao
      *nao pode ser escolhido
       P450-LOCALIZA.
           SET RELATORIO-ACHADO TO FALSE
           IF WS-NUM-ESCOLHA = 0 THEN
               DISPLAY 'NUMERO INVALIDO!'
               GO TO P450-SAI
           END-IF
           OPEN INPUT CATALOGO-SPOOL
           IF NOT FS-SPL-OK THEN
               DISPLAY 'NENHUM RELATORIO GUARDADO NO SPOOL.'
               GO TO P450-SAI
           END-IF
           SET WS-CONT-LISTA TO 0
           PERFORM P410-POSICIONA
           PERFORM UNTIL EOF-OK OR RELATORIO-ACHADO
               READ CATALOGO-SPOOL NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SPL-DATA > WS-FILTRO-FIM THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P440-NIVEL-RELATORIO
                           IF (WS-FILTRO-TIPO = SPACES OR
                               SPL-TIPO = WS-FILTRO-TIPO) AND
                              LK-NIVEL-ACESSO >= WS-NIVEL-RELATORIO
                           THEN
                               ADD 1 TO WS-CONT-LISTA
                               IF WS-CONT-LISTA = WS-NUM-ESCOLHA THEN
                                   SET RELATORIO-ACHADO TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO-SPOOL
           IF NOT RELATORIO-ACHADO THEN
               DISPLAY 'RELATORIO NAO ENCONTRADO NA LISTAGEM!'
           ELSE
               MOVE SPL-ARQUIVO TO WS-NOME-SPOOL
           END-IF
           .
       P450-SAI.
           EXIT.
       P500-MOSTRA-RELATORIO.
           OPEN INPUT SPOOL-COPIA
           IF NOT FS-SPC-OK THEN
               DISPLAY 'ARQUIVO DO SPOOL NAO ENCONTRADO: '
                       FUNCTION TRIM(WS-NOME-SPOOL)
               GO TO P500-SAI
           END-IF
           PERFORM P430-EDITA-DATA-HORA
           DISPLAY '*** ' FUNCTION TRIM(SPL-TIPO) ' DE ' WS-DATA-ED
                   ' ' WS-HORA-ED ' - ' FUNCTION TRIM(SPL-USUARIO)
                   ' ***'
           SET WS-LINHAS-TELA-ATUAL TO 0
           SET EOF-SPL-OK TO FALSE
           PERFORM UNTIL EOF-SPL-OK
               READ SPOOL-COPIA
                   AT END
                       SET EOF-SPL-OK TO TRUE
                   NOT AT END
                       IF WS-LINHAS-TELA-ATUAL >=
                          WS-LINHAS-POR-PAGINA-TELA THEN
                           DISPLAY 'TECLE <F> PARA ENCERRAR OU QUALQUER'
                                   ' TECLA PARA CONTINUAR...'
                           MOVE SPACES TO WS-PAUSA
                           ACCEPT WS-PAUSA
                           IF WS-PAUSA = 'F' OR WS-PAUSA = 'f' THEN
                               SET EOF-SPL-OK TO TRUE
                           END-IF
                           SET WS-LINHAS-TELA-ATUAL TO 0
                       END-IF
                       IF NOT EOF-SPL-OK THEN
                           DISPLAY FUNCTION TRIM(REG-SPOOL-COPIA
                                   TRAILING)
                           ADD 1 TO WS-LINHAS-TELA-ATUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-COPIA
           .
       P500-SAI.
           EXIT.
      *a reimpressao sai no arquivo de reimpressao do diretorio das
      *saidas, com uma faixa identificando a emissao original
       P600-REIMPRIME.
           OPEN INPUT SPOOL-COPIA
           IF NOT FS-SPC-OK THEN
               DISPLAY 'ARQUIVO DO SPOOL NAO ENCONTRADO: '
                       FUNCTION TRIM(WS-NOME-SPOOL)
               GO TO P600-SAI
           END-IF
           OPEN OUTPUT REIMPRESSAO
           IF NOT FS-REL-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REIMPRESSAO!'
               DISPLAY 'FILE STATUS:' WS-FS-REL
               CLOSE SPOOL-COPIA
               GO TO P600-SAI
           END-IF
           PERFORM P430-EDITA-DATA-HORA
           MOVE SPACES TO WS-LINHA-REL
           STRING '*** REIMPRESSAO - '  DELIMITED BY SIZE
                  FUNCTION TRIM(SPL-TIPO) DELIMITED BY SIZE
                  ' EMITIDO EM '        DELIMITED BY SIZE
                  WS-DATA-ED            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-HORA-ED            DELIMITED BY SIZE
                  ' POR '               DELIMITED BY SIZE
                  FUNCTION TRIM(SPL-USUARIO) DELIMITED BY SIZE
                  ' ('                  DELIMITED BY SIZE
                  FUNCTION TRIM(SPL-PROGRAMA) DELIMITED BY SIZE
                  ') ***'               DELIMITED BY SIZE
             INTO WS-LINHA-REL
           END-STRING
           MOVE WS-LINHA-REL TO REG-REIMPRESSAO
           WRITE REG-REIMPRESSAO
           MOVE SPACES TO REG-REIMPRESSAO
           WRITE REG-REIMPRESSAO
           SET EOF-SPL-OK TO FALSE
           PERFORM UNTIL EOF-SPL-OK
               READ SPOOL-COPIA
                   AT END
                       SET EOF-SPL-OK TO TRUE
                   NOT AT END
                       MOVE REG-SPOOL-COPIA TO REG-REIMPRESSAO
                       WRITE REG-REIMPRESSAO
               END-READ
           END-PERFORM
           CLOSE SPOOL-COPIA
           CLOSE REIMPRESSAO
           DISPLAY 'REIMPRESSAO GRAVADA EM: '
                   FUNCTION TRIM(WS-CAMINHO-REIMP)
           .
       P600-SAI.
           EXIT.
      *expurgo: apaga o arquivo e a entrada do catalogo de todo
      *relatorio emitido antes de hoje menos a permanencia em dias
       P7OO-EXPURGA.
           SET WS-CONT-EXPURGADOS TO 0
           SET WS-CONT-NAO-APAGADOS TO 0
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - WS-DIAS-SPOOL)
           OPEN I-O CATALOGO-SPOOL
           IF WS-FS-SPL EQUAL 35 THEN
               MOVE 'SPOOL VAZIO: NADA A EXPURGAR.' TO WS-MSG-TEXTO
               PERFORM P510-MSG
               GO TO P700-SAI
           END-IF
           IF NOT FS-SPL-OK THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'ERRO AO ABRIR O CATALOGO DO SPOOL!'
                                      DELIMITED BY SIZE
                      ' FILE STATUS:' DELIMITED BY SIZE
                      WS-FS-SPL       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P700-SAI
           END-IF

           SET EOF-OK TO FALSE
           MOVE ZEROS TO SPL-CHAVE
           START CATALOGO-SPOOL KEY IS >= SPL-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ CATALOGO-SPOOL NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SPL-DATA >= WS-DATA-CORTE THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P710-EXPURGA-RELATORIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'SPOOL: EXPURGADOS ' DELIMITED BY SIZE
                  WS-CONT-EXPURGADOS   DELIMITED BY SIZE
                  ' RELATORIOS ANTERIORES A ' DELIMITED BY SIZE
                  WS-DATA-CORTE        DELIMITED BY SIZE
                  ' (PERMANENCIA: '    DELIMITED BY SIZE
                  WS-DIAS-SPOOL        DELIMITED BY SIZE
                  ' DIAS)'             DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
           IF WS-CONT-NAO-APAGADOS > 0 THEN
               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'AVISO: ARQUIVOS DO SPOOL NAO REMOVIDOS: '
                                         DELIMITED BY SIZE
                      WS-CONT-NAO-APAGADOS DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
               MOVE 4 TO LK-RETORNO
           END-IF
           .
       P700-SAI.
           EXIT.
      *um arquivo que ja nao existe nao impede tirar a entrada do
      *catalogo; o que nao pode ser apagado fica catalogado para o
      *proximo expurgo tentar de novo
       P710-EXPURGA-RELATORIO.
           MOVE 0 TO WS-RET-APAGA
           MOVE SPL-ARQUIVO TO WS-NOME-SPOOL
           OPEN INPUT SPOOL-COPIA
           IF FS-SPC-OK THEN
               CLOSE SPOOL-COPIA
               CALL 'CBL_DELETE_FILE' USING WS-NOME-SPOOL
                   RETURNING WS-RET-APAGA
               END-CALL
           END-IF
           IF WS-RET-APAGA NOT = 0 THEN
               ADD 1 TO WS-CONT-NAO-APAGADOS
           ELSE
               DELETE CATALOGO-SPOOL RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-EXPURGADOS
               END-DELETE
           END-IF
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-SPOOL.
