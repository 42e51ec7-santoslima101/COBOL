               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

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
       01 REG-ROTACAO              PIC X(80).

       FD LOG-ARQUIVADO.
       01 REG-LOG-GER              PIC X(580).

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       01 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
      *campos extraidos por posicao fixa da linha gravada
      *por P500-GRAVA-LOG
       01 WS-HIST.
          03 WS-IA-UF              PIC X(02).
          03 WS-IA-CEP             PIC X(08).
          03 WS-IA-DONO            PIC X(10).
          03 WS-IA-CPF             PIC X(11).
       01 WS-IMG-DEP               PIC X(200) VALUE SPACES.
       01 FILLER REDEFINES WS-IMG-DEP.
          03 WS-DP-ID              PIC X(06).
          03 WS-DP-UF              PIC X(02).
          03 WS-DP-CEP             PIC X(08).
          03 WS-DP-DONO            PIC X(10).
          03 WS-DP-CPF             PIC X(11).
       77 WS-CAMPO-ROTULO          PIC X(10) VALUE SPACES.
       77 WS-CAMPO-ANT             PIC X(40) VALUE SPACES.
       77 WS-CAMPO-DEP             PIC X(40) VALUE SPACES.
       77 WS-HIST-GRAVADO          PIC X VALUE 'N'.
          88 HIST-GRAVADO-OK       VALUE 'S' FALSE 'N'.
          COPY CONFIG-WS.
          COPY SPOOL-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-HISTORICO'     TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            DISPLAY '***HISTORICO DE ALTERACOES DE CONTATO***'
            SET EXIT-OK            TO FALSE
            PERFORM P3OO-HISTORICO THRU P300-FIM UNTIL EXIT-OK
           IF SAIDA-RELATORIO AND FS-REL-OK THEN
               PERFORM P420-RODAPE-REL
               CLOSE RELATORIO
               MOVE 'HISTORICO'          TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-HIST      TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
               DISPLAY 'HISTORICO GRAVADO EM: '
                    FUNCTION TRIM(WS-CAMINHO-HIST)
           END-IF
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
       P350-CARREGA-GERACOES.
           SET EOF-GER-OK TO FALSE
           SET WS-QTD-GER-LOG TO 0
           MOVE WS-DP-DONO  TO WS-CAMPO-DEP
           PERFORM P408-COMPARA-CAMPO

           MOVE 'CPF'       TO WS-CAMPO-ROTULO
           MOVE WS-IA-CPF   TO WS-CAMPO-ANT
           MOVE WS-DP-CPF   TO WS-CAMPO-DEP
           PERFORM P408-COMPARA-CAMPO

           IF WS-QTD-DIFER = 0 THEN
               MOVE '   (NENHUM CAMPO MUDOU)' TO WS-LINHA-REL
               PERFORM P409-IMPRIME-DIFERENCA
                   WS-CAMPO-ROTULO = 'EMAIL' OR
                   WS-CAMPO-ROTULO = 'ENDERECO' OR
                   WS-CAMPO-ROTULO = 'NUMERO' OR
                   WS-CAMPO-ROTULO = 'CEP' OR
                   WS-CAMPO-ROTULO = 'CPF') THEN
                   MOVE '(RESTRITO)' TO WS-CAMPO-ANT
                   MOVE '(RESTRITO)' TO WS-CAMPO-DEP
               END-IF
