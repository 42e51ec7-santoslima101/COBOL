               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONTATOS-BK ASSIGN TO
               RECORD KEY IS BK-ID-CONTATO
               ALTERNATE RECORD KEY IS BK-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BK-CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-BK.

      *acesso dinamico: a copia le em sequencia e a atualizacao do
               RECORD KEY IS RPL-ID-CONTATO
               ALTERNATE RECORD KEY IS RPL-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RPL-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RPL.

               SELECT CONTROLE-ROTACOES ASSIGN TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIT.

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
          03 BK-ID-CONTATO           PIC 9(06).
          03 BK-NM-CONTATO           PIC X(20).
          03 BK-RESTO-CONTATO        PIC X(156).
          03 BK-CPF-CONTATO          PIC X(11).

       FD CONTROLE-ID.
          COPY FD-CONTROLE.
          COPY FD-LOG.

       FD LOG-BK.
       01 REG-LOG-BK               PIC X(580).

       FD CONTROLE-GERACOES.
       01 REG-GERACAO              PIC X(80).
             05 RPL-UF               PIC X(02).
             05 RPL-CEP              PIC X(08).
             05 RPL-DONO             PIC X(10).
             05 RPL-CPF              PIC X(11).

       FD CONTROLE-ROTACOES.
       01 REG-ROTACAO              PIC X(80).

       FD LOG-REPLAY.
       01 REG-LOG-REPLAY           PIC X(580).

       FD RELATORIO-PONTUAL.
       01 REG-REL-PIT              PIC X(100).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-ALVO-HORA             PIC 9(06) VALUE ZEROS.
       77 WS-MARCA-ALVO            PIC X(14) VALUE SPACES.
       77 WS-MARCA-LINHA           PIC X(14) VALUE SPACES.
       77 WS-LINHA-LOG             PIC X(580) VALUE SPACES.
       77 WS-OPER-LINHA            PIC X(10) VALUE SPACES.
       77 WS-ID-LINHA              PIC X(06) VALUE SPACES.
       77 WS-DEPOIS-LINHA          PIC X(20) VALUE SPACES.
       77 WS-IND-GER               PIC 9(03) VALUE ZEROS.
       01 WS-LINHA-ROT             PIC X(80) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-BACKUP'        TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            DISPLAY '***BACKUP E RESTAURACAO DOS ARQUIVOS***'

      *o sistema.cfg da o padrao; a variavel de ambiente, se
                           END-READ
                       END-PERFORM
                       CLOSE LOG-TRANSACOES
      *a sequencia do log volta com ele: sem o controle, a
      *proxima gravacao retoma da ultima linha restaurada
                       MOVE WS-CAMINHO-LOGSEQ TO WS-NOME-APAGA
                       PERFORM P255-APAGA-ARQUIVO
                   END-IF
                   CLOSE LOG-BK
               END-IF
           .
       P400-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY ATUALIZA-ULTIMO-ID.
      *restauracao pontual: volta contatos e controle para a
      *geracao escolhida e reaplica do log, no que as linhas
           MOVE WS-LINHA-PIT TO REG-REL-PIT
           WRITE REG-REL-PIT
           CLOSE RELATORIO-PONTUAL
           MOVE 'RESTAURA'           TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-PITREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           .
       P510-SAI.
           EXIT.
