               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT LOG-TRANSACOES ASSIGN TO
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
       FD RELATORIO.
       01 REG-RELATORIO            PIC X(80).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-MES-LINHA             PIC X(06) VALUE SPACES.
       77 WS-OPER-LINHA            PIC X(10) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-ESTATISTICA'   TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            DISPLAY '***ESTATISTICAS DE CONTATOS***'
            PERFORM P3OO-ESTATISTICA THRU P300-FIM
            PERFORM P900-FIM
           END-PERFORM

           CLOSE RELATORIO
           MOVE 'ESTATISTIC'         TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-EST       TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL
           DISPLAY 'ESTATISTICAS GRAVADAS EM: '
                   FUNCTION TRIM(WS-CAMINHO-EST)
           .
           EXIT.
       P400-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-ESTATISTICA.
