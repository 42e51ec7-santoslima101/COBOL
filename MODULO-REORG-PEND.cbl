      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Reorganizacao unica de pendencias.dat para incluir a
      *         data e a hora da decisao (aprovacao ou rejeicao). Le
      *         o backup (pendencias.dat.bak) no formato anterior e
      *         regrava o arquivo no novo formato; propostas ja
      *         decididas antes da migracao ficam com a decisao em
      *         zeros (sem data) e nao entram na media de espera
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-REORG-PEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PENDENCIAS-ORIGEM ASSIGN TO
               WS-CAMINHO-PEND-BAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-PENDENCIA-ANT
               FILE STATUS IS WS-FS-ORIGEM.

               SELECT PENDENCIAS-DESTINO ASSIGN TO
               WS-CAMINHO-PEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-PENDENCIA
               FILE STATUS IS WS-FS-DESTINO.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
      *ARQUIVO ANTIGO, SEM A DATA DA DECISAO (BACKUP)
       FD PENDENCIAS-ORIGEM.
          COPY FD-PENDENCIAS-ANT.
      *ARQUIVO NOVO, COM A DATA DA DECISAO NO FIM DO REGISTRO
       FD PENDENCIAS-DESTINO.
          COPY FD-PENDENCIAS.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORIGEM              PIC 99.
          88 FS-ORIGEM-OK           VALUE 0.
       77 WS-FS-DESTINO             PIC 99.
          88 FS-DESTINO-OK          VALUE 0.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONT-MIGRADOS          PIC 9(06) VALUE ZEROS.
       77 WS-CAMINHO-PEND-BAK       PIC X(110) VALUE SPACES.
          COPY CONFIG-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            STRING FUNCTION TRIM(WS-CAMINHO-PEND)
                                            DELIMITED BY SIZE
                   '.bak'                   DELIMITED BY SIZE
              INTO WS-CAMINHO-PEND-BAK
            END-STRING
            DISPLAY '***REORGANIZACAO DA FILA DE PENDENCIAS***'
            DISPLAY 'ORIGEM.: ' FUNCTION TRIM(WS-CAMINHO-PEND-BAK)
            DISPLAY 'DESTINO: ' FUNCTION TRIM(WS-CAMINHO-PEND)
            PERFORM P200-MIGRA
            STOP RUN.
       P200-MIGRA.
           SET EOF-OK TO FALSE

           OPEN INPUT PENDENCIAS-ORIGEM
           IF NOT FS-ORIGEM-OK THEN
               DISPLAY 'ERRO AO ABRIR O BACKUP DE ORIGEM!'
               DISPLAY 'COPIE pendencias.dat PARA pendencias.dat.bak'
                       ' ANTES DE EXECUTAR A REORGANIZACAO.'
               DISPLAY 'FILE STATUS:' WS-FS-ORIGEM
           ELSE
               OPEN OUTPUT PENDENCIAS-DESTINO
               IF NOT FS-DESTINO-OK THEN
                   DISPLAY 'ERRO AO CRIAR O ARQUIVO DE DESTINO!'
                   DISPLAY 'FILE STATUS:' WS-FS-DESTINO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ PENDENCIAS-ORIGEM
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE REG-PENDENCIAS-ANT
                                    TO REG-PENDENCIAS
                               MOVE ZEROS TO PEND-DATA-DECISAO
                               MOVE ZEROS TO PEND-HORA-DECISAO
                               WRITE REG-PENDENCIAS
                               ADD 1 TO WS-CONT-MIGRADOS
                       END-READ
                   END-PERFORM
                   CLOSE PENDENCIAS-DESTINO
               END-IF
               CLOSE PENDENCIAS-ORIGEM
           END-IF

           DISPLAY 'PENDENCIAS MIGRADAS: ' WS-CONT-MIGRADOS
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
       END PROGRAM MODULO-REORG-PEND.
