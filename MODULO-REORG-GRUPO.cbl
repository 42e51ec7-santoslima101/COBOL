      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Reorganizacao unica de empresas.dat para incluir a
      *         matriz do grupo (ID-MATRIZ-EMPRESA) no fim do
      *         registro. Le o backup (empresas.dat.bak) no formato
      *         anterior e regrava o arquivo no novo formato, com
      *         todas as empresas sem matriz; as filiais sao ligadas
      *         depois pela alteracao na manutencao de empresas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-REORG-GRUPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EMPRESAS-ORIGEM ASSIGN TO
               WS-CAMINHO-EMP-BAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPRESA-GRP
               FILE STATUS IS WS-FS-ORIGEM.

               SELECT EMPRESAS-DESTINO ASSIGN TO
               WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-DESTINO.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
      *EMPRESAS ANTIGO, SEM A MATRIZ DO GRUPO (BACKUP)
       FD EMPRESAS-ORIGEM.
          COPY FD-EMPRESAS-GRP.
      *EMPRESAS NOVO, COM O ID-MATRIZ-EMPRESA NO FIM DO REGISTRO
       FD EMPRESAS-DESTINO.
          COPY FD-EMPRESAS.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORIGEM              PIC 99.
          88 FS-ORIGEM-OK           VALUE 0.
       77 WS-FS-DESTINO             PIC 99.
          88 FS-DESTINO-OK          VALUE 0.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-CONT-EMP-MIGRADAS      PIC 9(06) VALUE ZEROS.
       77 WS-CAMINHO-EMP-BAK        PIC X(110) VALUE SPACES.
          COPY CONFIG-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            STRING FUNCTION TRIM(WS-CAMINHO-EMPRESAS)
                                            DELIMITED BY SIZE
                   '.bak'                   DELIMITED BY SIZE
              INTO WS-CAMINHO-EMP-BAK
            END-STRING
            DISPLAY '***REORGANIZACAO DA MATRIZ DAS EMPRESAS***'
            DISPLAY 'ORIGEM.: ' FUNCTION TRIM(WS-CAMINHO-EMP-BAK)
            DISPLAY 'DESTINO: ' FUNCTION TRIM(WS-CAMINHO-EMPRESAS)
            PERFORM P200-MIGRA-EMPRESAS
            STOP RUN.
       P200-MIGRA-EMPRESAS.
           SET EOF-OK TO FALSE

           OPEN INPUT EMPRESAS-ORIGEM
           IF NOT FS-ORIGEM-OK THEN
               DISPLAY 'ERRO AO ABRIR O BACKUP DE ORIGEM!'
               DISPLAY 'COPIE empresas.dat PARA empresas.dat.bak'
                       ' ANTES DE EXECUTAR A REORGANIZACAO.'
               DISPLAY 'FILE STATUS:' WS-FS-ORIGEM
           ELSE
               OPEN OUTPUT EMPRESAS-DESTINO
               IF NOT FS-DESTINO-OK THEN
                   DISPLAY 'ERRO AO CRIAR O ARQUIVO DE DESTINO!'
                   DISPLAY 'FILE STATUS:' WS-FS-DESTINO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ EMPRESAS-ORIGEM
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE ID-EMPRESA-GRP  TO ID-EMPRESA
                               MOVE RESTO-EMPRESA-GRP
                                    TO REG-EMPRESAS(5:85)
                               MOVE 0 TO ID-MATRIZ-EMPRESA
                               WRITE REG-EMPRESAS
                               ADD 1 TO WS-CONT-EMP-MIGRADAS
                       END-READ
                   END-PERFORM
                   CLOSE EMPRESAS-DESTINO
               END-IF
               CLOSE EMPRESAS-ORIGEM
           END-IF

           DISPLAY 'EMPRESAS MIGRADAS: ' WS-CONT-EMP-MIGRADAS
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
       END PROGRAM MODULO-REORG-GRUPO.
