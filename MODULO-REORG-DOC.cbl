      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Reorganizacao unica para incluir o documento no fim
      *         do registro: cpf do contato em contatos.dat e em
      *         contatos_arquivo.dat, cnpj da empresa em empresas.dat.
      *         Le os backups (.bak) no formato anterior e regrava os
      *         arquivos no novo formato, com o documento em branco
      *         para a equipe completar pelo relatorio de cadastros
      *         sem documento. As empresas ja saem no formato com a
      *         matriz do grupo, todas sem matriz: depois desta
      *         reorganizacao o MODULO-REORG-GRUPO nao deve ser
      *         executado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-REORG-DOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTATOS-ORIGEM ASSIGN TO
               WS-CAMINHO-DADOS-BAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CONTATO-DOC
               ALTERNATE RECORD KEY IS NM-CONTATO-DOC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORIGEM.

               SELECT CONTATOS-DESTINO ASSIGN TO
               WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DESTINO.

               SELECT ARQUIVO-ORIGEM ASSIGN TO
               WS-CAMINHO-ARQ-BAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARQ-ID-CONTATO-DOC
               ALTERNATE RECORD KEY IS ARQ-NM-CONTATO-DOC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORIGEM.

               SELECT ARQUIVO-DESTINO ASSIGN TO
               WS-CAMINHO-ARQUIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARQ-ID-CONTATO
               ALTERNATE RECORD KEY IS ARQ-NM-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DESTINO.

               SELECT EMPRESAS-ORIGEM ASSIGN TO
               WS-CAMINHO-EMP-BAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-EMPRESA-DOC
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
      *ARQUIVO ANTIGO, SEM O CPF DO CONTATO (BACKUP)
       FD CONTATOS-ORIGEM.
          COPY FD-CONTT-DOC.
      *ARQUIVO NOVO, COM O CPF-CONTATO NO FIM DO REGISTRO
       FD CONTATOS-DESTINO.
          COPY FD-CONTT.
      *ARQUIVO MORTO ANTIGO, NO LEIAUTE DE 182 POSICOES (BACKUP)
       FD ARQUIVO-ORIGEM.
       01 REG-CONTATOS-ARQ-DOC.
          03 ARQ-ID-CONTATO-DOC      PIC 9(06).
          03 ARQ-NM-CONTATO-DOC      PIC X(20).
          03 ARQ-RESTO-CONTATO-DOC   PIC X(156).
      *ARQUIVO MORTO NOVO, MESMO LEIAUTE INDEXADO DO CONTATOS.DAT
       FD ARQUIVO-DESTINO.
       01 REG-CONTATOS-ARQ.
          03 ARQ-ID-CONTATO          PIC 9(06).
          03 ARQ-NM-CONTATO          PIC X(20).
          03 ARQ-RESTO-CONTATO       PIC X(167).
      *EMPRESAS ANTIGO, SEM O CNPJ (BACKUP)
       FD EMPRESAS-ORIGEM.
          COPY FD-EMPRESAS-DOC.
      *EMPRESAS NOVO, COM O CNPJ-EMPRESA NO FIM DO REGISTRO
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
       77 WS-CONT-MIGRADOS          PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ARQ-MIGRADOS      PIC 9(06) VALUE ZEROS.
       77 WS-CONT-EMP-MIGRADAS      PIC 9(06) VALUE ZEROS.
       77 WS-CAMINHO-ARQ-BAK        PIC X(110) VALUE SPACES.
       77 WS-CAMINHO-EMP-BAK        PIC X(110) VALUE SPACES.
          COPY CONFIG-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            STRING FUNCTION TRIM(WS-CAMINHO-ARQUIVO)
                                            DELIMITED BY SIZE
                   '.bak'                   DELIMITED BY SIZE
              INTO WS-CAMINHO-ARQ-BAK
            END-STRING
            STRING FUNCTION TRIM(WS-CAMINHO-EMPRESAS)
                                            DELIMITED BY SIZE
                   '.bak'                   DELIMITED BY SIZE
              INTO WS-CAMINHO-EMP-BAK
            END-STRING
            DISPLAY '***REORGANIZACAO DO CPF E DO CNPJ***'
            DISPLAY 'ORIGEM.: ' FUNCTION TRIM(WS-CAMINHO-DADOS-BAK)
            DISPLAY 'DESTINO: ' FUNCTION TRIM(WS-CAMINHO-DADOS)
            PERFORM P200-MIGRA-CONTATOS
            DISPLAY 'ORIGEM.: ' FUNCTION TRIM(WS-CAMINHO-ARQ-BAK)
            DISPLAY 'DESTINO: ' FUNCTION TRIM(WS-CAMINHO-ARQUIVO)
            PERFORM P210-MIGRA-ARQUIVO
            DISPLAY 'ORIGEM.: ' FUNCTION TRIM(WS-CAMINHO-EMP-BAK)
            DISPLAY 'DESTINO: ' FUNCTION TRIM(WS-CAMINHO-EMPRESAS)
            PERFORM P220-MIGRA-EMPRESAS
            STOP RUN.
       P200-MIGRA-CONTATOS.
           SET EOF-OK TO FALSE

           OPEN INPUT CONTATOS-ORIGEM
           IF NOT FS-ORIGEM-OK THEN
               DISPLAY 'ERRO AO ABRIR O BACKUP DE ORIGEM!'
               DISPLAY 'COPIE contatos.dat PARA contatos.dat.bak'
                       ' ANTES DE EXECUTAR A REORGANIZACAO.'
               DISPLAY 'FILE STATUS:' WS-FS-ORIGEM
           ELSE
               OPEN OUTPUT CONTATOS-DESTINO
               IF NOT FS-DESTINO-OK THEN
                   DISPLAY 'ERRO AO CRIAR O ARQUIVO DE DESTINO!'
                   DISPLAY 'FILE STATUS:' WS-FS-DESTINO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ CONTATOS-ORIGEM
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE ID-CONTATO-DOC  TO ID-CONTATO
                               MOVE NM-CONTATO-DOC  TO NM-CONTATO
                               MOVE RESTO-CONTATO-DOC
                                    TO REG-CONTATOS(27:156)
                               MOVE SPACES TO CPF-CONTATO
                               WRITE REG-CONTATOS
                               ADD 1 TO WS-CONT-MIGRADOS
                       END-READ
                   END-PERFORM
                   CLOSE CONTATOS-DESTINO
               END-IF
               CLOSE CONTATOS-ORIGEM
           END-IF

           DISPLAY 'CONTATOS MIGRADOS: ' WS-CONT-MIGRADOS
           .
      *o arquivo morto e opcional: sem o backup a reorganizacao
      *dele e simplesmente pulada
       P210-MIGRA-ARQUIVO.
           SET EOF-OK TO FALSE

           OPEN INPUT ARQUIVO-ORIGEM
           IF NOT FS-ORIGEM-OK THEN
               DISPLAY 'BACKUP DO ARQUIVO MORTO NAO ENCONTRADO.'
               DISPLAY 'COPIE contatos_arquivo.dat PARA'
                       ' contatos_arquivo.dat.bak PARA MIGRA-LO.'
               DISPLAY 'FILE STATUS:' WS-FS-ORIGEM
           ELSE
               OPEN OUTPUT ARQUIVO-DESTINO
               IF NOT FS-DESTINO-OK THEN
                   DISPLAY 'ERRO AO CRIAR O ARQUIVO DE DESTINO!'
                   DISPLAY 'FILE STATUS:' WS-FS-DESTINO
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ ARQUIVO-ORIGEM
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               MOVE SPACES TO REG-CONTATOS-ARQ
                               MOVE ARQ-ID-CONTATO-DOC
                                    TO ARQ-ID-CONTATO
                               MOVE ARQ-NM-CONTATO-DOC
                                    TO ARQ-NM-CONTATO
                               MOVE ARQ-RESTO-CONTATO-DOC
                                    TO ARQ-RESTO-CONTATO(1:156)
                               WRITE REG-CONTATOS-ARQ
                               ADD 1 TO WS-CONT-ARQ-MIGRADOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-DESTINO
               END-IF
               CLOSE ARQUIVO-ORIGEM
           END-IF

           DISPLAY 'ARQUIVADOS MIGRADOS: ' WS-CONT-ARQ-MIGRADOS
           .
       P220-MIGRA-EMPRESAS.
           SET EOF-OK TO FALSE

           OPEN INPUT EMPRESAS-ORIGEM
           IF NOT FS-ORIGEM-OK THEN
               DISPLAY 'BACKUP DE EMPRESAS NAO ENCONTRADO.'
               DISPLAY 'COPIE empresas.dat PARA empresas.dat.bak'
                       ' PARA MIGRA-LO.'
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
                               MOVE ID-EMPRESA-DOC  TO ID-EMPRESA
                               MOVE RESTO-EMPRESA-DOC
                                    TO REG-EMPRESAS(5:71)
                               MOVE SPACES TO CNPJ-EMPRESA
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
       END PROGRAM MODULO-REORG-DOC.
