               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLA.

               SELECT LOG-SEGURANCA ASSIGN TO
               WS-CAMINHO-SEGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.

      *cada linha do plano: nome do trabalho nas colunas 1-12 e a
      *regra de falha na coluna 14 (P = para o plano se o passo
      *falhar, C = continua) e, nas colunas 16-35, um parametro
      *opcional repassado ao modulo (ex.: o nome da definicao do
      *gerador de relatorios); linhas iniciadas por * sao comentario
       FD ARQUIVO-PLANO.
       01 REG-PLANO                    PIC X(80).

       FD LOG-SEGURANCA.
          COPY FD-SEGURANCA.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

             05 WS-PAS-REGRA         PIC X(01).
             05 WS-PAS-RETORNO       PIC 9(02).
             05 WS-PAS-SITUACAO      PIC X(09).
             05 WS-PAS-PARAM         PIC X(20).
             05 WS-PAS-TEMPO         PIC 9(06).
       77 WS-QTD-PASSOS              PIC 9(02) VALUE ZEROS.
       77 WS-IND-PASSO               PIC 9(02) VALUE ZEROS.
       77 WS-PLANO-PAROU             PIC X VALUE 'N'.
          88 PLANO-PAROU             VALUE 'S' FALSE 'N'.
       77 WS-PIOR-RETORNO            PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-PLANO             PIC X(80) VALUE SPACES.
      *conta do sistema operacional que disparou o agendamento,
      *registrada no log de seguranca junto com o usuario batch
       77 WS-USUARIO-SO              PIC X(20) VALUE SPACES.
       77 WS-DETALHE-BATCH           PIC X(40) VALUE SPACES.
       77 WS-RC-FINAL                PIC 9(02) VALUE ZEROS.
      *marcas de inicio e fim de cada trabalho para medir o tempo
      *de execucao em segundos e dimensionar a janela do batch
       77 WS-INI-DATA                PIC 9(08) VALUE ZEROS.
       01 WS-INI-HORA.
          03 WS-INI-HH               PIC 9(02).
          03 WS-INI-MM               PIC 9(02).
          03 WS-INI-SS               PIC 9(02).
          03 FILLER                  PIC 9(02).
       77 WS-FIM-DATA                PIC 9(08) VALUE ZEROS.
       01 WS-FIM-HORA.
          03 WS-FIM-HH               PIC 9(02).
          03 WS-FIM-MM               PIC 9(02).
          03 WS-FIM-SS               PIC 9(02).
          03 FILLER                  PIC 9(02).
       77 WS-SEGUNDOS-INI            PIC 9(12) VALUE ZEROS.
       77 WS-SEGUNDOS-FIM            PIC 9(12) VALUE ZEROS.
       77 WS-TEMPO-SEG               PIC 9(06) VALUE ZEROS.
       77 WS-TEMPO-PLANO             PIC 9(06) VALUE ZEROS.
          COPY RUNLOG-WS.
          COPY SEGURANCA-WS.
          COPY CONFIG-WS.

       PROCEDURE DIVISION.
            ACCEPT WS-JOB FROM ENVIRONMENT 'CONTATOS_BATCH_JOB'
            MOVE FUNCTION UPPER-CASE(WS-JOB) TO WS-JOB

            ACCEPT WS-USUARIO-SO FROM ENVIRONMENT 'USER'
            MOVE 'MODULO-BATCH'     TO WS-SEG-PROGRAMA
            MOVE 'BATCH'            TO WS-SEG-EVENTO
            MOVE WS-USUARIO-LOGADO  TO WS-SEG-USUARIO
            MOVE 'INICIO'           TO WS-SEG-RESULTADO
            PERFORM P270-DETALHE-SEGURANCA
            MOVE WS-SEG-DETALHE     TO WS-DETALHE-BATCH
            PERFORM P530-GRAVA-SEGURANCA

            IF WS-JOB EQUAL SPACES OR WS-JOB EQUAL 'PLANO' THEN
                PERFORM P200-EXECUTA-PLANO THRU P200-FIM
            ELSE
                PERFORM P250-EXECUTA-UM THRU P250-FIM
            END-IF

            MOVE 'BATCH'            TO WS-SEG-EVENTO
            MOVE WS-USUARIO-LOGADO  TO WS-SEG-USUARIO
            MOVE RETURN-CODE        TO WS-RC-FINAL
            STRING 'FIM RC '        DELIMITED BY SIZE
                   WS-RC-FINAL      DELIMITED BY SIZE
              INTO WS-SEG-RESULTADO
            END-STRING
            MOVE WS-DETALHE-BATCH   TO WS-SEG-DETALHE
            PERFORM P530-GRAVA-SEGURANCA

            STOP RUN.
       P200-EXECUTA-PLANO.
           PERFORM P210-CARREGA-PLANO
                               MOVE FUNCTION UPPER-CASE(
                                    WS-LINHA-PLANO(14:1))
                                    TO WS-PAS-REGRA(WS-QTD-PASSOS)
                               MOVE WS-LINHA-PLANO(16:20)
                                    TO WS-PAS-PARAM(WS-QTD-PASSOS)
                               MOVE 0 TO WS-PAS-RETORNO(WS-QTD-PASSOS)
                               MOVE 0 TO WS-PAS-TEMPO(WS-QTD-PASSOS)
                               MOVE 'PENDENTE'
                                    TO WS-PAS-SITUACAO(WS-QTD-PASSOS)
                           END-IF
           END-STRING
           PERFORM P510-MSG

           PERFORM P280-MARCA-INICIO
           MOVE 0 TO WS-RETORNO
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MODULO) DELIMITED BY SIZE
             INTO WS-PROGRAMA
           END-STRING
           MOVE WS-PAS-PARAM(WS-IND-PASSO) TO WS-MENSAGEM
           CALL WS-PROGRAMA                   USING WS-COM-AREA
           MOVE SPACES TO WS-MENSAGEM
           PERFORM P285-CALCULA-TEMPO
           MOVE WS-TEMPO-SEG TO WS-PAS-TEMPO(WS-IND-PASSO)
           ADD WS-TEMPO-SEG TO WS-TEMPO-PLANO

           MOVE WS-RETORNO TO WS-PAS-RETORNO(WS-IND-PASSO)
           MOVE 'EXECUTADO' TO WS-PAS-SITUACAO(WS-IND-PASSO)
                  WS-JOB                 DELIMITED BY SIZE
                  ' RETORNO: '           DELIMITED BY SIZE
                  WS-RETORNO             DELIMITED BY SIZE
                  ' TEMPO: '             DELIMITED BY SIZE
                  WS-TEMPO-SEG           DELIMITED BY SIZE
                  ' S'                   DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
                      ' RETORNO: '         DELIMITED BY SIZE
                      WS-PAS-RETORNO(WS-IND-PASSO)
                                           DELIMITED BY SIZE
                      ' TEMPO: '           DELIMITED BY SIZE
                      WS-PAS-TEMPO(WS-IND-PASSO)
                                           DELIMITED BY SIZE
                      ' S'                 DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'FIM DO PLANO. PIOR RETORNO: ' DELIMITED BY SIZE
                  WS-PIOR-RETORNO                DELIMITED BY SIZE
                  ' TEMPO TOTAL: '               DELIMITED BY SIZE
                  WS-TEMPO-PLANO                 DELIMITED BY SIZE
                  ' S'                           DELIMITED BY SIZE
             INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P510-MSG
                      FUNCTION TRIM(WS-MODULO) DELIMITED BY SIZE
                 INTO WS-PROGRAMA
               END-STRING
               PERFORM P280-MARCA-INICIO
               CALL WS-PROGRAMA                   USING WS-COM-AREA
               PERFORM P285-CALCULA-TEMPO

               MOVE SPACES TO WS-MSG-TEXTO
               STRING 'FIM DO TRABALHO '    DELIMITED BY SIZE
                      WS-JOB                DELIMITED BY SIZE
                      ' RETORNO: '          DELIMITED BY SIZE
                      WS-RETORNO            DELIMITED BY SIZE
                      ' TEMPO: '            DELIMITED BY SIZE
                      WS-TEMPO-SEG          DELIMITED BY SIZE
                      ' S'                  DELIMITED BY SIZE
                 INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P510-MSG
                   MOVE 'MODULO-SAUDE'       TO WS-MODULO
               WHEN 'MALA'
                   MOVE 'MODULO-MALA-DIRETA' TO WS-MODULO
               WHEN 'AGENDA'
                   MOVE 'MODULO-AGENDA'      TO WS-MODULO
               WHEN 'RECUSAS'
                   MOVE 'MODULO-RECUSAS-LOTE' TO WS-MODULO
               WHEN 'SEMDOC'
                   MOVE 'MODULO-SEM-DOCUMENTO' TO WS-MODULO
               WHEN 'CEPCARGA'
                   MOVE 'MODULO-CEP-CARGA'   TO WS-MODULO
               WHEN 'CEPVERIF'
                   MOVE 'MODULO-CEP-VERIFICA' TO WS-MODULO
               WHEN 'DEVOLUC'
                   MOVE 'MODULO-DEVOLUCOES'  TO WS-MODULO
               WHEN 'CAMPRESP'
                   MOVE 'MODULO-CAMPANHAS'   TO WS-MODULO
               WHEN 'PRODUTIV'
                   MOVE 'MODULO-PRODUTIVIDADE' TO WS-MODULO
               WHEN 'AUDITSEG'
                   MOVE 'MODULO-AUDITORIA-SEG' TO WS-MODULO
               WHEN 'GERREL'
                   MOVE 'MODULO-GERADOR-REL' TO WS-MODULO
               WHEN 'TERRIT'
                   MOVE 'MODULO-TERRITORIOS' TO WS-MODULO
               WHEN 'FICHA'
                   MOVE 'MODULO-FICHA'       TO WS-MODULO
               WHEN 'RECERT'
                   MOVE 'MODULO-RECERTIFICA' TO WS-MODULO
               WHEN 'RETRATO'
                   MOVE 'MODULO-RETRATO'     TO WS-MODULO
               WHEN 'SPOOL'
                   MOVE 'MODULO-SPOOL'       TO WS-MODULO
               WHEN 'GRUPOS'
                   MOVE 'MODULO-GRUPOS'      TO WS-MODULO
               WHEN 'CADEIALOG'
                   MOVE 'MODULO-CADEIA-LOG'  TO WS-MODULO
               WHEN OTHER
                   MOVE SPACES                TO WS-MODULO
           END-EVALUATE
           .
      *o detalhe leva o trabalho (ou o plano) e a conta do sistema
      *operacional; montado antes da execucao, pois num plano o
      *WS-JOB termina com o ultimo passo
       P270-DETALHE-SEGURANCA.
           MOVE SPACES TO WS-SEG-DETALHE
           IF WS-JOB EQUAL SPACES OR WS-JOB EQUAL 'PLANO' THEN
               STRING 'PLANO SO:'        DELIMITED BY SIZE
                      WS-USUARIO-SO      DELIMITED BY SPACE
                 INTO WS-SEG-DETALHE
               END-STRING
           ELSE
               STRING 'JOB:'             DELIMITED BY SIZE
                      WS-JOB             DELIMITED BY SPACE
                      ' SO:'             DELIMITED BY SIZE
                      WS-USUARIO-SO      DELIMITED BY SPACE
                 INTO WS-SEG-DETALHE
               END-STRING
           END-IF
           .
       P280-MARCA-INICIO.
           ACCEPT WS-INI-DATA FROM DATE YYYYMMDD
           ACCEPT WS-INI-HORA FROM TIME
           .
       P285-CALCULA-TEMPO.
      *segundos corridos entre as duas marcas; a data entra na
      *conta para o trabalho que atravessa a meia-noite
           ACCEPT WS-FIM-DATA FROM DATE YYYYMMDD
           ACCEPT WS-FIM-HORA FROM TIME
           COMPUTE WS-SEGUNDOS-INI =
                   FUNCTION INTEGER-OF-DATE(WS-INI-DATA) * 86400
                 + WS-INI-HH * 3600
                 + WS-INI-MM * 60
                 + WS-INI-SS
           COMPUTE WS-SEGUNDOS-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-FIM-DATA) * 86400
                 + WS-FIM-HH * 3600
                 + WS-FIM-MM * 60
                 + WS-FIM-SS
           IF WS-SEGUNDOS-FIM > WS-SEGUNDOS-INI THEN
               COMPUTE WS-TEMPO-SEG = WS-SEGUNDOS-FIM - WS-SEGUNDOS-INI
           ELSE
               MOVE 0 TO WS-TEMPO-SEG
           END-IF
           .
          COPY CONFIG-CARREGA.
          COPY RUNLOG-GRAVA.
          COPY SEGURANCA-GRAVA.
       END PROGRAM MODULO-BATCH.
