      *         geracao mais nova de backup, ultimo mes fechado do
      *         log, ultima execucao e retorno de cada trabalho
      *         batch, checkpoint pendente de importacao e contagem
      *         de rejeitos e o ultimo controle de cabecalho e
      *         rodape de cada arquivo recebido e a ultima
      *         verificacao da cadeia do log de transacoes, com a
      *         marca ATENCAO no que estiver atrasado, rejeitado ou
      *         com falha
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

               SELECT CONTROLE-CADEIA ASSIGN TO
               WS-CAMINHO-CADCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAD.

               SELECT RELATORIO ASSIGN TO
               WS-CAMINHO-SAUREL
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
       FD ARQUIVO-REJEITOS.
       01 REG-REJEITO              PIC X(200).

       FD CONTROLE-CADEIA.
          COPY FD-CADEIA.

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(100).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

          88 FS-CKPT-OK            VALUE 0.
       77 WS-FS-REJ                PIC 99.
          88 FS-REJ-OK             VALUE 0.
       77 WS-FS-CAD                PIC 99.
          88 FS-CAD-OK             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-REL-OK             VALUE 0.
       77 WS-EOF                   PIC X.
       77 WS-IDADE-BK              PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-BK-LIMITE        PIC 9(03) VALUE 2.
       77 WS-DIAS-BK-X             PIC X(03) VALUE SPACES.
      *idade maxima em dias da ultima verificacao da cadeia do log
       77 WS-DIAS-CAD-LIMITE       PIC 9(03) VALUE 2.
       77 WS-DIAS-CAD-X            PIC X(03) VALUE SPACES.
       77 WS-IDADE-CAD             PIC S9(05) VALUE ZEROS.
       77 WS-TAM-ENV               PIC 9(02) VALUE ZEROS.
       77 WS-ULT-MES-ROT           PIC X(06) VALUE SPACES.
       77 WS-MES-ESPERADO          PIC 9(06) VALUE ZEROS.
       77 WS-IND-JOB               PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU                 PIC X VALUE 'N'.
          88 ENTRADA-ACHADA        VALUE 'S' FALSE 'N'.
      *ultimo resultado do controle de cada arquivo recebido
      *(linhas CONTROLE do runlog)
       01 WS-TAB-INTERFACES.
          03 WS-ITF-ENT OCCURS 10.
             05 WS-ITF-NOME        PIC X(12).
             05 WS-ITF-DATA        PIC X(08).
             05 WS-ITF-RESULTADO   PIC X(09).
             05 WS-ITF-DETALHE     PIC X(60).
       77 WS-QTD-ITF               PIC 9(02) VALUE ZEROS.
       77 WS-IND-ITF               PIC 9(02) VALUE ZEROS.
       77 WS-ITF-NOME-LINHA        PIC X(12) VALUE SPACES.
       77 WS-ITF-RESULT-LINHA      PIC X(09) VALUE SPACES.
       77 WS-ITF-DETALHE-LINHA     PIC X(60) VALUE SPACES.
       77 WS-POS-ITF               PIC 9(02) VALUE ZEROS.
       77 WS-PTR-RUN               PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-RUN             PIC X(120) VALUE SPACES.
       77 WS-TEXTO-RUN             PIC X(100) VALUE SPACES.
       77 WS-PARTE-A               PIC X(60) VALUE SPACES.
       77 WS-QTD-ATENCAO           PIC 9(02) VALUE ZEROS.
       01 WS-LINHA-REL             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY RUNLOG-WS.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-SAUDE'         TO WS-SPL-PROGRAMA-INF
            MOVE 1                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            MOVE 0 TO LK-RETORNO
            IF NOT EXEC-BATCH THEN
                DISPLAY '***RELATORIO DE SAUDE DA OPERACAO***'
                COMPUTE WS-DIAS-BK-LIMITE =
                        FUNCTION NUMVAL(WS-DIAS-BK-X)
            END-IF
            ACCEPT WS-DIAS-CAD-X
                   FROM ENVIRONMENT 'CONTATOS_DIAS_CADEIA'
            COMPUTE WS-TAM-ENV = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-DIAS-CAD-X))
            IF WS-TAM-ENV > 0 AND
               WS-DIAS-CAD-X(1:WS-TAM-ENV) IS NUMERIC AND
               FUNCTION NUMVAL(WS-DIAS-CAD-X) > 0 THEN
                COMPUTE WS-DIAS-CAD-LIMITE =
                        FUNCTION NUMVAL(WS-DIAS-CAD-X)
            END-IF

            PERFORM P3OO-SAUDE THRU P300-FIM
            PERFORM P900-FIM
      *o menu em laco reaproveita o modulo carregado, entao os
      *acumuladores recomecam zerados a cada entrada
           SET WS-QTD-JOBS    TO 0
           SET WS-QTD-ITF     TO 0
           SET WS-QTD-ATENCAO TO 0

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P330-CONFERE-RUNLOG
           PERFORM P340-CONFERE-CHECKPOINT
           PERFORM P350-CONFERE-REJEITOS
           PERFORM P360-CONFERE-INTERFACES
           PERFORM P370-CONFERE-CADEIA

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           END-IF
           PERFORM P490-GRAVA-LINHA
           CLOSE RELATORIO
           MOVE 'SAUDE'              TO WS-SPL-TIPO-INF
           MOVE WS-CAMINHO-SAUREL    TO WS-SPL-ORIGEM-INF
           PERFORM P850-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'SAUDE GRAVADA EM: ' DELIMITED BY SIZE
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY RUNLOG-GRAVA.
      *a ultima linha do controle de geracoes e a geracao mais
      *nova; o carimbo AAAAMMDD da a idade em dias
               END-IF
           END-IF

           IF WS-TEXTO-RUN(1:9) = 'CONTROLE ' THEN
               PERFORM P337-GUARDA-CONTROLE
           END-IF

           IF WS-JOB-LINHA NOT = SPACES THEN
               SET ENTRADA-ACHADA TO FALSE
               PERFORM VARYING WS-IND-JOB FROM 1 BY 1
               END-IF
           END-IF
           .
      *linha 'CONTROLE <interface> ACEITO|REJEITADO: <detalhe>'
       P337-GUARDA-CONTROLE.
           MOVE SPACES TO WS-ITF-NOME-LINHA
           MOVE SPACES TO WS-ITF-RESULT-LINHA
           MOVE SPACES TO WS-ITF-DETALHE-LINHA
           MOVE SPACES TO WS-PARTE-A
           MOVE 10 TO WS-PTR-RUN
           UNSTRING WS-TEXTO-RUN DELIMITED BY ': '
               INTO WS-PARTE-A
               WITH POINTER WS-PTR-RUN
           END-UNSTRING
           IF WS-PTR-RUN <= 100 THEN
               MOVE WS-TEXTO-RUN(WS-PTR-RUN:) TO WS-ITF-DETALHE-LINHA
           END-IF
           UNSTRING WS-PARTE-A DELIMITED BY ' '
               INTO WS-ITF-NOME-LINHA WS-ITF-RESULT-LINHA
           END-UNSTRING

           SET ENTRADA-ACHADA TO FALSE
           PERFORM VARYING WS-IND-ITF FROM 1 BY 1
                   UNTIL WS-IND-ITF > WS-QTD-ITF OR ENTRADA-ACHADA
               IF WS-ITF-NOME(WS-IND-ITF) = WS-ITF-NOME-LINHA THEN
                   SET ENTRADA-ACHADA TO TRUE
                   MOVE WS-IND-ITF TO WS-POS-ITF
               END-IF
           END-PERFORM
           IF NOT ENTRADA-ACHADA AND WS-QTD-ITF < 10 THEN
               ADD 1 TO WS-QTD-ITF
               MOVE WS-QTD-ITF TO WS-POS-ITF
               MOVE WS-ITF-NOME-LINHA TO WS-ITF-NOME(WS-POS-ITF)
               SET ENTRADA-ACHADA TO TRUE
           END-IF
           IF ENTRADA-ACHADA THEN
               MOVE WS-LINHA-RUN(1:8)   TO WS-ITF-DATA(WS-POS-ITF)
               MOVE WS-ITF-RESULT-LINHA
                    TO WS-ITF-RESULTADO(WS-POS-ITF)
               MOVE WS-ITF-DETALHE-LINHA
                    TO WS-ITF-DETALHE(WS-POS-ITF)
           END-IF
           .
       P338-RELATA-JOB.
           MOVE SPACES TO WS-LINHA-REL
           IF WS-JOB-RETORNO(WS-IND-JOB) = '00' THEN
               CLOSE ARQUIVO-REJEITOS
           END-IF
           .
      *arquivo rejeitado no ultimo recebimento fica em ATENCAO ate
      *chegar um arquivo aceito da mesma interface
       P360-CONFERE-INTERFACES.
           IF WS-QTD-ITF = 0 THEN
               MOVE 'INTERFACES: NENHUM CONTROLE DE ARQUIVO REGISTRADO.'
                    TO WS-LINHA-REL
               PERFORM P490-GRAVA-LINHA
           ELSE
               PERFORM VARYING WS-IND-ITF FROM 1 BY 1
                       UNTIL WS-IND-ITF > WS-QTD-ITF
                   MOVE SPACES TO WS-LINHA-REL
                   IF WS-ITF-RESULTADO(WS-IND-ITF) = 'ACEITO' THEN
                       STRING 'INTERFACE OK: '
                              WS-ITF-NOME(WS-IND-ITF)
                              ' EM ' WS-ITF-DATA(WS-IND-ITF) ' '
                              WS-ITF-DETALHE(WS-IND-ITF)
                              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
                   ELSE
                       ADD 1 TO WS-QTD-ATENCAO
                       STRING 'ATENCAO INTERFACE: '
                              WS-ITF-NOME(WS-IND-ITF)
                              ' EM ' WS-ITF-DATA(WS-IND-ITF) ' '
                              WS-ITF-DETALHE(WS-IND-ITF)
                              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
                   END-IF
                   PERFORM P490-GRAVA-LINHA
               END-PERFORM
           END-IF
           .
      *resultado gravado pelo job CADEIALOG: falha na cadeia ou
      *verificacao mais velha que o limite saem com ATENCAO
       P370-CONFERE-CADEIA.
           MOVE SPACES TO REG-CADEIA-CTL
           OPEN INPUT CONTROLE-CADEIA
           IF FS-CAD-OK THEN
               READ CONTROLE-CADEIA
                   AT END
                       MOVE SPACES TO REG-CADEIA-CTL
               END-READ
               CLOSE CONTROLE-CADEIA
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           IF CCT-DATA IS NOT NUMERIC THEN
               ADD 1 TO WS-QTD-ATENCAO
               MOVE 'ATENCAO CADEIA DO LOG: NUNCA VERIFICADA!'
                    TO WS-LINHA-REL
               PERFORM P490-GRAVA-LINHA
           ELSE
               COMPUTE WS-IDADE-CAD = WS-HOJE-INT -
                       FUNCTION INTEGER-OF-DATE(CCT-DATA)
                   ON SIZE ERROR MOVE 99999 TO WS-IDADE-CAD
               END-COMPUTE
               EVALUATE TRUE
                   WHEN NOT CADEIA-INTEGRA
                       ADD 1 TO WS-QTD-ATENCAO
                       STRING 'ATENCAO CADEIA DO LOG: FALHA EM '
                              CCT-DATA ', ' CCT-FALHAS
                              ' FALHA(S), ' CCT-HIST-SEM-LOG
                              ' HISTORICO(S) SEM LOG'
                              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
                   WHEN WS-IDADE-CAD > WS-DIAS-CAD-LIMITE
                       ADD 1 TO WS-QTD-ATENCAO
                       STRING 'ATENCAO CADEIA DO LOG: VERIFICADA EM '
                              CCT-DATA ' HA ' WS-IDADE-CAD ' DIA(S)'
                              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
                   WHEN OTHER
                       STRING 'CADEIA DO LOG OK: VERIFICADA EM '
                              CCT-DATA ', ULTIMA SEQUENCIA '
                              CCT-ULT-SEQ
                              DELIMITED BY SIZE
                         INTO WS-LINHA-REL
                       END-STRING
               END-EVALUATE
               PERFORM P490-GRAVA-LINHA
           END-IF
           .
       P490-GRAVA-LINHA.
           MOVE WS-LINHA-REL TO REG-RELATORIO
           WRITE REG-RELATORIO
