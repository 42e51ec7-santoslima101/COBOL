       77 WS-NOVO-GERACOES         PIC 9(02) VALUE ZEROS.
       77 WS-NOVO-DIAS-ARQ         PIC 9(04) VALUE ZEROS.
       77 WS-NOVO-MESES-RET        PIC 9(03) VALUE ZEROS.
       77 WS-NOVO-SEM-CABECALHO    PIC X(01) VALUE 'S'.
       77 WS-NOVO-MESES-RECERT     PIC 9(03) VALUE ZEROS.
       77 WS-NOVO-RETRATOS         PIC 9(02) VALUE ZEROS.
       77 WS-NOVO-DIAS-SPOOL       PIC 9(04) VALUE ZEROS.
       01 WS-LINHA-CFG             PIC X(100) VALUE SPACES.
          COPY CONFIG-WS.

           MOVE WS-CFG-GERACOES     TO WS-NOVO-GERACOES
           MOVE WS-CFG-DIAS-ARQ     TO WS-NOVO-DIAS-ARQ
           MOVE WS-CFG-MESES-RET    TO WS-NOVO-MESES-RET
           MOVE WS-CFG-SEM-CABECALHO TO WS-NOVO-SEM-CABECALHO
           MOVE WS-CFG-MESES-RECERT TO WS-NOVO-MESES-RECERT
           MOVE WS-CFG-RETRATOS     TO WS-NOVO-RETRATOS
           MOVE WS-CFG-DIAS-SPOOL   TO WS-NOVO-DIAS-SPOOL

           PERFORM P310-MOSTRA-VIGENTES

                   WS-CFG-DIAS-ARQ ' (0 = PADRAO 0730)'
           DISPLAY '   MESES DE RETENCAO DO LOG..: '
                   WS-CFG-MESES-RET ' (0 = PADRAO 012)'
           DISPLAY '   ACEITA ARQ. SEM CABECALHO.: '
                   WS-CFG-SEM-CABECALHO ' (S = TRANSICAO, PADRAO)'
           DISPLAY '   MESES P/ RECERTIFICACAO...: '
                   WS-CFG-MESES-RECERT ' (0 = PADRAO 012)'
           DISPLAY '   RETRATOS MENSAIS GUARDADOS: '
                   WS-CFG-RETRATOS ' (0 = PADRAO 24)'
           DISPLAY '   DIAS DE PERMANENCIA SPOOL.: '
                   WS-CFG-DIAS-SPOOL ' (0 = PADRAO 0090)'
           .
       P310X-MOSTRA-NOVOS.
           DISPLAY 'NOVOS PARAMETROS:'
                   WS-NOVO-DIAS-ARQ
           DISPLAY '   MESES DE RETENCAO DO LOG..: '
                   WS-NOVO-MESES-RET
           DISPLAY '   ACEITA ARQ. SEM CABECALHO.: '
                   WS-NOVO-SEM-CABECALHO
           DISPLAY '   MESES P/ RECERTIFICACAO...: '
                   WS-NOVO-MESES-RECERT
           DISPLAY '   RETRATOS MENSAIS GUARDADOS: '
                   WS-NOVO-RETRATOS
           DISPLAY '   DIAS DE PERMANENCIA SPOOL.: '
                   WS-NOVO-DIAS-SPOOL
           .
       P320-EDITA-DADOS.
           DISPLAY 'Novo arquivo de dados (<ENTER> mantem):'
               COMPUTE WS-NOVO-MESES-RET =
                       FUNCTION NUMVAL(WS-RESPOSTA)
           END-IF

           DISPLAY 'Aceitar arquivos recebidos sem cabecalho de'
                   ' controle? <S>im ou <N>ao (<ENTER> mantem):'
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA(1:1) = 'S' OR WS-RESPOSTA(1:1) = 'N' THEN
               MOVE WS-RESPOSTA(1:1) TO WS-NOVO-SEM-CABECALHO
           END-IF

           DISPLAY 'Meses de validade da confirmacao do cadastro'
                   ' (0 = padrao):'
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           PERFORM P345-TAMANHO-RESPOSTA
           IF WS-TAM-RESP > 0 THEN
               COMPUTE WS-NOVO-MESES-RECERT =
                       FUNCTION NUMVAL(WS-RESPOSTA)
           END-IF

           DISPLAY 'Retratos mensais da base guardados (0 = padrao):'
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           PERFORM P345-TAMANHO-RESPOSTA
           IF WS-TAM-RESP > 0 THEN
               COMPUTE WS-NOVO-RETRATOS =
                       FUNCTION NUMVAL(WS-RESPOSTA)
           END-IF

           DISPLAY 'Dias de permanencia dos relatorios no spool'
                   ' (0 = padrao):'
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           PERFORM P345-TAMANHO-RESPOSTA
           IF WS-TAM-RESP > 0 THEN
               COMPUTE WS-NOVO-DIAS-SPOOL =
                       FUNCTION NUMVAL(WS-RESPOSTA)
           END-IF
           .
      *tamanho util da resposta, zerado quando nao numerica para o
      *campo perguntado manter o valor atual
               MOVE WS-NOVO-MESES-RET TO WS-LINHA-CFG(1:3)
               MOVE WS-LINHA-CFG TO REG-CONFIG
               WRITE REG-CONFIG
               MOVE SPACES TO WS-LINHA-CFG
               MOVE WS-NOVO-SEM-CABECALHO TO WS-LINHA-CFG(1:1)
               MOVE WS-LINHA-CFG TO REG-CONFIG
               WRITE REG-CONFIG
               MOVE SPACES TO WS-LINHA-CFG
               MOVE WS-NOVO-MESES-RECERT TO WS-LINHA-CFG(1:3)
               MOVE WS-LINHA-CFG TO REG-CONFIG
               WRITE REG-CONFIG
               MOVE SPACES TO WS-LINHA-CFG
               MOVE WS-NOVO-RETRATOS TO WS-LINHA-CFG(1:2)
               MOVE WS-LINHA-CFG TO REG-CONFIG
               WRITE REG-CONFIG
               MOVE SPACES TO WS-LINHA-CFG
               MOVE WS-NOVO-DIAS-SPOOL TO WS-LINHA-CFG(1:4)
               MOVE WS-LINHA-CFG TO REG-CONFIG
               WRITE REG-CONFIG
               CLOSE CONFIG-FILE
               DISPLAY 'SISTEMA.CFG REGRAVADO COM SUCESSO.'
           END-IF
