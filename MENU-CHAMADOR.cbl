           RECORD KEY IS HIST-CHAVE
           FILE STATUS IS WS-FS-HIST.

           SELECT LOG-SEQUENCIA ASSIGN TO
           WS-CAMINHO-LOGSEQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LSQ.

           SELECT LOG-SEGURANCA ASSIGN TO
           WS-CAMINHO-SEGLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEG.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD LOG-SEGURANCA.
          COPY FD-SEGURANCA.

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
          03 WS-MENSAGEM             PIC X(20).
       77 WS-TROCA-FEITA             PIC X VALUE 'N'.
          88 TROCA-CONCLUIDA         VALUE 'S' FALSE 'N'.
          COPY WS-LOG.
          COPY SEGURANCA-WS.
          COPY CONFIG-WS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MENU-CHAMADOR'      TO WS-SEG-PROGRAMA

            ACCEPT WS-DIAS-SENHA-X
                   FROM ENVIRONMENT 'CONTATOS_DIAS_SENHA'
            DISPLAY '28-Padronizacao de dados dos contatos'
            DISPLAY '29-Relatorio de saude da operacao'
            DISPLAY '30-Desfazimento de execucao em lote'
            DISPLAY '31-Tarefas de acompanhamento de contatos'
            DISPLAY '32-Agenda diaria de tarefas por responsavel'
            DISPLAY '33-Solicitacoes LGPD (relatorio e anonimizacao)'
            DISPLAY '34-Recusas de contato (opt-out)'
            DISPLAY '35-Importar recusas de contato em lote'
            DISPLAY '36-Cadastros sem CPF/CNPJ'
            DISPLAY '37-Carga mensal da base de CEPs dos Correios'
            DISPLAY '38-Conferencia de enderecos pela base de CEPs'
            DISPLAY '39-Devolucoes de correio e email'
            DISPLAY '40-Campanhas e relatorio de resposta'
            DISPLAY '41-Produtividade dos operadores e fila'
            DISPLAY '42-Auditoria de seguranca'
            DISPLAY '43-Gerador de relatorios'
            DISPLAY '44-Territorios de venda'
            DISPLAY '45-Ficha completa do contato'
            DISPLAY '46-Recertificacao do cadastro por carteira'
            DISPLAY '47-Retrato mensal da base e comparacao'
            DISPLAY '48-Spool de relatorios (listar/reimprimir)'
            DISPLAY '49-Consolidado por grupo de empresas'
            DISPLAY '50-Verificacao da cadeia do log de transacoes'
            DISPLAY '0-Sair'

            MOVE SPACES            TO WS-OPCAO
            IF WS-NIVEL-USUARIO < WS-NIVEL-EXIGIDO THEN
                DISPLAY 'ACESSO NEGADO: SEU PERFIL NAO PERMITE'
                        ' ESTA OPCAO.'
                MOVE 'ACESSO-NEG'       TO WS-SEG-EVENTO
                MOVE WS-USUARIO-LOGADO  TO WS-SEG-USUARIO
                MOVE WS-OPCAO           TO WS-SEG-OPCAO
                MOVE 'NEGADO'           TO WS-SEG-RESULTADO
                STRING 'NIVEL EXIGIDO '  DELIMITED BY SIZE
                       WS-NIVEL-EXIGIDO  DELIMITED BY SIZE
                       ' NIVEL DO USUARIO ' DELIMITED BY SIZE
                       WS-NIVEL-USUARIO  DELIMITED BY SIZE
                  INTO WS-SEG-DETALHE
                END-STRING
                PERFORM P530-GRAVA-SEGURANCA
            ELSE
            EVALUATE WS-OPCAO
               WHEN 1
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 31
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-TAREFAS'    DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 32
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-AGENDA'     DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 33
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-LGPD'       DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 34
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-RECUSAS'    DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 35
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-RECUSAS-LOTE' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 36
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-SEM-DOCUMENTO' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 37
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-CEP-CARGA'  DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 38
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-CEP-VERIFICA' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 39
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-DEVOLUCOES' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 40
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-CAMPANHAS'  DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 41
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-PRODUTIVIDADE' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 42
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-AUDITORIA-SEG' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 43
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-GERADOR-REL' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 44
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-TERRITORIOS' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 45
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-FICHA'      DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 46
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-RECERTIFICA' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 47
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-RETRATO'    DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 48
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-SPOOL'      DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 49
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-GRUPOS'     DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN 50
                 STRING FUNCTION TRIM(WS-CAMINHO-MODULOS)
                        DELIMITED BY SIZE
                        'MODULO-CADEIA-LOG' DELIMITED BY SIZE
                   INTO WS-PROGRAMA
                 END-STRING
                 CALL WS-PROGRAMA                   USING WS-COM-AREA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
      *a area do registro pode guardar o usuario anterior; limpa a
      *marca para o log nao acusar bloqueio indevido
                       MOVE 'N' TO BLOQUEIO-USUARIO
                       MOVE 'USUARIO INEXISTENTE' TO WS-SEG-DETALHE
                       PERFORM P208-REGISTRA-FALHA
                   NOT INVALID KEY
                       PERFORM P203-CONFERE-SENHA
               ADD 1 TO WS-TENT-LOGIN
               DISPLAY 'USUARIO BLOQUEADO POR EXCESSO DE TENTATIVAS.'
                       ' PROCURE UM ADMINISTRADOR (OPCAO 12).'
               MOVE 'CONTA BLOQUEADA' TO WS-SEG-DETALHE
               PERFORM P208-REGISTRA-FALHA
           ELSE
           IF SENHA-USUARIO EQUAL WS-SENHA THEN
               END-EVALUATE
               DISPLAY 'Bem-vindo, '
                       FUNCTION TRIM(WS-USUARIO-LOGADO)
               MOVE 'LOGIN'            TO WS-SEG-EVENTO
               MOVE ID-USUARIO         TO WS-SEG-USUARIO
               MOVE 'OK'               TO WS-SEG-RESULTADO
               STRING 'PERFIL '        DELIMITED BY SIZE
                      PERFIL-USUARIO   DELIMITED BY SIZE
                 INTO WS-SEG-DETALHE
               END-STRING
               PERFORM P530-GRAVA-SEGURANCA
           ELSE
               ADD 1 TO WS-TENT-LOGIN
      *as falhas seguidas ficam gravadas no proprio registro, para
                   DISPLAY 'USUARIO OU SENHA INVALIDOS!'
               END-IF
               REWRITE REG-USUARIOS
               MOVE 'SENHA INVALIDA' TO WS-SEG-DETALHE
               PERFORM P208-REGISTRA-FALHA
      *o bloqueio automatico e um evento proprio para a auditoria
               IF USUARIO-BLOQUEADO THEN
                   MOVE 'BLOQUEIO'     TO WS-SEG-EVENTO
                   MOVE ID-USUARIO     TO WS-SEG-USUARIO
                   MOVE 'AUTOMATICO'   TO WS-SEG-RESULTADO
                   STRING FALHAS-USUARIO DELIMITED BY SIZE
                          ' FALHAS SEGUIDAS' DELIMITED BY SIZE
                     INTO WS-SEG-DETALHE
                   END-STRING
                   PERFORM P530-GRAVA-SEGURANCA
               END-IF
           END-IF
           END-IF
           .
                           ' DIAS). TROQUE AGORA.'
               END-IF
               PERFORM P205-TROCA-SENHA-LOGIN
               MOVE 'TROCA-SENHA'      TO WS-SEG-EVENTO
               MOVE ID-USUARIO         TO WS-SEG-USUARIO
               IF TROCA-PENDENTE THEN
                   MOVE 'TROCA OBRIGATORIA' TO WS-SEG-DETALHE
               ELSE
                   MOVE 'SENHA VENCIDA'     TO WS-SEG-DETALHE
               END-IF
               IF TROCA-CONCLUIDA THEN
                   MOVE 'OK'           TO WS-SEG-RESULTADO
               ELSE
                   MOVE 'RECUSADA'     TO WS-SEG-RESULTADO
               END-IF
               PERFORM P530-GRAVA-SEGURANCA
               IF NOT TROCA-CONCLUIDA THEN
                   DISPLAY 'SENHA NAO TROCADA. ACESSO NEGADO.'
                   MOVE 'N' TO WS-ACESSO
           END-IF
           MOVE 'SISTEMA'        TO WS-LOG-USUARIO
           PERFORM P500-GRAVA-LOG

      *no log de seguranca o usuario tentado fica no proprio campo
      *de usuario; o motivo chega em WS-SEG-DETALHE
           MOVE 'LOGIN'          TO WS-SEG-EVENTO
           MOVE FUNCTION UPPER-CASE(WS-USUARIO) TO WS-SEG-USUARIO
           MOVE 'FALHA'          TO WS-SEG-RESULTADO
           PERFORM P530-GRAVA-SEGURANCA
           .
          COPY GRAVA-LOG.
          COPY SEGURANCA-GRAVA.
      *nivel de acesso exigido por opcao do menu:
      *consulta(1): listagem, consulta e historico
      *cadastro(2): cadastro, exportacao e importacao
               WHEN 17
               WHEN 23
               WHEN 29
               WHEN 32
               WHEN 43
               WHEN 44
               WHEN 45
                   MOVE 1 TO WS-NIVEL-EXIGIDO
               WHEN 1
               WHEN 6
               WHEN 19
               WHEN 24
               WHEN 27
               WHEN 31
               WHEN 34
               WHEN 35
               WHEN 36
               WHEN 38
               WHEN 39
               WHEN 40
               WHEN 46
               WHEN 47
               WHEN 48
               WHEN 49
                   MOVE 2 TO WS-NIVEL-EXIGIDO
               WHEN 4
               WHEN 5
               WHEN 26
               WHEN 28
               WHEN 30
               WHEN 33
               WHEN 37
               WHEN 41
               WHEN 42
               WHEN 50
                   MOVE 3 TO WS-NIVEL-EXIGIDO
      *opcao desconhecida nao exige nivel: segue para o EVALUATE
      *do menu e cai em OPCAO INVALIDA para qualquer perfil
