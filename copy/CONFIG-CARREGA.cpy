               IF WS-CAMINHO-MODULOS = SPACES THEN
                   MOVE WS-CFG-LINHA2 TO WS-CAMINHO-MODULOS
               END-IF
      *linhas 3 a 13 (opcionais): tentativas de bloqueio, linhas por
      *pagina do relatorio, linhas por pagina da tela, diretorio de
      *saida, geracoes de backup, dias para arquivar, meses de
      *retencao do log fechado, aceite de arquivo sem cabecalho,
      *meses de validade da confirmacao do cadastro, retratos
      *mensais guardados e dias de permanencia no spool
               PERFORM P110-CARREGA-TUNAVEL
               IF WS-CFG-TAM-N > 0 THEN
                   COMPUTE WS-CFG-TENTATIVAS = FUNCTION
                   COMPUTE WS-CFG-MESES-RET = FUNCTION
                           NUMVAL(WS-CFG-LINHA-N)
               END-IF
               READ CONFIG-FILE INTO WS-CFG-LINHA-N
                   AT END MOVE SPACES TO WS-CFG-LINHA-N
               END-READ
               IF WS-CFG-LINHA-N(1:1) = 'N' OR
                  WS-CFG-LINHA-N(1:1) = 'n' THEN
                   MOVE 'N' TO WS-CFG-SEM-CABECALHO
               ELSE
                   MOVE 'S' TO WS-CFG-SEM-CABECALHO
               END-IF
               PERFORM P110-CARREGA-TUNAVEL
               IF WS-CFG-TAM-N > 0 THEN
                   COMPUTE WS-CFG-MESES-RECERT = FUNCTION
                           NUMVAL(WS-CFG-LINHA-N)
               END-IF
               PERFORM P110-CARREGA-TUNAVEL
               IF WS-CFG-TAM-N > 0 THEN
                   COMPUTE WS-CFG-RETRATOS = FUNCTION
                           NUMVAL(WS-CFG-LINHA-N)
               END-IF
               PERFORM P110-CARREGA-TUNAVEL
               IF WS-CFG-TAM-N > 0 THEN
                   COMPUTE WS-CFG-DIAS-SPOOL = FUNCTION
                           NUMVAL(WS-CFG-LINHA-N)
               END-IF
               CLOSE CONFIG-FILE
           END-IF

                  'template_erros.txt'         DELIMITED BY SIZE
             INTO WS-CAMINHO-TPLERR
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'tarefas.dat'                DELIMITED BY SIZE
             INTO WS-CAMINHO-TAREFAS
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'tarefas_ordem.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-TARORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'agenda_tarefas.txt'         DELIMITED BY SIZE
             INTO WS-CAMINHO-AGENDA
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'lgpd_relatorio.txt'         DELIMITED BY SIZE
             INTO WS-CAMINHO-LGPDREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'lgpd_solicitacoes.txt'      DELIMITED BY SIZE
             INTO WS-CAMINHO-LGPDREG
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'supressao.dat'              DELIMITED BY SIZE
             INTO WS-CAMINHO-SUPRESSAO
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'recusas_lote.txt'           DELIMITED BY SIZE
             INTO WS-CAMINHO-OPTLOTE
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'recusas_rejeitos.txt'       DELIMITED BY SIZE
             INTO WS-CAMINHO-OPTREJ
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'documento_ordem.tmp'        DELIMITED BY SIZE
             INTO WS-CAMINHO-DOCORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'sem_documento.txt'          DELIMITED BY SIZE
             INTO WS-CAMINHO-SEMDOC
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'cep.dat'                    DELIMITED BY SIZE
             INTO WS-CAMINHO-CEP
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'cep_correios.txt'           DELIMITED BY SIZE
             INTO WS-CAMINHO-CEPDNE
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'cep_rejeitos.txt'           DELIMITED BY SIZE
             INTO WS-CAMINHO-CEPREJ
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'cep_consistencia.txt'       DELIMITED BY SIZE
             INTO WS-CAMINHO-CEPREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'devolucoes.dat'             DELIMITED BY SIZE
             INTO WS-CAMINHO-DEVOL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'devolucoes_lote.txt'        DELIMITED BY SIZE
             INTO WS-CAMINHO-DEVLOTE
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'devolucoes_rejeitos.txt'    DELIMITED BY SIZE
             INTO WS-CAMINHO-DEVREJ
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'devolucoes_trab.tmp'        DELIMITED BY SIZE
             INTO WS-CAMINHO-DEVTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'devolucoes_ordem.tmp'       DELIMITED BY SIZE
             INTO WS-CAMINHO-DEVORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'devolucoes_pendentes.txt'   DELIMITED BY SIZE
             INTO WS-CAMINHO-DEVREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'campanhas.dat'              DELIMITED BY SIZE
             INTO WS-CAMINHO-CAMPANHAS
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'campanha_destinatarios.dat' DELIMITED BY SIZE
             INTO WS-CAMINHO-CAMPDEST
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'campanha_trab.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-CAMPTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'campanha_ordem.tmp'         DELIMITED BY SIZE
             INTO WS-CAMINHO-CAMPORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'campanha_resposta.txt'      DELIMITED BY SIZE
             INTO WS-CAMINHO-CAMPREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'produtividade_trab.tmp'     DELIMITED BY SIZE
             INTO WS-CAMINHO-PRODTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'produtividade_ordem.tmp'    DELIMITED BY SIZE
             INTO WS-CAMINHO-PRODORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'produtividade.txt'          DELIMITED BY SIZE
             INTO WS-CAMINHO-PRODREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'seguranca.log'              DELIMITED BY SIZE
             INTO WS-CAMINHO-SEGLOG
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'seguranca_trab.tmp'         DELIMITED BY SIZE
             INTO WS-CAMINHO-SEGTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'seguranca_ordem.tmp'        DELIMITED BY SIZE
             INTO WS-CAMINHO-SEGORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'auditoria_seguranca.txt'    DELIMITED BY SIZE
             INTO WS-CAMINHO-SEGREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'relatorios_def.dat'         DELIMITED BY SIZE
             INTO WS-CAMINHO-RELDEF
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'gerador_trab.tmp'           DELIMITED BY SIZE
             INTO WS-CAMINHO-GERTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'gerador_ordem.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-GERORD
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'interfaces.dat'             DELIMITED BY SIZE
             INTO WS-CAMINHO-ITFCTL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'territorios.dat'            DELIMITED BY SIZE
             INTO WS-CAMINHO-TERRIT
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'territorios_rel.txt'        DELIMITED BY SIZE
             INTO WS-CAMINHO-TERREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'relacionamentos.dat'        DELIMITED BY SIZE
             INTO WS-CAMINHO-RELAC
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'ficha_contatos.txt'         DELIMITED BY SIZE
             INTO WS-CAMINHO-FICHA
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'confirmacoes.dat'           DELIMITED BY SIZE
             INTO WS-CAMINHO-CONFIRM
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'recertifica_ordem.tmp'      DELIMITED BY SIZE
             INTO WS-CAMINHO-RECORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'recertificacao_pendentes.txt' DELIMITED BY SIZE
             INTO WS-CAMINHO-RECREL
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'recertificacao_resumo.txt'  DELIMITED BY SIZE
             INTO WS-CAMINHO-RECRES
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'retrato_ctl.dat'            DELIMITED BY SIZE
             INTO WS-CAMINHO-RETCTL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'retrato_trab.tmp'           DELIMITED BY SIZE
             INTO WS-CAMINHO-RETTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'retrato_ordem.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-RETORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'comparacao_retratos.txt'    DELIMITED BY SIZE
             INTO WS-CAMINHO-RETREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'spool_catalogo.dat'         DELIMITED BY SIZE
             INTO WS-CAMINHO-SPOOLCAT
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'reimpressao_spool.txt'      DELIMITED BY SIZE
             INTO WS-CAMINHO-REIMP
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'delta_trab.tmp'             DELIMITED BY SIZE
             INTO WS-CAMINHO-DLTTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'delta_ordem.tmp'            DELIMITED BY SIZE
             INTO WS-CAMINHO-DLTORD
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'dedupe_chaves.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-DEDCHV
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'dedupe_ids.tmp'             DELIMITED BY SIZE
             INTO WS-CAMINHO-DEDIDS
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'arquiva_trab.tmp'           DELIMITED BY SIZE
             INTO WS-CAMINHO-EXCTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'arquiva_ordem.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-EXCORD
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'concilia_trab.tmp'          DELIMITED BY SIZE
             INTO WS-CAMINHO-CONTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'concilia_ordem.tmp'         DELIMITED BY SIZE
             INTO WS-CAMINHO-CONORD
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'desfaz_trab.tmp'            DELIMITED BY SIZE
             INTO WS-CAMINHO-DSFTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'desfaz_ordem.tmp'           DELIMITED BY SIZE
             INTO WS-CAMINHO-DSFORD
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'grupos_trab.tmp'            DELIMITED BY SIZE
             INTO WS-CAMINHO-GRPTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'grupos_ordem.tmp'           DELIMITED BY SIZE
             INTO WS-CAMINHO-GRPORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'grupos.txt'                 DELIMITED BY SIZE
             INTO WS-CAMINHO-GRPREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'transacoes.seq'             DELIMITED BY SIZE
             INTO WS-CAMINHO-LOGSEQ
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'cadeia_log.ctl'             DELIMITED BY SIZE
             INTO WS-CAMINHO-CADCTL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'cadeia_trab.tmp'            DELIMITED BY SIZE
             INTO WS-CAMINHO-CADTRAB
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'cadeia_ordem.tmp'           DELIMITED BY SIZE
             INTO WS-CAMINHO-CADORD
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-SAIDA)     DELIMITED BY SIZE
                  'cadeia_log.txt'             DELIMITED BY SIZE
             INTO WS-CAMINHO-CADREL
           END-STRING
           STRING FUNCTION TRIM(WS-CAMINHO-MODULOS) DELIMITED BY SIZE
                  'cadeia_anon.tmp'            DELIMITED BY SIZE
             INTO WS-CAMINHO-CADANON
           END-STRING
           .
      *le a proxima linha do sistema.cfg e devolve o tamanho util
      *em WS-CFG-TAM-N (zero quando vazia ou nao numerica)
