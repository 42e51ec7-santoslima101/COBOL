      *guarda no spool uma copia do relatorio em WS-SPL-ORIGEM-INF
      *(ja fechado) com nome unico spool_AAAAMMDD_HHMMSSCCnn.txt no
      *diretorio das saidas e registra no catalogo o tipo, a data e
      *hora, o programa, o usuario (ou BATCH), a quantidade de
      *linhas e o nivel de acesso exigido para consulta-lo; o nome
      *fixo continua com a ultima emissao
       P850-REGISTRA-SPOOL.
           SET SPOOL-REGISTRADO TO FALSE
           ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-SPL-HORA FROM TIME
           OPEN I-O CATALOGO-SPOOL
           IF WS-FS-SPL EQUAL 35 THEN
               OPEN OUTPUT CATALOGO-SPOOL
               CLOSE CATALOGO-SPOOL
               OPEN I-O CATALOGO-SPOOL
           END-IF
           IF NOT FS-SPL-OK THEN
               DISPLAY 'AVISO: CATALOGO DO SPOOL INDISPONIVEL, '
                       'RELATORIO NAO GUARDADO. FILE STATUS:'
                       WS-FS-SPL
           ELSE
               PERFORM P852-PROXIMA-CHAVE
               PERFORM P854-COPIA-RELATORIO
               IF SPOOL-REGISTRADO THEN
                   MOVE WS-SPL-DATA         TO SPL-DATA
                   MOVE WS-SPL-HORA         TO SPL-HORA
                   MOVE WS-SPL-SEQ          TO SPL-SEQ
                   MOVE WS-SPL-TIPO-INF     TO SPL-TIPO
                   MOVE WS-SPL-PROGRAMA-INF TO SPL-PROGRAMA
                   MOVE WS-SPL-USUARIO-INF  TO SPL-USUARIO
                   MOVE WS-SPL-LINHAS       TO SPL-LINHAS
                   MOVE WS-NOME-SPOOL       TO SPL-ARQUIVO
                   MOVE WS-SPL-ORIGEM-INF   TO SPL-ORIGEM
                   MOVE WS-SPL-NIVEL-INF    TO SPL-NIVEL
                   WRITE REG-SPOOL
                       INVALID KEY
                           SET SPOOL-REGISTRADO TO FALSE
                           DISPLAY 'AVISO: RELATORIO NAO REGISTRADO'
                                   ' NO CATALOGO DO SPOOL.'
                   END-WRITE
               END-IF
               CLOSE CATALOGO-SPOOL
           END-IF
           .
      *primeira sequencia livre para a data e hora da emissao (dois
      *relatorios no mesmo centesimo de segundo nao se sobrepoem)
       P852-PROXIMA-CHAVE.
           MOVE ZEROS TO WS-SPL-SEQ
           SET CHAVE-SPOOL-LIVRE TO FALSE
           PERFORM UNTIL CHAVE-SPOOL-LIVRE OR WS-SPL-SEQ = 99
               MOVE WS-SPL-DATA TO SPL-DATA
               MOVE WS-SPL-HORA TO SPL-HORA
               MOVE WS-SPL-SEQ  TO SPL-SEQ
               READ CATALOGO-SPOOL
                   INVALID KEY
                       SET CHAVE-SPOOL-LIVRE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SPL-SEQ
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-NOME-SPOOL
           STRING FUNCTION TRIM(WS-DIR-SAIDA) DELIMITED BY SIZE
                  'spool_'                   DELIMITED BY SIZE
                  WS-SPL-DATA                DELIMITED BY SIZE
                  '_'                        DELIMITED BY SIZE
                  WS-SPL-HORA                DELIMITED BY SIZE
                  WS-SPL-SEQ                 DELIMITED BY SIZE
                  '.txt'                     DELIMITED BY SIZE
             INTO WS-NOME-SPOOL
           END-STRING
           .
       P854-COPIA-RELATORIO.
           SET WS-SPL-LINHAS TO 0
           OPEN INPUT SPOOL-ORIGEM
           IF NOT FS-SPO-OK THEN
               DISPLAY 'AVISO: RELATORIO '
                       FUNCTION TRIM(WS-SPL-ORIGEM-INF)
                       ' NAO ENCONTRADO PARA O SPOOL.'
           ELSE
               OPEN OUTPUT SPOOL-COPIA
               IF NOT FS-SPC-OK THEN
                   DISPLAY 'AVISO: ERRO AO CRIAR O ARQUIVO DO SPOOL!'
                           ' FILE STATUS:' WS-FS-SPC
               ELSE
                   SET EOF-SPL-OK TO FALSE
                   PERFORM UNTIL EOF-SPL-OK
                       READ SPOOL-ORIGEM
                           AT END
                               SET EOF-SPL-OK TO TRUE
                           NOT AT END
                               MOVE REG-SPOOL-ORIGEM
                                    TO REG-SPOOL-COPIA
                               WRITE REG-SPOOL-COPIA
                               ADD 1 TO WS-SPL-LINHAS
                       END-READ
                   END-PERFORM
                   CLOSE SPOOL-COPIA
                   SET SPOOL-REGISTRADO TO TRUE
               END-IF
               CLOSE SPOOL-ORIGEM
           END-IF
           .
