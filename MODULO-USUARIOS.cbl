               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT LOG-TRANSACOES ASSIGN TO
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

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD LOG-SEGURANCA.
          COPY FD-SEGURANCA.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       77 WS-DONO-DESTINO          PIC X(10) VALUE SPACES.
       77 WS-TRANSFERIDOS          PIC 9(04) VALUE ZEROS.
          COPY WS-LOG.
          COPY SEGURANCA-WS.
          COPY CONFIG-WS.

       LINKAGE SECTION.
            IF LK-USUARIO NOT EQUAL SPACES THEN
                MOVE LK-USUARIO    TO WS-LOG-USUARIO
            END-IF
            MOVE 'MODULO-USUARIOS' TO WS-SEG-PROGRAMA
            DISPLAY '***MANUTENCAO DE USUARIOS***'
            SET EXIT-OK            TO FALSE
            PERFORM P3OO-MANTEM THRU P300-FIM UNTIL EXIT-OK
                               DISPLAY 'USUARIO JA CADASTRADO!'
                           NOT INVALID KEY
                               DISPLAY 'Usuario incluido com sucesso!'
                               MOVE 'USU-INCLUI'  TO WS-SEG-EVENTO
                               MOVE 'OK'          TO WS-SEG-RESULTADO
                               STRING ID-USUARIO  DELIMITED BY SIZE
                                      ' PERFIL '  DELIMITED BY SIZE
                                      PERFIL-USUARIO
                                                  DELIMITED BY SIZE
                                 INTO WS-SEG-DETALHE
                               END-STRING
                               PERFORM P480-REGISTRA-SEGURANCA
                       END-WRITE
                   END-IF
               END-IF
                           MOVE 'N'           TO BLOQUEIO-USUARIO
                           REWRITE REG-USUARIOS
                           DISPLAY 'Senha alterada com sucesso!'
                           MOVE 'SENHA-ADM'   TO WS-SEG-EVENTO
                           MOVE 'OK'          TO WS-SEG-RESULTADO
                           STRING ID-USUARIO  DELIMITED BY SIZE
                                  ' DESTRAVADO, TROCA PENDENTE'
                                              DELIMITED BY SIZE
                             INTO WS-SEG-DETALHE
                           END-STRING
                           PERFORM P480-REGISTRA-SEGURANCA
                       END-IF
                   END-IF
           END-READ
                           MOVE 0   TO FALHAS-USUARIO
                           REWRITE REG-USUARIOS
                           DISPLAY 'Usuario desbloqueado com sucesso!'
                           MOVE 'DESBLOQUEIO' TO WS-SEG-EVENTO
                       ELSE
                           MOVE 'S' TO BLOQUEIO-USUARIO
                           REWRITE REG-USUARIOS
                           DISPLAY 'Usuario bloqueado com sucesso!'
                           MOVE 'BLOQUEIO'    TO WS-SEG-EVENTO
                       END-IF
                       MOVE 'MANUAL'          TO WS-SEG-RESULTADO
                       MOVE ID-USUARIO        TO WS-SEG-DETALHE
                       PERFORM P480-REGISTRA-SEGURANCA
               END-READ
           END-IF
           .
                      WS-PERFIL-INF NOT = 'A' THEN
                       DISPLAY 'PERFIL INVALIDO!'
                   ELSE
                       STRING ID-USUARIO     DELIMITED BY SIZE
                              ' PERFIL '     DELIMITED BY SIZE
                              PERFIL-USUARIO DELIMITED BY SIZE
                              ' PARA '       DELIMITED BY SIZE
                              WS-PERFIL-INF  DELIMITED BY SIZE
                         INTO WS-SEG-DETALHE
                       END-STRING
                       MOVE WS-PERFIL-INF TO PERFIL-USUARIO
                       REWRITE REG-USUARIOS
                       DISPLAY 'Perfil alterado com sucesso!'
                       MOVE 'PERFIL'      TO WS-SEG-EVENTO
                       MOVE 'OK'          TO WS-SEG-RESULTADO
                       PERFORM P480-REGISTRA-SEGURANCA
                   END-IF
           END-READ
           .
                       IF WS-CONFIRM EQUAL 'S' THEN
                           DELETE USUARIOS RECORD
                           DISPLAY 'Usuario excluido com sucesso!'
                           MOVE 'USU-EXCLUI'  TO WS-SEG-EVENTO
                           MOVE 'OK'          TO WS-SEG-RESULTADO
                           MOVE ID-USUARIO    TO WS-SEG-DETALHE
                           PERFORM P480-REGISTRA-SEGURANCA
                       ELSE
                           DISPLAY 'Exclusao cancelada.'
                       END-IF
           .
       P460-SAI.
           EXIT.
      *manutencao de contas vai para o log de seguranca em nome
      *do administrador logado; a conta afetada vai no detalhe
       P480-REGISTRA-SEGURANCA.
           MOVE LK-USUARIO TO WS-SEG-USUARIO
           PERFORM P530-GRAVA-SEGURANCA
           .
          COPY GRAVA-LOG.
          COPY SEGURANCA-GRAVA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-USUARIOS.
