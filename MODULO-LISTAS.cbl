               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT SUPRESSAO ASSIGN TO
               WS-CAMINHO-SUPRESSAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-CHAVE
               FILE STATUS IS WS-FS-SUP.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD CONTATOS.
          COPY FD-CONTT.

       FD SUPRESSAO.
          COPY FD-SUPRESSAO.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

      *de listas e pequeno e a varredura e barata)
       77 WS-ID-MAXIMO             PIC 9(04) VALUE ZEROS.
       77 WS-CONT                  PIC 9(04) VALUE ZEROS.
      *membros com recusa de contato, pulados nas saidas do canal
       77 WS-CONT-RECUSA           PIC 9(04) VALUE ZEROS.
       01 WS-RECUSAS-MEMBRO        PIC X(20) VALUE SPACES.
       77 WS-PTR-RECUSA            PIC 9(02) VALUE 1.
       77 WS-NOME-MEMBRO           PIC X(24) VALUE SPACES.
          COPY CONFIG-WS.
          COPY SUPRESSAO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SUPRESSAO-VERIFICA.
       P350-ACEITA-ID.
           DISPLAY 'Numero da lista:'
           ACCEPT WS-ID-INF
           END-IF
           CLOSE CONTATOS

      *a lista aceita quem recusou algum canal, mas o operador fica
      *sabendo que as saidas daquele canal vao pular o contato
           PERFORM P680-ABRE-SUPRESSAO
           MOVE WS-ID-CONTATO-INF TO WS-SUP-ID-TESTE
           PERFORM P687-VERIFICA-CANAIS
           PERFORM P437-DESCREVE-RECUSAS
           PERFORM P689-FECHA-SUPRESSAO
           IF WS-RECUSAS-MEMBRO NOT = SPACES THEN
               DISPLAY 'ATENCAO: CONTATO RECUSOU '
                       FUNCTION TRIM(WS-RECUSAS-MEMBRO)
                       '; SERA PULADO NESSES CANAIS.'
           END-IF

           PERFORM P355-ABRE-MEMBROS
           IF FS-LIMEM-OK THEN
               MOVE WS-ID-INF         TO MEM-ID-LISTA

           SET EOF-OK TO FALSE
           SET WS-CONT TO 0
           SET WS-CONT-RECUSA TO 0
           OPEN INPUT LISTAS-MEMBROS
           IF NOT FS-LIMEM-OK THEN
               DISPLAY 'NENHUM MEMBRO REGISTRADO AINDA.'
               GO TO P430-SAI
           END-IF
           OPEN INPUT CONTATOS
           PERFORM P680-ABRE-SUPRESSAO

           MOVE WS-ID-INF TO MEM-ID-LISTA
           MOVE ZEROS     TO MEM-ID-CONTATO
               CLOSE CONTATOS
           END-IF
           CLOSE LISTAS-MEMBROS
           PERFORM P689-FECHA-SUPRESSAO
           DISPLAY 'TOTAL DE MEMBROS: ' WS-CONT
           DISPLAY 'MEMBROS COM RECUSA DE CONTATO: ' WS-CONT-RECUSA
                   ' (PULADOS NAS SAIDAS DO CANAL RECUSADO)'
           .
       P430-SAI.
           EXIT.
       P435-MOSTRA-MEMBRO.
           MOVE MEM-ID-CONTATO TO WS-SUP-ID-TESTE
           PERFORM P687-VERIFICA-CANAIS
           PERFORM P437-DESCREVE-RECUSAS
           MOVE SPACES TO WS-NOME-MEMBRO
           IF FS-OK THEN
               MOVE MEM-ID-CONTATO TO ID-CONTATO
               READ CONTATOS
                   INVALID KEY
                       MOVE '(CONTATO NAO ENCONTRADO)'
                            TO WS-NOME-MEMBRO
                   NOT INVALID KEY
                       MOVE NM-CONTATO TO WS-NOME-MEMBRO
               END-READ
           END-IF
           IF WS-RECUSAS-MEMBRO = SPACES THEN
               DISPLAY '   ' MEM-ID-CONTATO ' ' WS-NOME-MEMBRO
           ELSE
               ADD 1 TO WS-CONT-RECUSA
               DISPLAY '   ' MEM-ID-CONTATO ' ' WS-NOME-MEMBRO
                       ' RECUSOU: ' FUNCTION TRIM(WS-RECUSAS-MEMBRO)
           END-IF
           .
      *canais recusados pelo contato em WS-SUP-ID-TESTE, por
      *extenso, para a listagem e o aviso de inclusao
       P437-DESCREVE-RECUSAS.
           MOVE SPACES TO WS-RECUSAS-MEMBRO
           MOVE 1 TO WS-PTR-RECUSA
           IF RECUSA-CARTA THEN
               STRING 'CARTA '         DELIMITED BY SIZE
                 INTO WS-RECUSAS-MEMBRO
                 WITH POINTER WS-PTR-RECUSA
               END-STRING
           END-IF
           IF RECUSA-EMAIL THEN
               STRING 'EMAIL '         DELIMITED BY SIZE
                 INTO WS-RECUSAS-MEMBRO
                 WITH POINTER WS-PTR-RECUSA
               END-STRING
           END-IF
           IF RECUSA-FONE THEN
               STRING 'TELEFONE'       DELIMITED BY SIZE
                 INTO WS-RECUSAS-MEMBRO
                 WITH POINTER WS-PTR-RECUSA
               END-STRING
           END-IF
           .
       P440-LISTA.
