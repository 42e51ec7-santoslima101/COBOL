      *abre o cadastro de campanhas e o de destinatarios (criando
      *na primeira vez) e grava o cabecalho da campanha com os
      *criterios informados; o numero e o maior existente mais um
       P620-ABRE-CAMPANHA.
           SET CAMPANHA-FECHADA TO TRUE
           SET WS-CAMP-QTD TO 0
           OPEN I-O CAMPANHAS
           IF WS-FS-CAMP EQUAL 35 THEN
               OPEN OUTPUT CAMPANHAS
               CLOSE CAMPANHAS
               OPEN I-O CAMPANHAS
           END-IF
           IF NOT FS-CAMP-OK THEN
               SET CAMPANHA-COM-ERRO TO TRUE
           ELSE
               OPEN I-O CAMPANHA-DEST
               IF WS-FS-DEST EQUAL 35 THEN
                   OPEN OUTPUT CAMPANHA-DEST
                   CLOSE CAMPANHA-DEST
                   OPEN I-O CAMPANHA-DEST
               END-IF
               IF NOT FS-DEST-OK THEN
                   CLOSE CAMPANHAS
                   SET CAMPANHA-COM-ERRO TO TRUE
               ELSE
                   PERFORM P622-PROXIMA-CAMPANHA
                   COMPUTE WS-CAMP-ID = WS-CAMP-MAXIMO + 1
                   MOVE WS-CAMP-ID            TO ID-CAMPANHA
                   MOVE WS-CAMP-NOME-INF      TO NM-CAMPANHA
                   ACCEPT WS-CAMP-DATA FROM DATE YYYYMMDD
                   MOVE WS-CAMP-DATA          TO CAMP-DATA
                   ACCEPT CAMP-HORA FROM TIME
                   MOVE WS-CAMP-CANAL-INF     TO CAMP-CANAL
                   MOVE WS-CAMP-CATEGORIA-INF TO CAMP-CATEGORIA
                   MOVE WS-CAMP-CIDADE-INF    TO CAMP-CIDADE
                   MOVE WS-CAMP-UF-INF        TO CAMP-UF
                   MOVE WS-CAMP-LISTA-INF     TO CAMP-LISTA
                   MOVE ZEROS                 TO CAMP-QTD-DEST
                   MOVE WS-CAMP-USUARIO-INF   TO CAMP-USUARIO
                   MOVE WS-CAMP-PROGRAMA-INF  TO CAMP-PROGRAMA
                   MOVE WS-CAMP-EMPRESA-INF   TO CAMP-EMPRESA
                   MOVE WS-CAMP-FILIAIS-INF   TO CAMP-INCLUI-FILIAIS
                   WRITE REG-CAMPANHAS
                       INVALID KEY
                           CLOSE CAMPANHA-DEST
                           CLOSE CAMPANHAS
                           SET CAMPANHA-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           SET CAMPANHA-ABERTA TO TRUE
                   END-WRITE
               END-IF
           END-IF
           .
       P622-PROXIMA-CAMPANHA.
           SET EOF-CAMP-OK TO FALSE
           SET WS-CAMP-MAXIMO TO 0
           MOVE 0 TO ID-CAMPANHA
           START CAMPANHAS KEY IS >= ID-CAMPANHA
               INVALID KEY
                   SET EOF-CAMP-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-CAMP-OK
               READ CAMPANHAS NEXT RECORD
                   AT END
                       SET EOF-CAMP-OK TO TRUE
                   NOT AT END
                       IF ID-CAMPANHA > WS-CAMP-MAXIMO THEN
                           MOVE ID-CAMPANHA TO WS-CAMP-MAXIMO
                       END-IF
               END-READ
           END-PERFORM
           .
      *grava o contato em WS-CAMP-DEST-ID como destinatario da
      *campanha aberta
       P625-REGISTRA-DESTINATARIO.
           IF CAMPANHA-ABERTA THEN
               MOVE WS-CAMP-ID             TO DEST-ID-CAMPANHA
               MOVE WS-CAMP-DEST-ID        TO DEST-ID-CONTATO
               MOVE WS-CAMP-DEST-ID        TO DEST-CONTATO
               MOVE WS-CAMP-ID             TO DEST-CAMPANHA
               MOVE WS-CAMP-DATA           TO DEST-DATA
               MOVE WS-CAMP-DEST-CATEGORIA TO DEST-CATEGORIA
               MOVE WS-CAMP-DEST-DONO      TO DEST-DONO
               WRITE REG-CAMPANHA-DEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CAMP-QTD
               END-WRITE
           END-IF
           .
      *fecha a campanha gravando a quantidade de destinatarios
       P629-FECHA-CAMPANHA.
           IF CAMPANHA-ABERTA THEN
               MOVE WS-CAMP-ID TO ID-CAMPANHA
               READ CAMPANHAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CAMP-QTD TO CAMP-QTD-DEST
                       REWRITE REG-CAMPANHAS
               END-READ
               CLOSE CAMPANHA-DEST
               CLOSE CAMPANHAS
           END-IF
           SET CAMPANHA-FECHADA TO TRUE
           .
