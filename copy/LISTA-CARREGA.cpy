      *abre os membros de lista e conta os da lista em
      *WS-LISTA-FILTRO lendo pela chave composta a partir do
      *contato zero ate a lista mudar; o arquivo fica aberto para
      *as consultas de P695 ate o P698-FECHA-MEMBROS
       P690-CARREGA-MEMBROS.
           SET EOF-LIMEM-OK TO FALSE
           SET MEMBROS-ABERTOS TO FALSE
           SET WS-QTD-MEMBROS TO 0

           OPEN INPUT LISTAS-MEMBROS
                   DISPLAY 'FILE STATUS:' WS-FS-LIMEM
               END-IF
           ELSE
               SET MEMBROS-ABERTOS TO TRUE
               MOVE WS-LISTA-FILTRO TO MEM-ID-LISTA
               MOVE ZEROS           TO MEM-ID-CONTATO
               START LISTAS-MEMBROS KEY IS >= MEM-CHAVE
                           IF MEM-ID-LISTA NOT = WS-LISTA-FILTRO THEN
                               SET EOF-LIMEM-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-QTD-MEMBROS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *confere se o contato em WS-MEMBRO-TESTE pertence a lista
      *carregada, devolvendo a resposta em CONTATO-NA-LISTA
       P695-VERIFICA-MEMBRO.
           SET CONTATO-NA-LISTA TO FALSE
           IF MEMBROS-ABERTOS THEN
               MOVE WS-LISTA-FILTRO TO MEM-ID-LISTA
               MOVE WS-MEMBRO-TESTE TO MEM-ID-CONTATO
               READ LISTAS-MEMBROS KEY IS MEM-CHAVE
                   NOT INVALID KEY
                       SET CONTATO-NA-LISTA TO TRUE
               END-READ
           END-IF
           .
       P698-FECHA-MEMBROS.
           IF MEMBROS-ABERTOS THEN
               CLOSE LISTAS-MEMBROS
               SET MEMBROS-ABERTOS TO FALSE
           END-IF
           .
