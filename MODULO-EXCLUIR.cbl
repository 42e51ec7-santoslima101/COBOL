           FILE-CONTROL.
               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

               SELECT RELACIONAMENTOS ASSIGN TO
               WS-CAMINHO-RELAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLC-CHAVE
               FILE STATUS IS WS-FS-RLC.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD RELACIONAMENTOS.
          COPY FD-RELACIONAMENTOS.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO              PIC X(193) VALUE SPACES.
      *O FILLER REDEFINES preenche os espaços vazios
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO         PIC 9(06).
          03 WS-UF-CONTATO         PIC X(02).
          03 WS-CEP-CONTATO        PIC X(08).
          03 WS-DONO-CONTATO       PIC X(10).
          03 WS-CPF-CONTATO        PIC X(11).
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
      *status de conflito de bloqueio quando outro processo
          88 PRE-SELECIONADO       VALUE 'S' FALSE 'N'.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY RELACAO-WS.
          COPY DOCUMENTO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
                                DISPLAY 'CONTATO JA ESTA ATIVO!'
                             ELSE
                                IF ACAO-EXCLUIR OR ACAO-RESTAURAR THEN
                                   PERFORM P445-CONFERE-CPF
                                   IF CPF-DUPLICADO THEN
                                      DISPLAY 'RESTAURACAO BARRADA: O'
                                              ' CPF ESTA NO CONTATO'
                                              ' ATIVO '
                                              WS-DOC-ID-DUPLICADO '!'
                                   ELSE
                                      PERFORM P450-CONFIRMA-ACAO
                                   END-IF
                                ELSE
                                   DISPLAY 'ACAO INVALIDA!'
                                END-IF
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY RELACAO-VERIFICA.
          COPY DOCUMENTO-DUPLICADO.
       P170-ABRE-CONTATOS.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM WITH TEST AFTER
               END-IF
           END-PERFORM
           .
      *o contato volta a valer como ativo, entao o cpf dele nao
      *pode estar em outro contato ativo (mesma regra do cadastro)
       P445-CONFERE-CPF.
           SET CPF-DUPLICADO TO FALSE
           IF ACAO-RESTAURAR THEN
               MOVE CPF-CONTATO TO WS-DOC-DIGITOS
               MOVE ID-CONTATO  TO WS-DOC-ID-PROPRIO
               PERFORM P740-VERIFICA-CPF-DUPLICADO
           END-IF
           .
       P450-CONFIRMA-ACAO.
      *o vinculo pessoal nao impede a exclusao, mas o operador
      *precisa saber que as pessoas ligadas ficam sem a referencia
           IF ACAO-EXCLUIR THEN
               MOVE ID-CONTATO TO WS-RLC-ID-TESTE
               PERFORM P820-CONTA-RELACOES
               IF WS-RLC-QTD-ATIVOS > 0 THEN
                   DISPLAY 'ATENCAO: CONTATO TEM ' WS-RLC-QTD-ATIVOS
                           ' RELACIONAMENTO(S) ATIVO(S).'
               END-IF
               DISPLAY 'Tem certeza que deseja excluir?'
                       'Tecle <S> para prosseguir.'
                      'Tecle qualquer tecla para nao excluir'
