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

               SELECT CATEGORIAS ASSIGN TO
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               SELECT CEP-REFERENCIA ASSIGN TO
               WS-CAMINHO-CEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               ALTERNATE RECORD KEY IS CEP-LOCALIDADE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CEP.

               SELECT DEVOLUCOES ASSIGN TO
               WS-CAMINHO-DEVOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEV.

               SELECT LOG-TRANSACOES ASSIGN TO
               WS-CAMINHO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT CONFIRMACOES ASSIGN TO
               WS-CAMINHO-CONFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-ID-CONTATO
               FILE STATUS IS WS-FS-CNF.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD EMPRESAS.
          COPY FD-EMPRESAS.

       FD CEP-REFERENCIA.
          COPY FD-CEP.

       FD DEVOLUCOES.
          COPY FD-DEVOLUCOES.

       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD CONFIRMACOES.
          COPY FD-CONFIRMACOES.

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
       77 WS-DONO-OK               PIC X VALUE 'N'.
          88 DONO-VALIDO           VALUE 'S' FALSE 'N'.
       77 WS-TAM-CEP               PIC 9(02) VALUE ZEROS.
      *cpf como digitado na tela, com ou sem pontuacao
       77 WS-CPF-DIGITADO          PIC X(14) VALUE SPACES.
       77 WS-CPF-OK                PIC X VALUE 'N'.
          88 CPF-VALIDO            VALUE 'S' FALSE 'N'.
       77 WS-TELA-OK                PIC X VALUE 'N'.
          88 TELA-CONFIRMADA        VALUE 'S' FALSE 'N'.
       77 WS-TELA-FIM               PIC X VALUE 'N'.
          88 TELA-ENCERRADA         VALUE 'S' FALSE 'N'.
       77 WS-PRE-SEL                PIC X VALUE 'N'.
          88 PRE-SELECIONADO        VALUE 'S' FALSE 'N'.
      *endereco e email como estavam ao abrir o cadastro: mudou
      *algum deles, a marca de devolucao daquele canal cai
       01 WS-ENDER-ANTES.
          03 WS-ANT-ENDERECO       PIC X(40).
          03 WS-ANT-NUMERO         PIC X(06).
          03 WS-ANT-CIDADE         PIC X(20).
          03 WS-ANT-UF             PIC X(02).
          03 WS-ANT-CEP            PIC X(08).
       01 WS-ENDER-DEPOIS.
          03 WS-DEP-ENDERECO       PIC X(40).
          03 WS-DEP-NUMERO         PIC X(06).
          03 WS-DEP-CIDADE         PIC X(20).
          03 WS-DEP-UF             PIC X(02).
          03 WS-DEP-CEP            PIC X(08).
       77 WS-ANT-EMAIL             PIC X(40) VALUE SPACES.
       77 WS-DEV-AVISO             PIC X(70) VALUE SPACES.
          COPY WS-LOG.
          COPY CATEGORIA-WS.
          COPY CONFIG-WS.
          COPY MEIOS-WS.
          COPY PADRAO-WS.
          COPY DOCUMENTO-WS.
          COPY CEP-WS.
          COPY DEVOLUCAO-WS.
          COPY CONFIRMA-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LINE 14 COLUMN 05 VALUE 'EMPRESA...:'.
          03 LINE 14 COLUMN 18 PIC 9(04) USING WS-ID-EMPRESA-CONTATO.
          03 LINE 14 COLUMN 24 VALUE '(0 = SEM EMPRESA)'.
          03 LINE 15 COLUMN 05 VALUE 'CPF.......:'.
          03 LINE 15 COLUMN 18 PIC X(14) USING WS-CPF-DIGITADO.
          03 LINE 16 COLUMN 05 VALUE 'CARTEIRA..:'.
          03 LINE 16 COLUMN 18 PIC X(10) USING WS-DONO-CONTATO.
          03 LINE 19 COLUMN 05 PIC X(70) FROM WS-DEV-AVISO.
          03 LINE 17 COLUMN 05 VALUE 'CONFIRMA A ALTERACAO?'.
          03 LINE 17 COLUMN 27 VALUE '<S>IM OU <N>AO:'.
          03 LINE 17 COLUMN 43 PIC X(01) USING WS-CONFIRM.

       PROCEDURE DIVISION USING LK-COM-AREA.

      *para o log mostrar campo a campo o que mudou
                          MOVE WS-REGISTRO     TO WS-LOG-IMAGEM-ANTES
                          PERFORM P180-CARREGA-CATEGORIAS
                          MOVE WS-CPF-CONTATO  TO WS-CPF-DIGITADO
                          MOVE SPACES          TO WS-CONFIRM
                          PERFORM P200-AVISA-DEVOLUCAO
                          PERFORM P165-ACEITA-TELA
                          IF TELA-CONFIRMADA THEN
      *nomes sao guardados em maiusculas para a chave alternativa
                               MOVE FUNCTION UPPER-CASE
                                    (WS-DONO-CONTATO)
                                    TO DONO-CONTATO
                               MOVE WS-CPF-CONTATO
                                    TO CPF-CONTATO
                               MOVE 0 TO WS-TENTATIVAS
                               PERFORM WITH TEST AFTER
                                       UNTIL NOT FS-BLOQUEIO OR
                                   PERFORM P500-GRAVA-LOG
                                   DISPLAY
                                       'Contato alterado com sucesso!'
                                   PERFORM P205-LIMPA-DEVOLUCAO
      *gravar o cadastro revisado em tela vale como confirmacao
      *de que os dados do contato estao corretos
                                   MOVE ID-CONTATO TO WS-CNF-ID-TESTE
                                   MOVE 'A'        TO WS-CNF-ORIGEM
                                   PERFORM P835-GRAVA-CONFIRMACAO
      *os demais telefones e emails moram no arquivo de meios e
      *podem ser mantidos na mesma visita ao cadastro
                                   MOVE ID-CONTATO TO WS-MEIO-ID
          COPY MEIOS-LISTA.
          COPY MEIOS-MANTEM.
          COPY PADRAO-CAMPOS.
          COPY DOCUMENTO-VALIDA.
          COPY DOCUMENTO-DUPLICADO.
          COPY CEP-PREENCHE.
          COPY DEVOLUCAO-VERIFICA.
          COPY CONFIRMA-GRAVA.
      *aceita o formulario completo e repete a tela, sem perder o
      *que ja foi digitado, ate os campos passarem na validacao ou
      *o operador responder <N> na confirmacao
                       IF NOT CAMPOS-VALIDOS THEN
                           CONTINUE
                       ELSE
      *endereco completado pela base de cep volta para a tela
      *antes de gravar, para o operador conferir
                       IF CEP-COMPLETOU THEN
                           DISPLAY 'ENDERECO COMPLETADO PELO CEP;'
                                   ' CONFIRA E CONFIRME DE NOVO.'
                           MOVE SPACES TO WS-CONFIRM
                       ELSE
                       IF WS-CONFIRM EQUAL 'S' THEN
                           SET TELA-CONFIRMADA TO TRUE
                           SET TELA-ENCERRADA  TO TRUE
                                   ' CONFIRMACAO.'
                       END-IF
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY 'CATEGORIA NAO CADASTRADA!'
                               ' USE UMA DA LISTA.'
               DISPLAY 'CEP INVALIDO! USE 8 DIGITOS OU DEIXE EM'
                       ' BRANCO.'
           ELSE
               PERFORM P790-PREENCHE-CEP
               MOVE WS-FONE-CONTATO TO WS-PAD-FONE
               PERFORM P700-NORMALIZA-FONE
               IF NOT FONE-PADRAO-OK THEN
                   IF NOT EMAIL-PADRAO-OK THEN
                       DISPLAY 'EMAIL INVALIDO!'
                   ELSE
                       PERFORM P192-VALIDA-CPF
                       IF CPF-VALIDO THEN
                           PERFORM P190-VALIDA-EMPRESA
                           IF EMPRESA-VALIDA THEN
                               PERFORM P199-VALIDA-DONO
                               IF DONO-VALIDO THEN
                                   SET CAMPOS-VALIDOS TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *cpf em branco segue permitido; informado precisa conferir
      *os digitos verificadores e nao pode estar em outro contato
      *ativo (o arquivo ja esta aberto para a alteracao)
       P192-VALIDA-CPF.
           SET CPF-VALIDO TO FALSE
           MOVE WS-CPF-DIGITADO TO WS-DOC-NUMERO
           PERFORM P720-VALIDA-CPF
           IF NOT DOCUMENTO-VALIDO THEN
               DISPLAY 'CPF INVALIDO! CONFIRA OS DIGITOS OU DEIXE EM'
                       ' BRANCO.'
           ELSE
               MOVE WS-DOC-DIGITOS(1:11) TO WS-CPF-CONTATO
               MOVE WS-ID-CONTATO TO WS-DOC-ID-PROPRIO
               PERFORM P740-VERIFICA-CPF-DUPLICADO
               IF CPF-DUPLICADO THEN
                   DISPLAY 'CPF JA CADASTRADO NO CONTATO ATIVO '
                           WS-DOC-ID-DUPLICADO '!'
               ELSE
                   SET CPF-VALIDO TO TRUE
               END-IF
           END-IF
           .
      *cep vazio segue permitido (preenchimento gradual); quando
      *informado precisa ter os 8 digitos numericos dos correios
       P196-VALIDA-CEP.
               END-IF
           END-IF
           .
      *endereco ou email devolvido aparece no rodape da tela, para
      *o operador saber o que precisa corrigir
       P200-AVISA-DEVOLUCAO.
           MOVE ENDERECO-CONTATO TO WS-ANT-ENDERECO
           MOVE NUMERO-CONTATO   TO WS-ANT-NUMERO
           MOVE CIDADE-CONTATO   TO WS-ANT-CIDADE
           MOVE UF-CONTATO       TO WS-ANT-UF
           MOVE CEP-CONTATO      TO WS-ANT-CEP
           MOVE CEP-CONTATO      TO WS-CEP-ANTERIOR
           MOVE EMAIL-CONTATO    TO WS-ANT-EMAIL
           MOVE SPACES           TO WS-DEV-AVISO

           PERFORM P600-ABRE-DEVOLUCOES
           IF DEVOLUCOES-DISPONIVEL THEN
               MOVE ID-CONTATO       TO WS-DEV-ID-TESTE
               MOVE 'C'              TO WS-DEV-CANAL-TESTE
               MOVE ZEROS            TO WS-DEV-SEQ-TESTE
               MOVE ENDERECO-CONTATO TO WS-DEV-VALOR-TESTE
               PERFORM P605-VERIFICA-DEVOLUCAO
               IF MEIO-DEVOLVIDO THEN
                   ADD 1 TO WS-DEV-PULA-CARTA
               END-IF
               MOVE 'E'              TO WS-DEV-CANAL-TESTE
               MOVE EMAIL-CONTATO    TO WS-DEV-VALOR-TESTE
               PERFORM P605-VERIFICA-DEVOLUCAO
               IF MEIO-DEVOLVIDO THEN
                   ADD 1 TO WS-DEV-PULA-EMAIL
               END-IF
           END-IF
           PERFORM P609-FECHA-DEVOLUCOES

           EVALUATE TRUE
               WHEN WS-DEV-PULA-CARTA > 0 AND WS-DEV-PULA-EMAIL > 0
                   MOVE 'ATENCAO: ENDERECO E EMAIL DEVOLVIDOS; CORRIJA'
                        TO WS-DEV-AVISO
               WHEN WS-DEV-PULA-CARTA > 0
                   MOVE 'ATENCAO: ENDERECO DEVOLVIDO; CORRIJA'
                        TO WS-DEV-AVISO
               WHEN WS-DEV-PULA-EMAIL > 0
                   MOVE 'ATENCAO: EMAIL DEVOLVIDO; CORRIJA'
                        TO WS-DEV-AVISO
           END-EVALUATE
           .
      *endereco ou email corrigido retira a marca de devolucao do
      *canal; a mala direta e o vcard voltam a usar o contato
       P205-LIMPA-DEVOLUCAO.
           MOVE ENDERECO-CONTATO TO WS-DEP-ENDERECO
           MOVE NUMERO-CONTATO   TO WS-DEP-NUMERO
           MOVE CIDADE-CONTATO   TO WS-DEP-CIDADE
           MOVE UF-CONTATO       TO WS-DEP-UF
           MOVE CEP-CONTATO      TO WS-DEP-CEP
           IF WS-ENDER-DEPOIS = WS-ENDER-ANTES AND
              EMAIL-CONTATO = WS-ANT-EMAIL THEN
               CONTINUE
           ELSE
               OPEN I-O DEVOLUCOES
               IF FS-DEV-OK THEN
                   MOVE ID-CONTATO TO DEV-ID-CONTATO
                   MOVE ZEROS      TO DEV-SEQ
                   IF WS-ENDER-DEPOIS NOT = WS-ENDER-ANTES THEN
                       MOVE 'C' TO DEV-CANAL
                       DELETE DEVOLUCOES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY 'MARCA DE CARTA DEVOLVIDA'
                                       ' RETIRADA.'
                       END-DELETE
                   END-IF
                   IF EMAIL-CONTATO NOT = WS-ANT-EMAIL THEN
                       MOVE 'E' TO DEV-CANAL
                       DELETE DEVOLUCOES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY 'MARCA DE EMAIL DEVOLVIDO'
                                       ' RETIRADA.'
                       END-DELETE
                   END-IF
                   CLOSE DEVOLUCOES
               END-IF
           END-IF
           .
       P170-ABRE-CONTATOS.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM WITH TEST AFTER
