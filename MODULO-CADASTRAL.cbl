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

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               SELECT TERRITORIOS ASSIGN TO
               WS-CAMINHO-TERRIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CHAVE
               FILE STATUS IS WS-FS-TER.

               SELECT CEP-REFERENCIA ASSIGN TO
               WS-CAMINHO-CEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               ALTERNATE RECORD KEY IS CEP-LOCALIDADE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CEP.

               SELECT CONTROLE-ID ASSIGN TO
               WS-CAMINHO-CONTROLE
               ORGANIZATION IS INDEXED
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       FD EMPRESAS.
          COPY FD-EMPRESAS.

       FD CEP-REFERENCIA.
          COPY FD-CEP.

       FD CATEGORIAS.
          COPY FD-CATEGORIAS.

       FD MEIOS-CONTATO.
          COPY FD-MEIOS.

       FD TERRITORIOS.
          COPY FD-TERRITORIOS.

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
       77 WS-CAMPOS-OK             PIC X VALUE 'N'.
          88 CAMPOS-VALIDOS        VALUE 'S' FALSE 'N'.
       77 WS-TAM-CEP               PIC 9(02) VALUE ZEROS.
      *cpf como digitado na tela, com ou sem pontuacao
       77 WS-CPF-DIGITADO          PIC X(14) VALUE SPACES.
       77 WS-CPF-OK                PIC X VALUE 'N'.
          88 CPF-VALIDO            VALUE 'S' FALSE 'N'.
       77 WS-TELA-OK                PIC X VALUE 'N'.
          88 TELA-CONFIRMADA        VALUE 'S' FALSE 'N'.
       77 WS-TELA-FIM               PIC X VALUE 'N'.
          88 TELA-ENCERRADA         VALUE 'S' FALSE 'N'.
       77 WS-GRAVOU                 PIC X VALUE 'N'.
          88 CONTATO-GRAVADO        VALUE 'S' FALSE 'N'.
       77 WS-DONO-MUDOU             PIC X VALUE 'N'.
          88 CARTEIRA-MUDOU         VALUE 'S' FALSE 'N'.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY CONTROLE-ID-WS.
          COPY CATEGORIA-WS.
          COPY MEIOS-WS.
          COPY PADRAO-WS.
          COPY DOCUMENTO-WS.
          COPY CEP-WS.
          COPY TERRITORIO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LINE 14 COLUMN 05 VALUE 'EMPRESA...:'.
          03 LINE 14 COLUMN 18 PIC 9(04) USING WS-ID-EMPRESA-CONTATO.
          03 LINE 14 COLUMN 24 VALUE '(0 = SEM EMPRESA)'.
          03 LINE 15 COLUMN 05 VALUE 'CPF.......:'.
          03 LINE 15 COLUMN 18 PIC X(14) USING WS-CPF-DIGITADO.
          03 LINE 16 COLUMN 05 VALUE 'CARTEIRA..:'.
          03 LINE 16 COLUMN 18 PIC X(10) FROM WS-DONO-CONTATO.
          03 LINE 17 COLUMN 05 VALUE 'CONFIRMA O CADASTRO?'.
          03 LINE 17 COLUMN 26 VALUE '<S>IM OU <N>AO:'.
          03 LINE 17 COLUMN 42 PIC X(01) USING WS-CONFIRM.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
                           WS-CIDADE-CONTATO
                           WS-UF-CONTATO
                           WS-CEP-CONTATO
                           WS-CPF-CONTATO
                           WS-CPF-DIGITADO
                           WS-CONFIRM
           MOVE 0 TO WS-ID-EMPRESA-CONTATO
      *a carteira do contato novo e do proprio operador, ou a do
      *territorio de venda da uf/cep quando houver (P197); o
      *remanejo individual e feito na alteracao pelo administrador
           MOVE LK-USUARIO TO WS-DONO-CONTATO
           PERFORM P180-CARREGA-CATEGORIAS
                                           TO UF-CONTATO
               MOVE WS-CEP-CONTATO         TO CEP-CONTATO
               MOVE WS-DONO-CONTATO        TO DONO-CONTATO
               MOVE WS-CPF-CONTATO         TO CPF-CONTATO
               SET CONTATO-ATIVO           TO TRUE

               MOVE 0 TO WS-TENTATIVAS
          COPY MEIOS-LISTA.
          COPY MEIOS-MANTEM.
          COPY PADRAO-CAMPOS.
          COPY DOCUMENTO-VALIDA.
          COPY DOCUMENTO-DUPLICADO.
          COPY CEP-PREENCHE.
          COPY TERRITORIO-BUSCA.
      *valida cep, telefone, email e vinculo de empresa do
      *formulario, com as mesmas regras da padronizacao em lote;
      *o telefone sai normalizado para o formato da casa
               DISPLAY 'CEP INVALIDO! USE 8 DIGITOS OU DEIXE EM'
                       ' BRANCO.'
           ELSE
               PERFORM P790-PREENCHE-CEP
               PERFORM P197-CARTEIRA-TERRITORIO
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
                               SET CAMPOS-VALIDOS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *com a uf (e o cep) ja conferidos pela base, a carteira passa
      *a ser a do territorio de venda; fora de qualquer territorio
      *volta a ser do proprio operador. CARTEIRA-MUDOU devolve o
      *formulario para o operador ver o novo dono antes de gravar
       P197-CARTEIRA-TERRITORIO.
           SET CARTEIRA-MUDOU TO FALSE
           MOVE WS-UF-CONTATO  TO WS-TER-UF-BUSCA
           MOVE WS-CEP-CONTATO TO WS-TER-CEP-BUSCA
           PERFORM P795-BUSCA-TERRITORIO THRU P795-SAI
           IF TERRITORIO-ACHADO THEN
               IF WS-DONO-CONTATO NOT = WS-TER-DONO-ACHADO THEN
                   MOVE WS-TER-DONO-ACHADO TO WS-DONO-CONTATO
                   SET CARTEIRA-MUDOU TO TRUE
                   DISPLAY 'CARTEIRA DO TERRITORIO '
                           FUNCTION TRIM(WS-TER-NOME-ACHADO) ': '
                           WS-TER-DONO-ACHADO
               END-IF
           ELSE
               IF WS-DONO-CONTATO NOT = LK-USUARIO THEN
                   MOVE LK-USUARIO TO WS-DONO-CONTATO
                   SET CARTEIRA-MUDOU TO TRUE
               END-IF
           END-IF
           .
      *cep vazio segue permitido (preenchimento gradual); quando
      *informado precisa ter os 8 digitos numericos dos correios
       P196-VALIDA-CEP.
               END-IF
           END-IF
           .
      *cpf em branco segue permitido; informado precisa conferir
      *os digitos verificadores e nao pode estar em outro contato
      *ativo
       P192-VALIDA-CPF.
           SET CPF-VALIDO TO FALSE
           MOVE WS-CPF-DIGITADO TO WS-DOC-NUMERO
           PERFORM P720-VALIDA-CPF
           IF NOT DOCUMENTO-VALIDO THEN
               DISPLAY 'CPF INVALIDO! CONFIRA OS DIGITOS OU DEIXE EM'
                       ' BRANCO.'
           ELSE
               MOVE WS-DOC-DIGITOS(1:11) TO WS-CPF-CONTATO
               SET CPF-VALIDO TO TRUE
               IF WS-CPF-CONTATO NOT = SPACES THEN
                   OPEN INPUT CONTATOS
                   IF FS-OK THEN
                       MOVE WS-ID-CONTATO TO WS-DOC-ID-PROPRIO
                       PERFORM P740-VERIFICA-CPF-DUPLICADO
                       CLOSE CONTATOS
                       IF CPF-DUPLICADO THEN
                           DISPLAY 'CPF JA CADASTRADO NO CONTATO ATIVO '
                                   WS-DOC-ID-DUPLICADO '!'
                           SET CPF-VALIDO TO FALSE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *vinculo zero e sem empresa; diferente de zero precisa
      *existir e estar ativa no cadastro de empresas
       P190-VALIDA-EMPRESA.
                       IF NOT CAMPOS-VALIDOS THEN
                           CONTINUE
                       ELSE
      *endereco completado pela base de cep volta para a tela
      *antes de gravar, para o operador conferir
                       IF CEP-COMPLETOU OR CARTEIRA-MUDOU THEN
                           IF CEP-COMPLETOU THEN
                               DISPLAY 'ENDERECO COMPLETADO PELO CEP;'
                                       ' CONFIRA E CONFIRME DE NOVO.'
                           ELSE
                               DISPLAY 'CARTEIRA DEFINIDA PELO'
                                       ' TERRITORIO; CONFIRME DE NOVO.'
                           END-IF
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
