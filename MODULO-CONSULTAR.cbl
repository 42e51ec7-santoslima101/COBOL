               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               SELECT EMPRESAS ASSIGN TO
               WS-CAMINHO-EMPRESAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-EMPRESA
               FILE STATUS IS WS-FS-EMP.

               RECORD KEY IS ID-PENDENCIA
               FILE STATUS IS WS-FS-PEND.

               SELECT CAMPANHAS ASSIGN TO
               WS-CAMINHO-CAMPANHAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CAMPANHA
               FILE STATUS IS WS-FS-CAMP.

               SELECT CAMPANHA-DEST ASSIGN TO
               WS-CAMINHO-CAMPDEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEST-CHAVE
               ALTERNATE RECORD KEY IS DEST-CHAVE-CONTATO
               FILE STATUS IS WS-FS-DEST.

               SELECT RELACIONAMENTOS ASSIGN TO
               WS-CAMINHO-RELAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLC-CHAVE
               FILE STATUS IS WS-FS-RLC.

      *acesso direto por id aos contatos relacionados, sem mexer
      *na posicao da leitura por nome/cpf do arquivo principal
               SELECT CONTATOS-VINCULO ASSIGN TO
               WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VNC-ID-CONTATO
               ALTERNATE RECORD KEY IS VNC-NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS VNC-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VNC.

               SELECT CONFIRMACOES ASSIGN TO
               WS-CAMINHO-CONFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-ID-CONTATO
               FILE STATUS IS WS-FS-CNF.

               SELECT LOG-TRANSACOES ASSIGN TO
               WS-CAMINHO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

               SELECT HISTORICO-CONTATO ASSIGN TO
               WS-CAMINHO-HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

       DATA DIVISION.
       FILE SECTION.
      *NÃO COPIE O TITULO COM O FD
       FD PENDENCIAS.
          COPY FD-PENDENCIAS.

       FD CAMPANHAS.
          COPY FD-CAMPANHAS.

       FD CAMPANHA-DEST.
          COPY FD-CAMPANHA-DEST.

       FD RELACIONAMENTOS.
          COPY FD-RELACIONAMENTOS.

       FD CONTATOS-VINCULO.
       01 REG-CONTATOS-VNC.
          03 VNC-ID-CONTATO          PIC 9(06).
          03 VNC-NM-CONTATO          PIC X(20).
          03 VNC-RESTO-CONTATO.
             05 VNC-FONE             PIC X(15).
             05 VNC-EMAIL            PIC X(40).
             05 VNC-ENDERECO         PIC X(40).
             05 VNC-STATUS           PIC X(01).
                88 VNC-ATIVO         VALUE 'A'.
             05 VNC-CATEGORIA        PIC X(10).
             05 VNC-ID-EMPRESA       PIC 9(04).
             05 VNC-NUMERO           PIC X(06).
             05 VNC-CIDADE           PIC X(20).
             05 VNC-UF               PIC X(02).
             05 VNC-CEP              PIC X(08).
             05 VNC-DONO             PIC X(10).
             05 VNC-CPF              PIC X(11).

       FD CONFIRMACOES.
          COPY FD-CONFIRMACOES.

       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

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
       77 WS-EOF                   PIC X.
       77 WS-OP-BUSCA              PIC X VALUE 'I'.
          88 BUSCA-POR-ID          VALUE 'I'.
          88 BUSCA-POR-NOME        VALUE 'N'.
          88 BUSCA-POR-DOCUMENTO   VALUE 'C'.
       77 WS-NM-BUSCA              PIC X(20) VALUE SPACES.
       77 WS-TAM-BUSCA             PIC 9(02) VALUE ZEROS.
       77 WS-CONT-ACHADOS          PIC 9(0003) VALUE ZEROS.
          88 INTER-REGISTRA        VALUE 'R'.
          88 INTER-VER             VALUE 'V'.
          88 INTER-PROPOE          VALUE 'P'.
          88 INTER-CAMPANHAS       VALUE 'C'.
          88 INTER-PESSOAS         VALUE 'E'.
          88 INTER-CONFIRMA        VALUE 'D'.
       77 WS-INT-TIPO-INF           PIC X VALUE SPACES.
       77 WS-INT-NOTA-INF           PIC X(60) VALUE SPACES.
       77 WS-TIPO-EXT               PIC X(09) VALUE SPACES.
       77 WS-PROP-ENDERECO          PIC X(40) VALUE SPACES.
       77 WS-PROP-CATEGORIA         PIC X(10) VALUE SPACES.
       77 WS-PROP-OBS               PIC X(40) VALUE SPACES.
      *busca por documento: 11 digitos procuram o cpf do contato
      *pela chave alternativa, 14 digitos procuram a empresa pelo
      *cnpj e listam os contatos vinculados a ela
       77 WS-DOC-BUSCA              PIC X(18) VALUE SPACES.
       77 WS-CPF-TELA               PIC X(14) VALUE SPACES.
       77 WS-EOF-EMP                PIC X.
          88 EOF-EMP-OK            VALUE 'S' FALSE 'N'.
       77 WS-ID-EMP-BUSCA           PIC 9(04) VALUE ZEROS.
      *vinculos pessoais do contato consultado
       77 WS-FS-VNC                 PIC 99.
          88 FS-VNC-OK             VALUE 0.
       77 WS-OP-VINCULO             PIC X VALUE SPACES.
          88 VINCULO-INCLUI        VALUE 'I'.
          88 VINCULO-REMOVE        VALUE 'R'.
       77 WS-ID-VINCULO             PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-VINCULO           PIC X VALUE SPACES.
       77 WS-NOME-VINCULO           PIC X(24) VALUE SPACES.
       77 WS-CONT-VINCULOS          PIC 9(04) VALUE ZEROS.
       77 WS-VINCULO-OK             PIC X VALUE 'N'.
          88 VINCULO-VALIDO        VALUE 'S' FALSE 'N'.
          COPY DOCUMENTO-WS.
          COPY CONFIG-WS.
          COPY MEIOS-WS.
          COPY MASCARA-WS.
          COPY CAMPANHA-WS.
          COPY RELACAO-WS.
          COPY CONFIRMA-WS.
          COPY WS-LOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LINE 13 COLUMN 18 PIC X(10) FROM WS-CATEGORIA-CONTATO.
          03 LINE 14 COLUMN 05 VALUE 'SITUACAO..:'.
          03 LINE 14 COLUMN 18 PIC X(07) FROM WS-SITUACAO.
          03 LINE 14 COLUMN 40 VALUE 'CPF:'.
          03 LINE 14 COLUMN 45 PIC X(14) FROM WS-CPF-TELA.
          03 LINE 15 COLUMN 05 VALUE 'EMPRESA...:'.
          03 LINE 15 COLUMN 18 PIC X(30) FROM WS-NOME-EMPRESA.
          03 LINE 16 COLUMN 05 VALUE 'CARTEIRA..:'.

       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            IF LK-USUARIO NOT EQUAL SPACES THEN
                MOVE LK-USUARIO    TO WS-LOG-USUARIO
            END-IF
            DISPLAY '***CONSULTAR CONTATOS***'
            SET EXIT-OK            TO FALSE
            PERFORM P3OO-CONSULTAR THRU P300-FIM UNTIL EXIT-OK
                   END-READ
               ELSE
                   SET PRE-SELECIONADO TO FALSE
                   DISPLAY 'Consultar por <I>D, por <N>ome ou por'
                           ' <C>PF/CNPJ?'
                   ACCEPT WS-OP-BUSCA
                   MOVE FUNCTION UPPER-CASE(WS-OP-BUSCA)
                        TO WS-OP-BUSCA

                   EVALUATE TRUE
                   WHEN BUSCA-POR-NOME
                       PERFORM P350-CONSULTA-POR-NOME
                   WHEN BUSCA-POR-DOCUMENTO
                       PERFORM P355-CONSULTA-POR-DOCUMENTO
                   WHEN OTHER
                       DISPLAY 'Informe o numero de identificacao do'
                               ' contato:'
                       ACCEPT ID-CONTATO
                               NOT INVALID KEY
                                  PERFORM P360-MOSTRA-CONTATO
                       END-READ
                   END-EVALUATE
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
          COPY CONFIG-CARREGA.
          COPY MEIOS-LISTA.
          COPY MASCARA-CAMPOS.
          COPY DOCUMENTO-VALIDA.
          COPY RELACAO-VERIFICA.
          COPY CONFIRMA-GRAVA.
          COPY GRAVA-LOG.
       P350-CONSULTA-POR-NOME.
      *busca dirigida pela chave alternativa de nome: posiciona no
      *inicio do nome informado e le adiante ate sair do prefixo
               DISPLAY 'NENHUM CONTATO ENCONTRADO COM ESSE NOME!'
           END-IF
           .
      *o numero pode vir com ou sem pontuacao; a quantidade de
      *digitos decide se e cpf (contato) ou cnpj (empresa)
       P355-CONSULTA-POR-DOCUMENTO.
           SET WS-CONT-ACHADOS     TO 0
           DISPLAY 'Informe o CPF ou o CNPJ:'
           MOVE SPACES TO WS-DOC-BUSCA
           ACCEPT WS-DOC-BUSCA
           MOVE WS-DOC-BUSCA TO WS-DOC-NUMERO
           EVALUATE TRUE
               WHEN WS-DOC-BUSCA = SPACES
                   DISPLAY 'DOCUMENTO NAO INFORMADO!'
               WHEN OTHER
                   PERFORM P730-EXTRAI-DIGITOS
                   EVALUATE TRUE
                       WHEN NOT DOC-CARACTER-OK
                           DISPLAY 'DOCUMENTO INVALIDO!'
                       WHEN WS-DOC-QTD-DIG = 11
                           PERFORM P356-BUSCA-CPF
                       WHEN WS-DOC-QTD-DIG = 14
                           PERFORM P357-BUSCA-CNPJ
                       WHEN OTHER
                           DISPLAY 'INFORME 11 DIGITOS (CPF) OU 14'
                                   ' (CNPJ)!'
                   END-EVALUATE
           END-EVALUATE
           .
      *leitura dirigida pela chave alternativa de cpf; inativos
      *tambem aparecem, com a situacao na ficha
       P356-BUSCA-CPF.
           SET EOF-OK              TO FALSE
           MOVE WS-DOC-DIGITOS(1:11) TO CPF-CONTATO
           START CONTATOS KEY IS EQUAL CPF-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ CONTATOS NEXT RECORD INTO WS-REGISTRO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-CPF-CONTATO NOT = WS-DOC-DIGITOS(1:11)
                       THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-ACHADOS
                           PERFORM P360-MOSTRA-CONTATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-ACHADOS = 0 THEN
               DISPLAY 'NENHUM CONTATO ENCONTRADO COM ESSE CPF!'
           END-IF
           .
      *o cadastro de empresas e pequeno: varre ate achar o cnpj e
      *depois percorre os contatos vinculados a empresa achada
       P357-BUSCA-CNPJ.
           MOVE ZEROS TO WS-ID-EMP-BUSCA
           OPEN INPUT EMPRESAS
           IF NOT FS-EMP-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS!'
               DISPLAY 'FILE STATUS:' WS-FS-EMP
           ELSE
               SET EOF-EMP-OK TO FALSE
               PERFORM UNTIL EOF-EMP-OK
                   READ EMPRESAS NEXT RECORD
                       AT END
                           SET EOF-EMP-OK TO TRUE
                       NOT AT END
                           IF CNPJ-EMPRESA = WS-DOC-DIGITOS THEN
                               SET EOF-EMP-OK TO TRUE
                               MOVE ID-EMPRESA TO WS-ID-EMP-BUSCA
                               PERFORM P737-FORMATA-DOCUMENTO
                               DISPLAY 'EMPRESA ' ID-EMPRESA ' - '
                                       NM-EMPRESA
                               DISPLAY 'CNPJ: ' WS-DOC-FORMATADO
                                       '  SITUACAO: '
                                       STATUS-EMPRESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS
           END-IF

           IF WS-ID-EMP-BUSCA = 0 THEN
               DISPLAY 'NENHUMA EMPRESA ENCONTRADA COM ESSE CNPJ!'
           ELSE
               SET EOF-OK TO FALSE
               MOVE ZEROS TO ID-CONTATO
               START CONTATOS KEY IS >= ID-CONTATO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ CONTATOS NEXT RECORD INTO WS-REGISTRO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-ID-EMPRESA-CONTATO = WS-ID-EMP-BUSCA
                           THEN
                               ADD 1 TO WS-CONT-ACHADOS
                               PERFORM P360-MOSTRA-CONTATO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CONT-ACHADOS = 0 THEN
                   DISPLAY 'NENHUM CONTATO VINCULADO A ESTA EMPRESA.'
               END-IF
           END-IF
           .
       P360-MOSTRA-CONTATO.
           IF WS-STATUS-CONTATO EQUAL 'I' THEN
               MOVE 'INATIVO' TO WS-SITUACAO
               MOVE SPACES TO WS-NUMERO-CONTATO
               MOVE SPACES TO WS-CEP-CONTATO
           END-IF
           MOVE WS-CPF-CONTATO TO WS-DOC-DIGITOS
           PERFORM P737-FORMATA-DOCUMENTO
           MOVE WS-DOC-FORMATADO TO WS-CPF-TELA
           IF LK-NIVEL-ACESSO = 1 AND WS-CPF-CONTATO NOT = SPACES
           THEN
               MOVE WS-CPF-CONTATO TO WS-MASC-VALOR
               PERFORM P780-MASCARA-CPF
               MOVE WS-MASC-VALOR(1:14) TO WS-CPF-TELA
           END-IF
           MOVE SPACES TO WS-PAUSA
           DISPLAY TELA-CONSULTA
           ACCEPT TELA-CONSULTA
           MOVE WS-ID-CONTATO TO WS-MEIO-ID
           PERFORM P640-LISTA-MEIOS
           PERFORM P362-MOSTRA-PESSOAS
           PERFORM P366-MOSTRA-CONFIRMACAO
           PERFORM P375-MENU-INTERACOES
           .
      *a consulta e o momento do contato de negocio: daqui o
      *operador registra a ligacao/visita, revisa as anteriores ou
      *propoe uma correcao para a fila de aprovacao; mostra tambem
      *as campanhas que o contato recebeu
       P375-MENU-INTERACOES.
           DISPLAY 'Interacoes: <R>egistrar, <V>er, <P>ropor'
                   ' correcao, <C>ampanhas, p<E>ssoas relacionadas,'
                   ' confirmar <D>ados ou <ENTER> para seguir?'
           MOVE SPACES TO WS-OP-INTER
           ACCEPT WS-OP-INTER
           MOVE FUNCTION UPPER-CASE(WS-OP-INTER) TO WS-OP-INTER
                   PERFORM P385-VER-INTERACOES
               WHEN INTER-PROPOE
                   PERFORM P395-PROPOE-CORRECAO
               WHEN INTER-CAMPANHAS
                   PERFORM P392-VER-CAMPANHAS
               WHEN INTER-PESSOAS
                   PERFORM P397-MANTEM-PESSOAS THRU P397-SAI
               WHEN INTER-CONFIRMA
                   PERFORM P367-CONFIRMA-DADOS THRU P367-SAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   MOVE WS-PROP-ENDERECO TO PEND-ENDERECO
                   MOVE WS-PROP-CATEGORIA TO PEND-CATEGORIA
                   MOVE WS-PROP-OBS      TO PEND-OBSERVACAO
                   MOVE ZEROS            TO PEND-DATA-DECISAO
                   MOVE ZEROS            TO PEND-HORA-DECISAO
                   WRITE REG-PENDENCIAS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A PROPOSTA!'
                   ' ' WS-TIPO-EXT ' POR ' INT-OPERADOR
           DISPLAY '   ' INT-NOTA
           .
      *historico de campanhas pela chave alternativa contato +
      *campanha dos destinatarios; o cabecalho de cada campanha
      *vem do cadastro de campanhas
       P392-VER-CAMPANHAS.
           SET EOF-CAMP-OK TO FALSE
           SET WS-CAMP-QTD TO 0

           OPEN INPUT CAMPANHA-DEST
           IF NOT FS-DEST-OK THEN
               DISPLAY 'NENHUMA CAMPANHA REGISTRADA AINDA.'
           ELSE
               SET CAMPANHA-FECHADA TO TRUE
               OPEN INPUT CAMPANHAS
               IF FS-CAMP-OK THEN
                   SET CAMPANHA-ABERTA TO TRUE
               END-IF
               MOVE WS-ID-CONTATO TO DEST-CONTATO
               MOVE ZEROS         TO DEST-CAMPANHA
               START CAMPANHA-DEST KEY IS >= DEST-CHAVE-CONTATO
                   INVALID KEY
                       SET EOF-CAMP-OK TO TRUE
               END-START

               PERFORM UNTIL EOF-CAMP-OK
                   READ CAMPANHA-DEST NEXT RECORD
                       AT END
                           SET EOF-CAMP-OK TO TRUE
                       NOT AT END
                           IF DEST-CONTATO NOT = WS-ID-CONTATO THEN
                               SET EOF-CAMP-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-CAMP-QTD
                               PERFORM P393-MOSTRA-CAMPANHA
                           END-IF
                   END-READ
               END-PERFORM
               IF CAMPANHA-ABERTA THEN
                   CLOSE CAMPANHAS
                   SET CAMPANHA-FECHADA TO TRUE
               END-IF
               CLOSE CAMPANHA-DEST

               IF WS-CAMP-QTD = 0 THEN
                   DISPLAY 'NENHUMA CAMPANHA PARA ESTE CONTATO.'
               ELSE
                   DISPLAY 'TOTAL DE CAMPANHAS: ' WS-CAMP-QTD
               END-IF
           END-IF
           .
       P393-MOSTRA-CAMPANHA.
           MOVE 'CAMPANHA NAO CADASTRADA' TO NM-CAMPANHA
           MOVE SPACES TO CAMP-CANAL
           IF CAMPANHA-ABERTA THEN
               MOVE DEST-CAMPANHA TO ID-CAMPANHA
               READ CAMPANHAS
                   INVALID KEY
                       MOVE 'CAMPANHA NAO CADASTRADA' TO NM-CAMPANHA
                       MOVE SPACES TO CAMP-CANAL
               END-READ
           END-IF
           EVALUATE CAMP-CANAL
               WHEN 'C'
                   MOVE 'CARTA'       TO WS-TIPO-EXT
               WHEN 'V'
                   MOVE 'VCARD'       TO WS-TIPO-EXT
               WHEN 'S'
                   MOVE 'CSV'         TO WS-TIPO-EXT
               WHEN OTHER
                   MOVE '?'           TO WS-TIPO-EXT
           END-EVALUATE
           DISPLAY DEST-DATA(7:2) '/' DEST-DATA(5:2) '/'
                   DEST-DATA(1:4) ' ' DEST-CAMPANHA ' '
                   NM-CAMPANHA ' ' WS-TIPO-EXT
           .
      *pessoas ligadas ao contato (conjuge, assistente, quem
      *indicou); o nome vem do cadastro pelo acesso auxiliar
       P362-MOSTRA-PESSOAS.
           SET WS-CONT-VINCULOS TO 0
           OPEN INPUT RELACIONAMENTOS
           IF FS-RLC-OK THEN
               OPEN INPUT CONTATOS-VINCULO
               SET EOF-RLC-OK TO FALSE
               MOVE WS-ID-CONTATO TO RLC-ID-CONTATO
               MOVE ZEROS         TO RLC-ID-RELACIONADO
               START RELACIONAMENTOS KEY IS >= RLC-CHAVE
                   INVALID KEY
                       SET EOF-RLC-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-RLC-OK
                   READ RELACIONAMENTOS NEXT RECORD
                       AT END
                           SET EOF-RLC-OK TO TRUE
                       NOT AT END
                           IF RLC-ID-CONTATO NOT = WS-ID-CONTATO THEN
                               SET EOF-RLC-OK TO TRUE
                           ELSE
                               IF RLC-ATIVO THEN
                                   PERFORM P363-MOSTRA-PESSOA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-VNC-OK THEN
                   CLOSE CONTATOS-VINCULO
               END-IF
               CLOSE RELACIONAMENTOS
           END-IF
           .
       P363-MOSTRA-PESSOA.
           ADD 1 TO WS-CONT-VINCULOS
           IF WS-CONT-VINCULOS = 1 THEN
               DISPLAY 'PESSOAS RELACIONADAS:'
           END-IF
           MOVE RLC-TIPO TO WS-RLC-TIPO
           PERFORM P825-DESCREVE-TIPO
           MOVE '(CONTATO NAO ENCONTRADO)' TO WS-NOME-VINCULO
           IF FS-VNC-OK THEN
               MOVE RLC-ID-RELACIONADO TO VNC-ID-CONTATO
               READ CONTATOS-VINCULO
                   NOT INVALID KEY
                       MOVE VNC-NM-CONTATO TO WS-NOME-VINCULO
               END-READ
           END-IF
           DISPLAY '   ' WS-RLC-DESCRICAO ' ' RLC-ID-RELACIONADO
                   ' ' WS-NOME-VINCULO
           .
      *inclusao e remocao de vinculo pessoal; o registro e gravado
      *(ou desativado) nos dois sentidos, com o tipo inverso do
      *lado do outro contato. O perfil de consulta so visualiza
       P397-MANTEM-PESSOAS.
           IF LK-NIVEL-ACESSO = 1 THEN
               DISPLAY 'ACESSO NEGADO: SEU PERFIL NAO PERMITE'
                       ' ESTA OPCAO.'
               GO TO P397-SAI
           END-IF
           DISPLAY 'Vinculo: <I>ncluir ou <R>emover?'
           MOVE SPACES TO WS-OP-VINCULO
           ACCEPT WS-OP-VINCULO
           MOVE FUNCTION UPPER-CASE(WS-OP-VINCULO) TO WS-OP-VINCULO
           IF NOT VINCULO-INCLUI AND NOT VINCULO-REMOVE THEN
               DISPLAY 'ACAO INVALIDA!'
               GO TO P397-SAI
           END-IF
           DISPLAY 'Numero do contato relacionado:'
           MOVE ZEROS TO WS-ID-VINCULO
           ACCEPT WS-ID-VINCULO
           IF WS-ID-VINCULO = 0 OR WS-ID-VINCULO = WS-ID-CONTATO THEN
               DISPLAY 'CONTATO RELACIONADO INVALIDO!'
               GO TO P397-SAI
           END-IF

           OPEN I-O RELACIONAMENTOS
           IF WS-FS-RLC EQUAL 35 THEN
               OPEN OUTPUT RELACIONAMENTOS
               CLOSE RELACIONAMENTOS
               OPEN I-O RELACIONAMENTOS
           END-IF
           IF NOT FS-RLC-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELACIONAMENTOS!'
               DISPLAY 'FILE STATUS:' WS-FS-RLC
               GO TO P397-SAI
           END-IF
           IF VINCULO-INCLUI THEN
               PERFORM P398-INCLUI-VINCULO
           ELSE
               PERFORM P399-REMOVE-VINCULO
           END-IF
           CLOSE RELACIONAMENTOS
           .
       P397-SAI.
           EXIT.
       P398-INCLUI-VINCULO.
           SET VINCULO-VALIDO TO FALSE
           OPEN INPUT CONTATOS-VINCULO
           IF FS-VNC-OK THEN
               MOVE WS-ID-VINCULO TO VNC-ID-CONTATO
               READ CONTATOS-VINCULO
                   INVALID KEY
                       DISPLAY 'CONTATO NAO CADASTRADO!'
                   NOT INVALID KEY
                       IF VNC-ATIVO THEN
                           SET VINCULO-VALIDO TO TRUE
                       ELSE
                           DISPLAY 'CONTATO ESTA INATIVO!'
                       END-IF
               END-READ
               CLOSE CONTATOS-VINCULO
           END-IF
           IF VINCULO-VALIDO THEN
               DISPLAY 'Tipo do vinculo (visto deste contato):'
               PERFORM P826-LISTA-TIPOS
               MOVE SPACES TO WS-RLC-TIPO
               ACCEPT WS-RLC-TIPO
               MOVE FUNCTION UPPER-CASE(WS-RLC-TIPO) TO WS-RLC-TIPO
               PERFORM P825-DESCREVE-TIPO
               IF NOT TIPO-RLC-OK THEN
                   DISPLAY 'TIPO DE VINCULO INVALIDO!'
               ELSE
                   MOVE WS-ID-CONTATO  TO RLC-ID-CONTATO
                   MOVE WS-ID-VINCULO  TO RLC-ID-RELACIONADO
                   MOVE WS-RLC-TIPO    TO RLC-TIPO
                   PERFORM P364-GRAVA-LADO
                   MOVE WS-ID-VINCULO  TO RLC-ID-CONTATO
                   MOVE WS-ID-CONTATO  TO RLC-ID-RELACIONADO
                   MOVE WS-RLC-INVERSO TO RLC-TIPO
                   PERFORM P364-GRAVA-LADO
                   DISPLAY 'Vinculo registrado: ' WS-RLC-DESCRICAO
                           ' ' WS-ID-VINCULO
               END-IF
           END-IF
           .
      *grava um sentido do vinculo; se o par ja existiu (ativo ou
      *removido) o registro e reaproveitado com o tipo novo
       P364-GRAVA-LADO.
           MOVE RLC-TIPO TO WS-TIPO-VINCULO
           READ RELACIONAMENTOS
               INVALID KEY
                   MOVE WS-TIPO-VINCULO TO RLC-TIPO
                   SET RLC-ATIVO        TO TRUE
                   ACCEPT RLC-DATA FROM DATE YYYYMMDD
                   MOVE LK-USUARIO      TO RLC-USUARIO
                   WRITE REG-RELACIONAMENTO
               NOT INVALID KEY
                   MOVE WS-TIPO-VINCULO TO RLC-TIPO
                   SET RLC-ATIVO        TO TRUE
                   ACCEPT RLC-DATA FROM DATE YYYYMMDD
                   MOVE LK-USUARIO      TO RLC-USUARIO
                   REWRITE REG-RELACIONAMENTO
           END-READ
           .
       P399-REMOVE-VINCULO.
           MOVE WS-ID-CONTATO TO RLC-ID-CONTATO
           MOVE WS-ID-VINCULO TO RLC-ID-RELACIONADO
           READ RELACIONAMENTOS
               INVALID KEY
                   DISPLAY 'NAO HA VINCULO COM ESTE CONTATO!'
               NOT INVALID KEY
                   IF RLC-INATIVO THEN
                       DISPLAY 'NAO HA VINCULO COM ESTE CONTATO!'
                   ELSE
                       SET RLC-INATIVO TO TRUE
                       REWRITE REG-RELACIONAMENTO
                       MOVE WS-ID-VINCULO TO RLC-ID-CONTATO
                       MOVE WS-ID-CONTATO TO RLC-ID-RELACIONADO
                       READ RELACIONAMENTOS
                           NOT INVALID KEY
                               SET RLC-INATIVO TO TRUE
                               REWRITE REG-RELACIONAMENTO
                       END-READ
                       DISPLAY 'Vinculo removido com sucesso!'
                   END-IF
           END-READ
           .
      *mostra a ultima confirmacao do cadastro e quem a registrou
       P366-MOSTRA-CONFIRMACAO.
           MOVE WS-ID-CONTATO TO WS-CNF-ID-TESTE
           PERFORM P830-LE-CONFIRMACAO
           IF CONFIRMACAO-ACHADA THEN
               DISPLAY 'CADASTRO CONFIRMADO EM ' WS-CNF-DATA-ED
                       ' POR ' WS-CNF-USUARIO-ANT
           ELSE
               DISPLAY 'CADASTRO NUNCA CONFIRMADO.'
           END-IF
           .
      *o operador revisou os dados com o contato e confirma que
      *estao corretos; a data de confirmacao recomeca a contar
       P367-CONFIRMA-DADOS.
           IF LK-NIVEL-ACESSO = 1 THEN
               DISPLAY 'ACESSO NEGADO: SEU PERFIL NAO PERMITE'
                       ' ESTA OPCAO.'
               GO TO P367-SAI
           END-IF
           IF WS-STATUS-CONTATO EQUAL 'I' THEN
               DISPLAY 'CONTATO INATIVO NAO PASSA POR RECERTIFICACAO.'
               GO TO P367-SAI
           END-IF
           MOVE WS-ID-CONTATO TO WS-CNF-ID-TESTE
           MOVE 'C'           TO WS-CNF-ORIGEM
           PERFORM P835-GRAVA-CONFIRMACAO
           IF CONFIRMACAO-GRAVADA THEN
               DISPLAY 'Cadastro confirmado em ' WS-CNF-DATA-ED '!'
           END-IF
           .
       P367-SAI.
           EXIT.
      *traduz o vinculo de empresa do contato para o nome no
      *cadastro de empresas (vazio quando sem vinculo)
       P370-NOME-EMPRESA.
