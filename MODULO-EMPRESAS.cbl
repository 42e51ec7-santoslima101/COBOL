      *         ID-EMPRESA-CONTATO, entao a troca de endereco e
      *         feita uma unica vez aqui; a desativacao confere os
      *         vinculos ativos e oferece a transferencia deles
      *         para outra empresa, com cada troca no log. Cada
      *         empresa pode apontar para a sua matriz (grupo de
      *         empresas): a matriz nao pode ficar em ciclo, matriz
      *         com filial ativa nao e desativada e a <E>strutura
      *         mostra a arvore dos grupos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

      *copia do relatorio emitido para o spool e seu catalogo
               SELECT SPOOL-ORIGEM ASSIGN TO WS-SPL-ORIGEM-INF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPO.

               SELECT SPOOL-COPIA ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPC.

               SELECT CATALOGO-SPOOL ASSIGN TO
               WS-CAMINHO-SPOOLCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-CHAVE
               FILE STATUS IS WS-FS-SPL.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

          88 ACAO-REATIVAR         VALUE 'R'.
          88 ACAO-LISTAR           VALUE 'L'.
          88 ACAO-CONSULTAR        VALUE 'C'.
          88 ACAO-ESTRUTURA        VALUE 'E'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-REL                PIC 99.
       77 WS-CONFIRM               PIC X VALUE SPACES.
       77 WS-NOME-EMP-ALVO         PIC X(30) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(80) VALUE SPACES.
      *cnpj so com os digitos, conferido e sem repeticao em outra
      *empresa ativa
       77 WS-CNPJ-NOVO             PIC X(14) VALUE SPACES.
       77 WS-ID-PROPRIA            PIC 9(04) VALUE ZEROS.
       77 WS-ID-CNPJ-DUP           PIC 9(04) VALUE ZEROS.
       01 WS-EMP-SALVA             PIC X(93) VALUE SPACES.
       77 WS-CNPJ-DUP              PIC X VALUE 'N'.
          88 CNPJ-DUPLICADO        VALUE 'S' FALSE 'N'.
       77 WS-CNPJ-OK               PIC X VALUE 'N'.
          88 CNPJ-ACEITO           VALUE 'S' FALSE 'N'.
      *matriz informada na inclusao ou na alteracao
       77 WS-MATRIZ-NOVA           PIC 9(04) VALUE ZEROS.
       77 WS-TAM-RESP              PIC 9(02) VALUE ZEROS.
       77 WS-MATRIZ-OK             PIC X VALUE 'N'.
          88 MATRIZ-ACEITA         VALUE 'S' FALSE 'N'.
       77 WS-FILIAIS-ATIVAS        PIC 9(04) VALUE ZEROS.
      *arvore dos grupos: percorrida sem tabela, pela empresa
      *corrente e o nivel; a proxima filha e a de menor numero
      *depois de WS-ARV-APOS com a matriz WS-ARV-PAI
       77 WS-ARV-NIVEL             PIC 9(03) VALUE ZEROS.
       77 WS-ARV-ATUAL             PIC 9(04) VALUE ZEROS.
       77 WS-ARV-PAI               PIC 9(04) VALUE ZEROS.
       77 WS-ARV-APOS              PIC 9(04) VALUE ZEROS.
       77 WS-ARV-ACHADA            PIC 9(04) VALUE ZEROS.
       77 WS-ARV-POS               PIC 9(03) VALUE ZEROS.
       77 WS-ARV-FORA              PIC 9(04) VALUE ZEROS.
       01 WS-ARV-LINHA             PIC X(100) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY DOCUMENTO-WS.
          COPY GRUPO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-EMPRESAS'      TO WS-SPL-PROGRAMA-INF
            MOVE 3                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF LK-USUARIO NOT EQUAL SPACES THEN
                MOVE LK-USUARIO    TO WS-LOG-USUARIO
            END-IF
           END-IF

           DISPLAY 'Acao: <I>ncluir,<A>lterar,<D>esativar,'
                   '<R>eativar,<L>istar,<C>onsultar contatos ou'
                   ' <E>strutura dos grupos?'
           ACCEPT WS-OP-ACAO
           EVALUATE TRUE
               WHEN ACAO-INCLUIR
                   PERFORM P440-LISTA
               WHEN ACAO-CONSULTAR
                   PERFORM P450-CONSULTA-VINCULOS THRU P450-SAI
               WHEN ACAO-ESTRUTURA
                   PERFORM P441-ESTRUTURA
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA!'
           END-EVALUATE
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY DOCUMENTO-VALIDA.
          COPY GRUPO-VERIFICA.
       P350-ACEITA-ID.
           DISPLAY 'Numero da empresa:'
           ACCEPT WS-ID-INF
               MOVE SPACES TO ENDERECO-EMPRESA
               ACCEPT ENDERECO-EMPRESA
               SET EMPRESA-ATIVA TO TRUE
               DISPLAY 'CNPJ da empresa (<ENTER> = nao informado):'
               MOVE SPACES TO WS-DOC-NUMERO
               ACCEPT WS-DOC-NUMERO
               MOVE ID-EMPRESA TO WS-ID-PROPRIA
               PERFORM P485-VALIDA-CNPJ
               IF CNPJ-ACEITO THEN
                   MOVE WS-CNPJ-NOVO TO CNPJ-EMPRESA
                   DISPLAY 'Numero da empresa matriz (0 = sem matriz):'
                   MOVE ZEROS TO WS-MATRIZ-NOVA
                   ACCEPT WS-MATRIZ-NOVA
                   PERFORM P490-VALIDA-MATRIZ
               END-IF
               IF NOT CNPJ-ACEITO OR NOT MATRIZ-ACEITA THEN
                   DISPLAY 'EMPRESA NAO INCLUIDA.'
               ELSE
                   MOVE WS-MATRIZ-NOVA TO ID-MATRIZ-EMPRESA
                   WRITE REG-EMPRESAS
                       INVALID KEY
                           DISPLAY 'EMPRESA JA CADASTRADA!'
                       NOT INVALID KEY
                           DISPLAY 'Empresa incluida com sucesso!'
                   END-WRITE
               END-IF
           END-IF
           .
       P410-ALTERA.
                   IF WS-RESPOSTA NOT = SPACES THEN
                       MOVE WS-RESPOSTA(1:40) TO ENDERECO-EMPRESA
                   END-IF
                   MOVE CNPJ-EMPRESA TO WS-DOC-DIGITOS
                   PERFORM P737-FORMATA-DOCUMENTO
                   DISPLAY 'CNPJ atual....: ' WS-DOC-FORMATADO
                   DISPLAY 'Novo CNPJ (<ENTER> mantem):'
                   MOVE SPACES TO WS-DOC-NUMERO
                   ACCEPT WS-DOC-NUMERO
                   IF WS-DOC-NUMERO = SPACES THEN
                       MOVE CNPJ-EMPRESA TO WS-DOC-NUMERO
                   END-IF
                   MOVE ID-EMPRESA TO WS-ID-PROPRIA
                   PERFORM P485-VALIDA-CNPJ
                   IF CNPJ-ACEITO THEN
                       MOVE WS-CNPJ-NOVO TO CNPJ-EMPRESA
                       PERFORM P495-ALTERA-MATRIZ
                   END-IF
                   IF NOT CNPJ-ACEITO OR NOT MATRIZ-ACEITA THEN
                       DISPLAY 'ALTERACAO CANCELADA.'
                   ELSE
                       MOVE WS-MATRIZ-NOVA TO ID-MATRIZ-EMPRESA
                       REWRITE REG-EMPRESAS
                       DISPLAY 'Empresa alterada com sucesso!'
                       DISPLAY 'O NOVO ENDERECO VALE PARA TODOS OS'
                               ' CONTATOS VINCULADOS A EMPRESA.'
                   END-IF
           END-READ
           .
      *antes de desativar confere os contatos ativos que apontam
           .
       P425-DESATIVA-COM-GUARDA.
           MOVE ID-EMPRESA TO WS-ID-ALVO
      *matriz com filial ativa fica: o grupo nao pode perder a
      *cabeca com as filiais ainda em operacao
           PERFORM P435-CONTA-FILIAIS
           IF WS-FILIAIS-ATIVAS > 0 THEN
               DISPLAY 'DESATIVACAO BARRADA: A EMPRESA E MATRIZ DE '
                       WS-FILIAIS-ATIVAS ' FILIAL(IS) ATIVA(S)!'
               DISPLAY 'DESATIVE AS FILIAIS OU TROQUE A MATRIZ DELAS'
                       ' ANTES.'
               GO TO P425-SAI
           END-IF

           PERFORM P460-CONTA-VINCULOS

           IF WS-VINC-ATIVOS > 0 THEN
                   IF EMPRESA-ATIVA THEN
                       DISPLAY 'EMPRESA JA ESTA ATIVA!'
                   ELSE
                       MOVE CNPJ-EMPRESA TO WS-CNPJ-NOVO
                       MOVE ID-EMPRESA   TO WS-ID-PROPRIA
                       PERFORM P480-VERIFICA-CNPJ-DUPLICADO
                       IF CNPJ-DUPLICADO THEN
                           DISPLAY 'REATIVACAO BARRADA: O CNPJ ESTA NA'
                                   ' EMPRESA ATIVA ' WS-ID-CNPJ-DUP '!'
                       ELSE
                           PERFORM P437-MATRIZ-DA-REATIVACAO
                           IF MATRIZ-ACEITA THEN
                               SET EMPRESA-ATIVA TO TRUE
                               REWRITE REG-EMPRESAS
                               DISPLAY 'Empresa reativada com sucesso!'
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
      *filiais ativas que apontam para a empresa WS-ID-ALVO; a area
      *do registro volta com a empresa em manutencao
       P435-CONTA-FILIAIS.
           SET WS-FILIAIS-ATIVAS TO 0
           MOVE REG-EMPRESAS TO WS-EMP-SALVA
           SET EOF-OK TO FALSE
           MOVE 0 TO ID-EMPRESA
           START EMPRESAS KEY IS >= ID-EMPRESA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ EMPRESAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ID-MATRIZ-EMPRESA = WS-ID-ALVO AND
                          EMPRESA-ATIVA THEN
                           ADD 1 TO WS-FILIAIS-ATIVAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-EMP-SALVA TO REG-EMPRESAS
           .
      *filial so volta a ativa com a matriz ativa, pela mesma
      *regra que impede desativar a matriz com filial ativa
       P437-MATRIZ-DA-REATIVACAO.
           SET MATRIZ-ACEITA TO TRUE
           IF ID-MATRIZ-EMPRESA > 0 THEN
               MOVE REG-EMPRESAS TO WS-EMP-SALVA
               MOVE ID-MATRIZ-EMPRESA TO WS-MATRIZ-NOVA
               MOVE WS-MATRIZ-NOVA TO ID-EMPRESA
               READ EMPRESAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPRESA-INATIVA THEN
                           SET MATRIZ-ACEITA TO FALSE
                           DISPLAY 'REATIVACAO BARRADA: A MATRIZ '
                                   WS-MATRIZ-NOVA ' ESTA INATIVA!'
                           DISPLAY 'REATIVE A MATRIZ OU TROQUE A'
                                   ' MATRIZ DA EMPRESA ANTES.'
                       END-IF
               END-READ
               MOVE WS-EMP-SALVA TO REG-EMPRESAS
           END-IF
           .
       P440-LISTA.
           SET EOF-OK TO FALSE
           SET WS-CONT TO 0
                       ELSE
                           DISPLAY ID-EMPRESA ' ' NM-EMPRESA
                       END-IF
                       MOVE CNPJ-EMPRESA TO WS-DOC-DIGITOS
                       PERFORM P737-FORMATA-DOCUMENTO
                       DISPLAY '     ' ENDERECO-EMPRESA
                               ' CNPJ: ' WS-DOC-FORMATADO
                       IF ID-MATRIZ-EMPRESA > 0 THEN
                           DISPLAY '     FILIAL DA MATRIZ '
                                   ID-MATRIZ-EMPRESA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'TOTAL DE EMPRESAS: ' WS-CONT
           .
      *arvore dos grupos na tela: cada empresa sem matriz abre um
      *grupo e as filiais vem abaixo, recuadas pelo nivel
       P441-ESTRUTURA.
           SET WS-CONT TO 0
           DISPLAY 'ESTRUTURA DOS GRUPOS DE EMPRESAS'
           MOVE 0 TO WS-ARV-PAI
           MOVE 0 TO WS-ARV-APOS
           PERFORM P442-PROXIMA-FILHA
           MOVE 1 TO WS-ARV-NIVEL
           PERFORM P443-VISITA UNTIL WS-ARV-ACHADA = 0
           DISPLAY 'EMPRESAS NA ESTRUTURA: ' WS-CONT
           PERFORM P446-FORA-DA-ESTRUTURA
           .
       P442-PROXIMA-FILHA.
           MOVE 0 TO WS-ARV-ACHADA
           SET EOF-OK TO FALSE
           MOVE WS-ARV-APOS TO ID-EMPRESA
           START EMPRESAS KEY IS > ID-EMPRESA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ EMPRESAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ID-MATRIZ-EMPRESA = WS-ARV-PAI THEN
                           MOVE ID-EMPRESA TO WS-ARV-ACHADA
                           SET EOF-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .
      *mostra a empresa achada e segue para a primeira filha; sem
      *filha, procura a proxima irma subindo os niveis
       P443-VISITA.
           MOVE WS-ARV-ACHADA TO WS-ARV-ATUAL
           MOVE WS-ARV-ATUAL  TO ID-EMPRESA
           READ EMPRESAS
               INVALID KEY
                   MOVE SPACES TO NM-EMPRESA
           END-READ
           ADD 1 TO WS-CONT
           MOVE SPACES TO WS-ARV-LINHA
           COMPUTE WS-ARV-POS = (WS-ARV-NIVEL - 1) * 3 + 1
           IF WS-ARV-POS > 40 THEN
               MOVE 40 TO WS-ARV-POS
           END-IF
           IF WS-ARV-NIVEL > 1 THEN
               STRING '+- ' DELIMITED BY SIZE
                 INTO WS-ARV-LINHA
                 WITH POINTER WS-ARV-POS
               END-STRING
           END-IF
           IF EMPRESA-INATIVA THEN
               STRING ID-EMPRESA ' ' NM-EMPRESA ' (INATIVA)'
                      DELIMITED BY SIZE
                 INTO WS-ARV-LINHA
                 WITH POINTER WS-ARV-POS
               END-STRING
           ELSE
               STRING ID-EMPRESA ' ' NM-EMPRESA
                      DELIMITED BY SIZE
                 INTO WS-ARV-LINHA
                 WITH POINTER WS-ARV-POS
               END-STRING
           END-IF
           DISPLAY WS-ARV-LINHA

           MOVE WS-ARV-ATUAL TO WS-ARV-PAI
           MOVE 0            TO WS-ARV-APOS
           PERFORM P442-PROXIMA-FILHA
           IF WS-ARV-ACHADA > 0 AND
              WS-ARV-NIVEL < WS-GRP-MAX-NIVEIS THEN
               ADD 1 TO WS-ARV-NIVEL
           ELSE
               MOVE 0 TO WS-ARV-ACHADA
               PERFORM P444-PROXIMA-IRMA
                       UNTIL WS-ARV-ACHADA > 0 OR WS-ARV-NIVEL = 0
           END-IF
           .
      *irma seguinte da empresa corrente; sem irma, a matriz passa
      *a ser a corrente um nivel acima
       P444-PROXIMA-IRMA.
           MOVE WS-ARV-ATUAL TO ID-EMPRESA
           READ EMPRESAS
               INVALID KEY
                   MOVE 0 TO ID-MATRIZ-EMPRESA
           END-READ
           MOVE ID-MATRIZ-EMPRESA TO WS-ARV-PAI
           MOVE WS-ARV-ATUAL      TO WS-ARV-APOS
           PERFORM P442-PROXIMA-FILHA
           IF WS-ARV-ACHADA = 0 THEN
               MOVE WS-ARV-PAI TO WS-ARV-ATUAL
               SUBTRACT 1 FROM WS-ARV-NIVEL
           END-IF
           .
      *empresa que nao chega a uma matriz de topo (matriz
      *inexistente ou ciclo gravado por fora) nao aparece na
      *arvore; e listada aqui para ser corrigida na alteracao
       P446-FORA-DA-ESTRUTURA.
           SET WS-ARV-FORA TO 0
           MOVE 0 TO WS-ARV-APOS
           MOVE 1 TO WS-ARV-ACHADA
           PERFORM P447-CONFERE-EMPRESA THRU P447-SAI
                   UNTIL WS-ARV-ACHADA = 0
           IF WS-ARV-FORA > 0 THEN
               DISPLAY 'EMPRESAS FORA DA ESTRUTURA: ' WS-ARV-FORA
           END-IF
           .
       P447-CONFERE-EMPRESA.
           MOVE 0 TO WS-ARV-ACHADA
           MOVE WS-ARV-APOS TO ID-EMPRESA
           START EMPRESAS KEY IS > ID-EMPRESA
               INVALID KEY
                   GO TO P447-SAI
           END-START
           READ EMPRESAS NEXT RECORD
               AT END
                   GO TO P447-SAI
           END-READ
           MOVE ID-EMPRESA TO WS-ARV-ACHADA
           MOVE ID-EMPRESA TO WS-ARV-APOS
           MOVE ID-EMPRESA TO WS-GRP-EMPRESA
           MOVE 0          TO WS-GRP-CABECA
           PERFORM P860-VERIFICA-GRUPO
           IF NOT GRUPO-NO-TOPO THEN
               ADD 1 TO WS-ARV-FORA
               DISPLAY '   ' ID-EMPRESA ' ' NM-EMPRESA
                       ' (MATRIZ ' ID-MATRIZ-EMPRESA
                       ' INEXISTENTE OU EM CICLO)'
           END-IF
           .
       P447-SAI.
           EXIT.
      *cnpj digitado em WS-DOC-NUMERO: em branco segue permitido;
      *informado precisa conferir os verificadores e nao pode
      *estar em outra empresa ativa
       P485-VALIDA-CNPJ.
           SET CNPJ-ACEITO TO FALSE
           PERFORM P725-VALIDA-CNPJ
           IF NOT DOCUMENTO-VALIDO THEN
               DISPLAY 'CNPJ INVALIDO! CONFIRA OS DIGITOS OU DEIXE EM'
                       ' BRANCO.'
           ELSE
               MOVE WS-DOC-DIGITOS TO WS-CNPJ-NOVO
               PERFORM P480-VERIFICA-CNPJ-DUPLICADO
               IF CNPJ-DUPLICADO THEN
                   DISPLAY 'CNPJ JA CADASTRADO NA EMPRESA ATIVA '
                           WS-ID-CNPJ-DUP '!'
               ELSE
                   SET CNPJ-ACEITO TO TRUE
               END-IF
           END-IF
           .
      *matriz informada em WS-MATRIZ-NOVA para a empresa
      *WS-ID-PROPRIA: zero e sem matriz; senao ela precisa existir,
      *estar ativa e nao pode ser a propria empresa nem uma filial
      *dela (o grupo ficaria em ciclo)
       P490-VALIDA-MATRIZ.
           SET MATRIZ-ACEITA TO FALSE
           IF WS-MATRIZ-NOVA = 0 THEN
               SET MATRIZ-ACEITA TO TRUE
           ELSE
               IF WS-MATRIZ-NOVA = WS-ID-PROPRIA THEN
                   DISPLAY 'A EMPRESA NAO PODE SER MATRIZ DE SI'
                           ' MESMA!'
               ELSE
                   MOVE REG-EMPRESAS TO WS-EMP-SALVA
                   MOVE WS-MATRIZ-NOVA TO ID-EMPRESA
                   READ EMPRESAS
                       INVALID KEY
                           DISPLAY 'EMPRESA MATRIZ NAO CADASTRADA!'
                       NOT INVALID KEY
                           IF EMPRESA-INATIVA THEN
                               DISPLAY 'EMPRESA MATRIZ ESTA INATIVA!'
                           ELSE
                               MOVE WS-MATRIZ-NOVA TO WS-GRP-EMPRESA
                               MOVE WS-ID-PROPRIA  TO WS-GRP-CABECA
                               PERFORM P860-VERIFICA-GRUPO
                               IF EMPRESA-NO-GRUPO OR
                                  GRUPO-INTERROMPIDO THEN
                                   DISPLAY 'A MATRIZ INFORMADA E'
                                           ' FILIAL DESTA EMPRESA;'
                                           ' O GRUPO FICARIA EM CICLO!'
                               ELSE
                                   SET MATRIZ-ACEITA TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   MOVE WS-EMP-SALVA TO REG-EMPRESAS
               END-IF
           END-IF
           .
      *na alteracao a matriz atual e mantida com <ENTER> e so a
      *troca passa pela validacao
       P495-ALTERA-MATRIZ.
           MOVE ID-MATRIZ-EMPRESA TO WS-MATRIZ-NOVA
           DISPLAY 'Matriz atual..: ' ID-MATRIZ-EMPRESA
           DISPLAY 'Nova matriz (<ENTER> mantem, 0 = sem matriz):'
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = SPACES THEN
               SET MATRIZ-ACEITA TO TRUE
           ELSE
               COMPUTE WS-TAM-RESP = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-RESPOSTA))
               IF WS-TAM-RESP > 4 OR
                  WS-RESPOSTA(1:WS-TAM-RESP) NOT NUMERIC THEN
                   SET MATRIZ-ACEITA TO FALSE
                   DISPLAY 'NUMERO DE MATRIZ INVALIDO!'
               ELSE
                   COMPUTE WS-MATRIZ-NOVA =
                           FUNCTION NUMVAL(WS-RESPOSTA)
                   PERFORM P490-VALIDA-MATRIZ
               END-IF
           END-IF
           .
      *varredura do cadastro (pequeno) atras de outra empresa
      *ativa com o cnpj de WS-CNPJ-NOVO; a area do registro volta
      *com a empresa em manutencao
       P480-VERIFICA-CNPJ-DUPLICADO.
           SET CNPJ-DUPLICADO TO FALSE
           MOVE 0 TO WS-ID-CNPJ-DUP
           IF WS-CNPJ-NOVO NOT = SPACES THEN
               MOVE REG-EMPRESAS TO WS-EMP-SALVA
               SET EOF-OK TO FALSE
               MOVE 0 TO ID-EMPRESA
               START EMPRESAS KEY IS >= ID-EMPRESA
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ EMPRESAS NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF CNPJ-EMPRESA = WS-CNPJ-NOVO AND
                              EMPRESA-ATIVA AND
                              ID-EMPRESA NOT = WS-ID-PROPRIA THEN
                               SET CNPJ-DUPLICADO TO TRUE
                               MOVE ID-EMPRESA TO WS-ID-CNPJ-DUP
                               SET EOF-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-EMP-SALVA TO REG-EMPRESAS
           END-IF
           .
      *ficha da empresa com a lista dos contatos vinculados e os
      *totais, na tela ou no relatorio impresso
       P450-CONSULTA-VINCULOS.
               CLOSE RELATORIO
               DISPLAY 'RELATORIO GRAVADO EM: '
                       FUNCTION TRIM(WS-CAMINHO-EMPREL)
               MOVE 'EMPRESA'            TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-EMPREL    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF
           .
       P450-SAI.
