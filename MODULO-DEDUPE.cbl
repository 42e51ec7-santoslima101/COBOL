      * Purpose:Localizar contatos duplicados (mesmo nome, telefone
      *         ou email) e unificar: o sobrevivente herda os campos
      *         em branco, a duplicata fica inativa e a unificacao e
      *         registrada no log de transacoes; os vinculos pessoais
      *         da duplicata passam para o sobrevivente
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

               SELECT RELACIONAMENTOS ASSIGN TO
               WS-CAMINHO-RELAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLC-CHAVE
               FILE STATUS IS WS-FS-RLC.

      *chaves de comparacao (nome, telefone e email) dos contatos
      *ativos e a lista dos ids, montadas a cada execucao
               SELECT CHAVES-DEDUPE ASSIGN TO
               WS-CAMINHO-DEDCHV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHV-CHAVE
               FILE STATUS IS WS-FS-CHV.

               SELECT DEDUPE-IDS ASSIGN TO
               WS-CAMINHO-DEDIDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IDS.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.
       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD RELACIONAMENTOS.
          COPY FD-RELACIONAMENTOS.

      *tipo N = nome, F = telefone, E = email (nome e email em
      *maiusculas); a chave termina no id, entao os contatos com o
      *mesmo valor ficam juntos e em ordem de id
       FD CHAVES-DEDUPE.
       01 REG-CHAVE-DEDUPE.
          03 CHV-CHAVE.
             05 CHV-TIPO           PIC X(01).
             05 CHV-VALOR          PIC X(40).
             05 CHV-ID             PIC 9(06).

       FD DEDUPE-IDS.
       01 REG-DEDUPE-IDS.
          03 IDS-ID                PIC 9(06).

       FD CONFIG-FILE.
          COPY FD-CONFIG.

      *gravar nada e sem perguntar par a par
          88 MODO-SIMULAR          VALUE 'S'.
       77 WS-ACAO                  PIC X VALUE SPACES.
       77 WS-FS-CHV                PIC 99.
          88 FS-CHV-OK             VALUE 0.
       77 WS-FS-IDS                PIC 99.
          88 FS-IDS-OK             VALUE 0.
       77 WS-EOF-IDS               PIC X VALUE 'N'.
          88 EOF-IDS-OK            VALUE 'S' FALSE 'N'.
       77 WS-CARGA                 PIC X VALUE 'N'.
          88 CARGA-OK              VALUE 'S' FALSE 'N'.
      *campos de comparacao do par corrente; o contato A percorre
      *os ids em ordem e o B e o proximo id maior que casa com
      *alguma chave de A (duplicata ja inativada na sessao perde
      *as chaves e sai da comparacao)
       01 WS-CAND-A.
          03 WS-A-ID               PIC 9(06).
          03 WS-A-NOME             PIC X(20).
          03 WS-A-FONE             PIC X(15).
          03 WS-A-EMAIL            PIC X(40).
       01 WS-CAND-B.
          03 WS-B-ID               PIC 9(06).
          03 WS-B-NOME             PIC X(20).
          03 WS-B-FONE             PIC X(15).
          03 WS-B-EMAIL            PIC X(40).
       77 WS-A-SITUACAO            PIC X VALUE 'N'.
          88 A-REMOVIDO            VALUE 'S' FALSE 'N'.
       77 WS-B-ATUAL               PIC 9(06) VALUE ZEROS.
       77 WS-MENOR-ID              PIC 9(07) VALUE ZEROS.
       77 WS-BUSCA-TIPO            PIC X(01) VALUE SPACES.
       77 WS-BUSCA-VALOR           PIC X(40) VALUE SPACES.
       77 WS-BUSCA-MOTIVO          PIC X(08) VALUE SPACES.
       77 WS-QTD-CAND              PIC 9(07) VALUE ZEROS.
       77 WS-PARES                 PIC 9(07) VALUE ZEROS.
       77 WS-UNIFICADOS            PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(08) VALUE SPACES.
       77 WS-DUPLICADO             PIC X VALUE 'N'.
          88 PAR-DUPLICADO         VALUE 'S'.
       77 WS-ENCERRA               PIC X VALUE 'N'.
          88 ENCERRA-OK            VALUE 'S' FALSE 'N'.
       77 WS-ID-SOBREVIVE          PIC 9(06) VALUE ZEROS.
          03 WS-DUP-EMAIL          PIC X(40).
          03 WS-DUP-ENDERECO       PIC X(40).
          03 WS-DUP-CATEGORIA      PIC X(10).
      *vinculos ativos da duplicata, lidos antes de transferir para
      *nao misturar a leitura sequencial com as regravacoes
       01 WS-TAB-VINCULOS.
          03 WS-VINC OCCURS 100.
             05 WS-VINC-ID         PIC 9(06).
             05 WS-VINC-TIPO       PIC X(01).
       77 WS-QTD-VINC              PIC 9(03) VALUE ZEROS.
       77 WS-IND-VINC              PIC 9(03) VALUE ZEROS.
       77 WS-VINC-TRANSF           PIC 9(03) VALUE ZEROS.
       77 WS-VINC-TIPO-NOVO        PIC X(01) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY RELACAO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
      *acumuladores recomecam zerados a cada entrada
           SET WS-PARES            TO 0
           SET WS-UNIFICADOS       TO 0
           DISPLAY 'Somente <L>istar, <S>imular a unificacao ou'
                   ' <T>ratar (unificar)?'
           ACCEPT WS-OP-MODO
           END-IF

           PERFORM P310-CARREGA-ATIVOS
           IF NOT CARGA-OK THEN
               GO TO P300-FIM
           END-IF

           IF MODO-TRATAR THEN
               PERFORM P170-ABRE-CONTATOS
                   GO TO P300-FIM
               END-IF
           END-IF
      *a listagem e a simulacao so leem os registros, sem segurar
      *o arquivo para gravacao
           IF NOT MODO-TRATAR THEN
               OPEN INPUT CONTATOS
               IF NOT FS-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
                   GO TO P300-FIM
               END-IF
           END-IF
           OPEN I-O CHAVES-DEDUPE
           OPEN INPUT DEDUPE-IDS
           IF NOT FS-CHV-OK OR NOT FS-IDS-OK THEN
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE TRABALHO!'
               DISPLAY 'FILE STATUS:' WS-FS-CHV ' ' WS-FS-IDS
               IF FS-CHV-OK THEN
                   CLOSE CHAVES-DEDUPE
               END-IF
               IF FS-IDS-OK THEN
                   CLOSE DEDUPE-IDS
               END-IF
               CLOSE CONTATOS
               GO TO P300-FIM
           END-IF

           SET ENCERRA-OK TO FALSE
           PERFORM P350-VARRE-PARES

           CLOSE CHAVES-DEDUPE
           CLOSE DEDUPE-IDS
           CLOSE CONTATOS

           DISPLAY '--------------------------------------------'
           DISPLAY 'PARES DUPLICADOS ENCONTRADOS: ' WS-PARES
               END-IF
           END-PERFORM
           .
      *grava os ids dos contatos ativos em ordem e as chaves de
      *comparacao de cada um; telefone e email em branco nao geram
      *chave, como na comparacao
       P310-CARREGA-ATIVOS.
           SET EOF-OK TO FALSE
           SET CARGA-OK TO FALSE
           SET WS-QTD-CAND TO 0

           OPEN OUTPUT CHAVES-DEDUPE
           OPEN OUTPUT DEDUPE-IDS
           IF NOT FS-CHV-OK OR NOT FS-IDS-OK THEN
               DISPLAY 'ERRO AO CRIAR OS ARQUIVOS DE TRABALHO!'
               DISPLAY 'FILE STATUS:' WS-FS-CHV ' ' WS-FS-IDS
               CLOSE CHAVES-DEDUPE
               CLOSE DEDUPE-IDS
           ELSE
               OPEN INPUT CONTATOS
               IF NOT FS-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
                   DISPLAY 'FILE STATUS:' WS-FS
               ELSE
                   PERFORM UNTIL EOF-OK
                       READ CONTATOS NEXT RECORD
                           AT END
                               SET EOF-OK TO TRUE
                           NOT AT END
                               IF CONTATO-ATIVO THEN
                                   PERFORM P315-GRAVA-CHAVES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTATOS
                   SET CARGA-OK TO TRUE
               END-IF
               CLOSE CHAVES-DEDUPE
               CLOSE DEDUPE-IDS
           END-IF
           .
       P315-GRAVA-CHAVES.
           ADD 1 TO WS-QTD-CAND
           MOVE ID-CONTATO TO IDS-ID
           WRITE REG-DEDUPE-IDS
           MOVE ID-CONTATO TO CHV-ID
           MOVE 'N' TO CHV-TIPO
           MOVE FUNCTION UPPER-CASE(NM-CONTATO) TO CHV-VALOR
           WRITE REG-CHAVE-DEDUPE
           IF FONE-CONTATO NOT = SPACES THEN
               MOVE 'F' TO CHV-TIPO
               MOVE FONE-CONTATO TO CHV-VALOR
               WRITE REG-CHAVE-DEDUPE
           END-IF
           IF EMAIL-CONTATO NOT = SPACES THEN
               MOVE 'E' TO CHV-TIPO
               MOVE FUNCTION UPPER-CASE(EMAIL-CONTATO) TO CHV-VALOR
               WRITE REG-CHAVE-DEDUPE
           END-IF
           .
       P350-VARRE-PARES.
           SET EOF-IDS-OK TO FALSE
           PERFORM UNTIL EOF-IDS-OK OR ENCERRA-OK
               READ DEDUPE-IDS
                   AT END
                       SET EOF-IDS-OK TO TRUE
                   NOT AT END
                       PERFORM P355-VARRE-CONTATO THRU P355-SAI
               END-READ
           END-PERFORM
           .
      *cada contato A e comparado com os de id maior, na ordem dos
      *ids; os campos vem do arquivo, que ja traz o que A herdou
      *como sobrevivente de um par anterior
       P355-VARRE-CONTATO.
           MOVE IDS-ID TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   GO TO P355-SAI
           END-READ
           MOVE ID-CONTATO    TO WS-A-ID
           MOVE NM-CONTATO    TO WS-A-NOME
           MOVE FONE-CONTATO  TO WS-A-FONE
           MOVE EMAIL-CONTATO TO WS-A-EMAIL

           MOVE 'N'                           TO CHV-TIPO
           MOVE FUNCTION UPPER-CASE(WS-A-NOME) TO CHV-VALOR
           MOVE WS-A-ID                       TO CHV-ID
           READ CHAVES-DEDUPE KEY IS CHV-CHAVE
               INVALID KEY
                   GO TO P355-SAI
           END-READ

           SET A-REMOVIDO TO FALSE
           MOVE WS-A-ID TO WS-B-ATUAL
           PERFORM P365-PROXIMO-CANDIDATO
           PERFORM UNTIL WS-MENOR-ID = 9999999 OR ENCERRA-OK OR
                         A-REMOVIDO
               MOVE WS-MENOR-ID TO WS-B-ATUAL
               PERFORM P360-COMPARA-PAR
               IF PAR-DUPLICADO THEN
                   ADD 1 TO WS-PARES
                   PERFORM P370-MOSTRA-PAR
                   IF MODO-TRATAR THEN
                       PERFORM P380-TRATA-PAR
                   END-IF
                   IF MODO-SIMULAR THEN
                       PERFORM P385-SIMULA-PAR
                               THRU P385-SAI
                   END-IF
               END-IF
               PERFORM P365-PROXIMO-CANDIDATO
           END-PERFORM
           .
       P355-SAI.
           EXIT.
       P360-COMPARA-PAR.
           MOVE 'N' TO WS-DUPLICADO
           MOVE WS-B-ATUAL TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PAR-DUPLICADO TO TRUE
                   MOVE ID-CONTATO    TO WS-B-ID
                   MOVE NM-CONTATO    TO WS-B-NOME
                   MOVE FONE-CONTATO  TO WS-B-FONE
                   MOVE EMAIL-CONTATO TO WS-B-EMAIL
           END-READ
           .
      *proximo B: o menor id acima do B atual entre as tres chaves
      *de A; no empate vale o primeiro motivo (nome, telefone,
      *email), como na comparacao campo a campo
       P365-PROXIMO-CANDIDATO.
           MOVE 9999999 TO WS-MENOR-ID
           MOVE SPACES  TO WS-MOTIVO
           MOVE 'N'                            TO WS-BUSCA-TIPO
           MOVE FUNCTION UPPER-CASE(WS-A-NOME) TO WS-BUSCA-VALOR
           MOVE 'NOME'                         TO WS-BUSCA-MOTIVO
           PERFORM P366-BUSCA-CHAVE THRU P366-SAI
           IF WS-A-FONE NOT = SPACES THEN
               MOVE 'F'                        TO WS-BUSCA-TIPO
               MOVE WS-A-FONE                  TO WS-BUSCA-VALOR
               MOVE 'TELEFONE'                 TO WS-BUSCA-MOTIVO
               PERFORM P366-BUSCA-CHAVE THRU P366-SAI
           END-IF
           IF WS-A-EMAIL NOT = SPACES THEN
               MOVE 'E'                        TO WS-BUSCA-TIPO
               MOVE FUNCTION UPPER-CASE(WS-A-EMAIL)
                                               TO WS-BUSCA-VALOR
               MOVE 'EMAIL'                    TO WS-BUSCA-MOTIVO
               PERFORM P366-BUSCA-CHAVE THRU P366-SAI
           END-IF
           .
       P366-BUSCA-CHAVE.
           MOVE WS-BUSCA-TIPO  TO CHV-TIPO
           MOVE WS-BUSCA-VALOR TO CHV-VALOR
           MOVE WS-B-ATUAL     TO CHV-ID
           START CHAVES-DEDUPE KEY IS > CHV-CHAVE
               INVALID KEY
                   GO TO P366-SAI
           END-START
           READ CHAVES-DEDUPE NEXT RECORD
               AT END
                   GO TO P366-SAI
           END-READ
           IF CHV-TIPO  = WS-BUSCA-TIPO  AND
              CHV-VALOR = WS-BUSCA-VALOR AND
              CHV-ID    < WS-MENOR-ID THEN
               MOVE CHV-ID          TO WS-MENOR-ID
               MOVE WS-BUSCA-MOTIVO TO WS-MOTIVO
           END-IF
           .
       P366-SAI.
           EXIT.
       P370-MOSTRA-PAR.
           DISPLAY '--------------------------------------------'
           DISPLAY 'POSSIVEL DUPLICIDADE POR ' FUNCTION TRIM(WS-MOTIVO)
                   ':'
           DISPLAY '   <1> ' WS-A-ID ' '
                   WS-A-NOME ' '
                   WS-A-FONE
           DISPLAY '       ' WS-A-EMAIL
           DISPLAY '   <2> ' WS-B-ID ' '
                   WS-B-NOME ' '
                   WS-B-FONE
           DISPLAY '       ' WS-B-EMAIL
           .
       P380-TRATA-PAR.
           DISPLAY 'Quem sobrevive: <1>, <2>, <P>ular este par ou'
           ACCEPT WS-ACAO
           EVALUATE WS-ACAO
               WHEN '1'
                   MOVE WS-A-ID TO WS-ID-SOBREVIVE
                   MOVE WS-B-ID TO WS-ID-DUPLICATA
                   PERFORM P390-UNIFICA THRU P390-SAI
               WHEN '2'
                   MOVE WS-B-ID TO WS-ID-SOBREVIVE
                   MOVE WS-A-ID TO WS-ID-DUPLICATA
                   PERFORM P390-UNIFICA THRU P390-SAI
               WHEN 'F'
                   SET ENCERRA-OK TO TRUE
           .
      *na simulacao o sobrevivente e o primeiro do par (menor
      *posicao na varredura) e o relatorio diz o que ele herdaria
      *da duplicata, sem gravar nada em contatos.dat; a heranca vai
      *so para o registro em memoria e para as chaves de trabalho
       P385-SIMULA-PAR.
           MOVE WS-B-ID TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   GO TO P385-SAI
           END-READ
           MOVE NM-CONTATO        TO WS-DUP-NOME
           MOVE FONE-CONTATO      TO WS-DUP-FONE
           MOVE EMAIL-CONTATO     TO WS-DUP-EMAIL
           MOVE ENDERECO-CONTATO  TO WS-DUP-ENDERECO
           MOVE CATEGORIA-CONTATO TO WS-DUP-CATEGORIA

           MOVE WS-A-ID TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   GO TO P385-SAI
           END-READ
           MOVE 0 TO WS-CAMPOS-HERDADOS
           IF FONE-CONTATO = SPACES AND WS-DUP-FONE NOT = SPACES THEN
               MOVE WS-DUP-FONE TO FONE-CONTATO
               ADD 1 TO WS-CAMPOS-HERDADOS
           END-IF
           IF EMAIL-CONTATO = SPACES AND WS-DUP-EMAIL NOT = SPACES
           THEN
               MOVE WS-DUP-EMAIL TO EMAIL-CONTATO
               ADD 1 TO WS-CAMPOS-HERDADOS
           END-IF
           IF ENDERECO-CONTATO = SPACES AND
               ADD 1 TO WS-CAMPOS-HERDADOS
           END-IF

           MOVE WS-B-ID TO WS-RLC-ID-TESTE
           PERFORM P820-CONTA-RELACOES
           DISPLAY '   SIMULACAO: ' WS-B-ID
                   ' SERIA UNIFICADO EM ' WS-A-ID
                   '; CAMPOS HERDADOS: ' WS-CAMPOS-HERDADOS
                   '; VINCULOS: ' WS-RLC-QTD-ATIVOS
      *como na unificacao efetiva, o sobrevivente ganha as chaves
      *herdadas e a duplicata sai da comparacao: a sequencia de
      *pares da simulacao fica identica a da passagem de aplicacao
           MOVE WS-A-ID TO WS-ID-SOBREVIVE
           MOVE WS-B-ID TO WS-ID-DUPLICATA
           IF WS-CAMPOS-HERDADOS > 0 THEN
               PERFORM P392-CHAVES-SOBREVIVENTE
           END-IF
           PERFORM P393-RETIRA-CHAVES
           .
       P385-SAI.
           EXIT.
      *duplicata, que fica inativa; a referencia ao id sobrevivente
      *vai no proprio log (DEPOIS: UNIF EM nnnnnn)
       P390-UNIFICA.
           MOVE 0 TO WS-CAMPOS-HERDADOS

           MOVE WS-ID-DUPLICATA TO ID-CONTATO
               MOVE NM-CONTATO       TO WS-LOG-DEPOIS
               MOVE REG-CONTATOS     TO WS-LOG-IMAGEM-DEPOIS
               PERFORM P500-GRAVA-LOG
               PERFORM P392-CHAVES-SOBREVIVENTE
           END-IF

           MOVE WS-ID-DUPLICATA TO ID-CONTATO
             INTO WS-LOG-DEPOIS
           END-STRING
           PERFORM P500-GRAVA-LOG
           PERFORM P395-TRANSFERE-VINCULOS THRU P395-SAI

           PERFORM P393-RETIRA-CHAVES
           ADD 1 TO WS-UNIFICADOS
           DISPLAY 'CONTATO ' WS-ID-DUPLICATA ' UNIFICADO EM '
                   WS-ID-SOBREVIVE '. CAMPOS HERDADOS: '
                   WS-CAMPOS-HERDADOS
           IF WS-VINC-TRANSF > 0 THEN
               DISPLAY '   VINCULOS TRANSFERIDOS: ' WS-VINC-TRANSF
           END-IF
           .
       P390-SAI.
           EXIT.
      *o telefone e o email herdados passam a valer na comparacao
      *do sobrevivente com os proximos contatos
       P392-CHAVES-SOBREVIVENTE.
           MOVE WS-ID-SOBREVIVE TO CHV-ID
           IF FONE-CONTATO NOT = SPACES THEN
               MOVE 'F'          TO CHV-TIPO
               MOVE FONE-CONTATO TO CHV-VALOR
               WRITE REG-CHAVE-DEDUPE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF EMAIL-CONTATO NOT = SPACES THEN
               MOVE 'E'          TO CHV-TIPO
               MOVE FUNCTION UPPER-CASE(EMAIL-CONTATO) TO CHV-VALOR
               WRITE REG-CHAVE-DEDUPE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-ID-SOBREVIVE = WS-A-ID THEN
               MOVE FONE-CONTATO  TO WS-A-FONE
               MOVE EMAIL-CONTATO TO WS-A-EMAIL
           END-IF
           .
      *a duplicata inativada perde as chaves e nao aparece mais em
      *nenhum par; se era o contato A, a varredura dele termina
       P393-RETIRA-CHAVES.
           MOVE WS-ID-DUPLICATA TO CHV-ID
           MOVE 'N'             TO CHV-TIPO
           MOVE FUNCTION UPPER-CASE(WS-DUP-NOME) TO CHV-VALOR
           DELETE CHAVES-DEDUPE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-DUP-FONE NOT = SPACES THEN
               MOVE 'F'         TO CHV-TIPO
               MOVE WS-DUP-FONE TO CHV-VALOR
               DELETE CHAVES-DEDUPE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-DUP-EMAIL NOT = SPACES THEN
               MOVE 'E'         TO CHV-TIPO
               MOVE FUNCTION UPPER-CASE(WS-DUP-EMAIL) TO CHV-VALOR
               DELETE CHAVES-DEDUPE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-ID-DUPLICATA = WS-A-ID THEN
               SET A-REMOVIDO TO TRUE
           END-IF
           .
      *cada vinculo ativo da duplicata passa para o sobrevivente
      *nos dois sentidos; se o sobrevivente ja tinha vinculo ativo
      *com a mesma pessoa, o dele prevalece. Vinculo entre a
      *duplicata e o proprio sobrevivente simplesmente e desfeito
       P395-TRANSFERE-VINCULOS.
           MOVE 0 TO WS-VINC-TRANSF
           MOVE 0 TO WS-QTD-VINC
           OPEN I-O RELACIONAMENTOS
           IF NOT FS-RLC-OK THEN
               GO TO P395-SAI
           END-IF
           SET EOF-RLC-OK TO FALSE
           MOVE WS-ID-DUPLICATA TO RLC-ID-CONTATO
           MOVE ZEROS           TO RLC-ID-RELACIONADO
           START RELACIONAMENTOS KEY IS >= RLC-CHAVE
               INVALID KEY
                   SET EOF-RLC-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-RLC-OK
               READ RELACIONAMENTOS NEXT RECORD
                   AT END
                       SET EOF-RLC-OK TO TRUE
                   NOT AT END
                       IF RLC-ID-CONTATO NOT = WS-ID-DUPLICATA THEN
                           SET EOF-RLC-OK TO TRUE
                       ELSE
                           IF RLC-ATIVO AND WS-QTD-VINC < 100 THEN
                               ADD 1 TO WS-QTD-VINC
                               MOVE RLC-ID-RELACIONADO
                                 TO WS-VINC-ID(WS-QTD-VINC)
                               MOVE RLC-TIPO
                                 TO WS-VINC-TIPO(WS-QTD-VINC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-IND-VINC FROM 1 BY 1
                   UNTIL WS-IND-VINC > WS-QTD-VINC
               PERFORM P396-TRANSFERE-UM
           END-PERFORM
           CLOSE RELACIONAMENTOS
           .
       P395-SAI.
           EXIT.
       P396-TRANSFERE-UM.
           IF WS-VINC-ID(WS-IND-VINC) = WS-ID-SOBREVIVE THEN
               MOVE WS-ID-DUPLICATA TO RLC-ID-CONTATO
               MOVE WS-ID-SOBREVIVE TO RLC-ID-RELACIONADO
               PERFORM P398-DESATIVA-VINCULO
               MOVE WS-ID-SOBREVIVE TO RLC-ID-CONTATO
               MOVE WS-ID-DUPLICATA TO RLC-ID-RELACIONADO
               PERFORM P398-DESATIVA-VINCULO
           ELSE
               MOVE WS-ID-SOBREVIVE          TO RLC-ID-CONTATO
               MOVE WS-VINC-ID(WS-IND-VINC)  TO RLC-ID-RELACIONADO
               MOVE WS-VINC-TIPO(WS-IND-VINC) TO WS-VINC-TIPO-NOVO
               PERFORM P397-GRAVA-VINCULO
      *o tipo do lado da outra pessoa vem do registro dela; sem
      *ele, usa o inverso do tipo da duplicata
               MOVE WS-VINC-TIPO(WS-IND-VINC) TO WS-RLC-TIPO
               PERFORM P825-DESCREVE-TIPO
               MOVE WS-RLC-INVERSO           TO WS-VINC-TIPO-NOVO
               MOVE WS-VINC-ID(WS-IND-VINC)  TO RLC-ID-CONTATO
               MOVE WS-ID-DUPLICATA          TO RLC-ID-RELACIONADO
               READ RELACIONAMENTOS
                   NOT INVALID KEY
                       MOVE RLC-TIPO TO WS-VINC-TIPO-NOVO
               END-READ
               PERFORM P398-DESATIVA-VINCULO
               MOVE WS-VINC-ID(WS-IND-VINC)  TO RLC-ID-CONTATO
               MOVE WS-ID-SOBREVIVE          TO RLC-ID-RELACIONADO
               PERFORM P397-GRAVA-VINCULO
               MOVE WS-ID-DUPLICATA          TO RLC-ID-CONTATO
               MOVE WS-VINC-ID(WS-IND-VINC)  TO RLC-ID-RELACIONADO
               PERFORM P398-DESATIVA-VINCULO
               ADD 1 TO WS-VINC-TRANSF
           END-IF
           .
      *grava o par de RLC-CHAVE com WS-VINC-TIPO-NOVO, reativando
      *registro removido; vinculo ja ativo fica como esta
       P397-GRAVA-VINCULO.
           READ RELACIONAMENTOS
               INVALID KEY
                   MOVE WS-VINC-TIPO-NOVO TO RLC-TIPO
                   SET RLC-ATIVO          TO TRUE
                   ACCEPT RLC-DATA FROM DATE YYYYMMDD
                   MOVE LK-USUARIO        TO RLC-USUARIO
                   WRITE REG-RELACIONAMENTO
               NOT INVALID KEY
                   IF RLC-INATIVO THEN
                       MOVE WS-VINC-TIPO-NOVO TO RLC-TIPO
                       SET RLC-ATIVO          TO TRUE
                       ACCEPT RLC-DATA FROM DATE YYYYMMDD
                       MOVE LK-USUARIO        TO RLC-USUARIO
                       REWRITE REG-RELACIONAMENTO
                   END-IF
           END-READ
           .
       P398-DESATIVA-VINCULO.
           READ RELACIONAMENTOS
               NOT INVALID KEY
                   IF RLC-ATIVO THEN
                       SET RLC-INATIVO TO TRUE
                       REWRITE REG-RELACIONAMENTO
                   END-IF
           END-READ
           .
       P400-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY RELACAO-VERIFICA.
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-DEDUPE.
