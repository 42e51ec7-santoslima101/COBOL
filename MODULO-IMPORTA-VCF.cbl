      * Date:03/09/2026
      * Purpose:Importacao de contatos a partir de um arquivo vCard
      *         (VCF) com varios cartoes, o caminho inverso da
      *         exportacao: FN, TEL, EMAIL, ADR, CATEGORIES e X-CPF
      *         entram no cadastro com id gerado pelo controle,
      *         telefones e emails extras vao para o arquivo de meios
      *         e os cartoes invalidos caem no arquivo de rejeitos com
      *         o motivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT ARQUIVO-VCF ASSIGN TO
               RECORD KEY IS CHAVE-CONTROLE
               FILE STATUS IS WS-FS-CONTROLE.

               SELECT TERRITORIOS ASSIGN TO
               WS-CAMINHO-TERRIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-CHAVE
               FILE STATUS IS WS-FS-TER.

               SELECT LOG-TRANSACOES ASSIGN TO
               WS-CAMINHO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HIST.

               SELECT LOG-SEQUENCIA ASSIGN TO
               WS-CAMINHO-LOGSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LSQ.

               SELECT INTERFACES-RECEBIDAS ASSIGN TO
               WS-CAMINHO-ITFCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITF-CHAVE
               FILE STATUS IS WS-FS-ITF.

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
       FD CONTROLE-ID.
          COPY FD-CONTROLE.

       FD TERRITORIOS.
          COPY FD-TERRITORIOS.

       FD LOG-TRANSACOES.
          COPY FD-LOG.

       FD HISTORICO-CONTATO.
          COPY FD-HISTCON.

       FD LOG-SEQUENCIA.
       01 REG-LOG-SEQ               PIC X(30).

       FD INTERFACES-RECEBIDAS.
          COPY FD-INTERFACES.

       FD SPOOL-ORIGEM.
       01 REG-SPOOL-ORIGEM             PIC X(300).

       FD SPOOL-COPIA.
       01 REG-SPOOL-COPIA              PIC X(300).

       FD CATALOGO-SPOOL.
          COPY FD-SPOOL.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

          03 WS-CAR-EMAIL          PIC X(40).
          03 WS-CAR-ENDERECO       PIC X(40).
          03 WS-CAR-CATEGORIA      PIC X(10).
          03 WS-CAR-CPF            PIC X(18).
          03 WS-CAR-CIDADE         PIC X(20).
          03 WS-CAR-UF             PIC X(02).
          03 WS-CAR-CEP            PIC X(08).
       77 WS-EM-CARTAO             PIC X VALUE 'N'.
          88 DENTRO-CARTAO         VALUE 'S' FALSE 'N'.
      *telefones e emails alem do primeiro, guardados para irem ao
          88 NOME-DUPLICADO        VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVO-NOVO          PIC X VALUE 'N'.
          88 ARQUIVO-NOVO          VALUE 'S'.
      *o cartao nao traz id (o id e gerado aqui), entao a soma de
      *controle do rodape e feita sobre os cpfs do X-CPF
       77 WS-CPF-CONTROLE          PIC 9(11) VALUE ZEROS.
      *partes do ADR do vcard: caixa postal;complemento;rua;
      *cidade;uf;cep;pais
       01 WS-ADR-PARTES.
          03 WS-ADR-CAIXA          PIC X(20).
          03 WS-ADR-COMPLEMENTO    PIC X(20).
          03 WS-ADR-RUA            PIC X(40).
          03 WS-ADR-CIDADE         PIC X(20).
          03 WS-ADR-UF             PIC X(20).
          03 WS-ADR-CEP            PIC X(10).
          03 WS-ADR-PAIS           PIC X(20).
       77 WS-ADR-QTD               PIC 9(02) VALUE ZEROS.
       77 WS-ADR-CEP-1             PIC X(05) VALUE SPACES.
       77 WS-ADR-CEP-2             PIC X(05) VALUE SPACES.
          COPY WS-LOG.
          COPY CONFIG-WS.
          COPY SPOOL-WS.
          COPY CONTROLE-ID-WS.
          COPY CATEGORIA-WS.
          COPY MEIOS-WS.
          COPY RUNLOG-WS.
          COPY DOCUMENTO-WS.
          COPY INTERFACE-WS.
          COPY TERRITORIO-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            MOVE 'MODULO-IMPORTA-VCF'   TO WS-SPL-PROGRAMA-INF
            MOVE 2                      TO WS-SPL-NIVEL-INF
            MOVE LK-USUARIO             TO WS-SPL-USUARIO-INF
            IF EXEC-BATCH THEN
                MOVE 'BATCH'            TO WS-SPL-USUARIO-INF
            END-IF
            IF WS-CFG-TENTATIVAS > 0 THEN
                MOVE WS-CFG-TENTATIVAS TO WS-MAX-TENTATIVAS
            END-IF
           SET WS-CONT-REJ         TO 0
           SET DENTRO-CARTAO       TO FALSE

      *o arquivo inteiro e conferido contra o cabecalho e o rodape
      *antes de qualquer gravacao no cadastro
           PERFORM P350-CONFERE-CONTROLE
           IF ITF-ARQUIVO-REJEITADO THEN
               MOVE 'VCF REJEITADO PELO CONTROLE, NADA FOI IMPORTADO.'
                    TO WS-MSG-TEXTO
               PERFORM P510-MSG
               MOVE 8 TO LK-RETORNO
               GO TO P300-FIM
           END-IF

           OPEN INPUT ARQUIVO-VCF
           IF NOT FS-VCF-OK THEN
               MOVE 'ERRO AO ABRIR O ARQUIVO VCF DE ENTRADA!'
           CLOSE ARQUIVO-VCF
           IF FS-REJ-OK THEN
               CLOSE ARQUIVO-REJEITOS
               MOVE 'VCF-REJ'            TO WS-SPL-TIPO-INF
               MOVE WS-CAMINHO-VCFREJ    TO WS-SPL-ORIGEM-INF
               PERFORM P850-REGISTRA-SPOOL
           END-IF
           PERFORM P547-ITF-GRAVA-SEQUENCIA

           MOVE SPACES TO WS-MSG-TEXTO
           STRING 'CARTOES LIDOS: '  DELIMITED BY SIZE
       P300-FIM.
          COPY GRAVA-LOG.
          COPY CONFIG-CARREGA.
          COPY SPOOL-REGISTRA.
          COPY PROXIMO-ID.
          COPY CATEGORIA-ESCOLHE.
          COPY RUNLOG-GRAVA.
          COPY DOCUMENTO-VALIDA.
          COPY DOCUMENTO-DUPLICADO.
          COPY INTERFACE-CONFERE.
          COPY TERRITORIO-BUSCA.
       P170-ABRE-CONTATOS.
           MOVE 0 TO WS-TENTATIVAS
           PERFORM WITH TEST AFTER
               END-IF
           END-PERFORM
           .
      *primeira passada pelo arquivo: cada BEGIN:VCARD conta um
      *registro e os cpfs somam o total de controle do rodape
       P350-CONFERE-CONTROLE.
           MOVE 'IMPORTA-VCF' TO WS-ITF-INTERFACE
           PERFORM P540-ITF-INICIA
           SET EOF-OK TO FALSE
           OPEN INPUT ARQUIVO-VCF
           IF FS-VCF-OK THEN
               PERFORM UNTIL EOF-OK
                   READ ARQUIVO-VCF INTO WS-ITF-LINHA
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P355-SOMA-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-VCF
               PERFORM P545-ITF-CONFERE
           END-IF
           SET EOF-OK TO FALSE
           .
       P355-SOMA-CONTROLE.
           PERFORM P541-ITF-CLASSIFICA
           IF ITF-LINHA-DETALHE THEN
               IF FUNCTION UPPER-CASE(WS-ITF-LINHA(1:11)) =
                  'BEGIN:VCARD' THEN
                   ADD 1 TO WS-ITF-QTD-LIDA
               END-IF
               IF FUNCTION UPPER-CASE(WS-ITF-LINHA(1:6)) = 'X-CPF:'
               THEN
                   MOVE WS-ITF-LINHA(7:18) TO WS-DOC-NUMERO
                   PERFORM P730-EXTRAI-DIGITOS
                   IF WS-DOC-QTD-DIG = 11 AND
                      WS-DOC-DIGITOS(1:11) IS NUMERIC THEN
                       MOVE WS-DOC-DIGITOS(1:11) TO WS-CPF-CONTROLE
                       ADD WS-CPF-CONTROLE TO WS-ITF-HASH-LIDO
                   END-IF
               END-IF
           END-IF
           .
      *separa o rotulo (antes dos dois pontos) do valor; o rotulo
      *pode trazer parametros, ex.: TEL;TYPE=CELL
       P400-PROCESSA-LINHA.
                       END-IF
                   END-IF
               WHEN WS-VCF-TAG(1:3) = 'ADR'
                   PERFORM P415-GUARDA-ENDERECO
               WHEN WS-VCF-TAG(1:10) = 'CATEGORIES'
                   MOVE WS-VCF-VALOR(1:10) TO WS-CAR-CATEGORIA
      *o vcard nao tem campo proprio para o documento; o cpf vem
      *na propriedade estendida X-CPF
               WHEN WS-VCF-TAG = 'X-CPF'
                   MOVE WS-VCF-VALOR(1:18) TO WS-CAR-CPF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               END-IF
           END-IF
           .
      *o ADR estruturado traz rua, cidade, uf e cep em posicoes
      *fixas separadas por ';'; sem separador (ou sem rua) o valor
      *inteiro vai para o logradouro. Uf e cep fora do
      *formato ficam em branco, sem barrar o cartao
       P415-GUARDA-ENDERECO.
           MOVE SPACES TO WS-ADR-PARTES
           MOVE 0 TO WS-ADR-QTD
           UNSTRING WS-VCF-VALOR DELIMITED BY ';'
               INTO WS-ADR-CAIXA WS-ADR-COMPLEMENTO WS-ADR-RUA
                    WS-ADR-CIDADE WS-ADR-UF WS-ADR-CEP WS-ADR-PAIS
               TALLYING IN WS-ADR-QTD
           END-UNSTRING
           IF WS-ADR-QTD < 3 OR WS-ADR-RUA = SPACES THEN
               INSPECT WS-VCF-VALOR REPLACING ALL ';' BY ' '
               MOVE FUNCTION TRIM(WS-VCF-VALOR LEADING)
                    TO WS-CAR-ENDERECO
           ELSE
               MOVE WS-ADR-RUA TO WS-CAR-ENDERECO
           END-IF
           IF WS-ADR-QTD >= 4 THEN
               MOVE FUNCTION UPPER-CASE(WS-ADR-CIDADE)
                    TO WS-CAR-CIDADE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ADR-UF) TO WS-ADR-UF
           IF WS-ADR-UF(1:2) IS ALPHABETIC AND
              WS-ADR-UF(1:1) NOT = SPACE AND
              WS-ADR-UF(2:1) NOT = SPACE AND
              WS-ADR-UF(3:) = SPACES THEN
               MOVE WS-ADR-UF(1:2) TO WS-CAR-UF
           END-IF
      *cep como 00000-000 ou 00000000
           MOVE SPACES TO WS-ADR-CEP-1 WS-ADR-CEP-2 WS-CAR-CEP
           UNSTRING WS-ADR-CEP DELIMITED BY '-'
               INTO WS-ADR-CEP-1 WS-ADR-CEP-2
           END-UNSTRING
           STRING WS-ADR-CEP-1 DELIMITED BY SPACE
                  WS-ADR-CEP-2 DELIMITED BY SPACE
             INTO WS-CAR-CEP
           END-STRING
           IF WS-CAR-CEP IS NOT NUMERIC THEN
               MOVE SPACES TO WS-CAR-CEP
           END-IF
           .
       P420-GRAVA-CARTAO.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-CAR-NOME)) = 0 THEN
               MOVE 'NOME EM BRANCO' TO WS-MOTIVO-REJ
               GO TO P420-SAI
           END-IF

      *cpf com verificador errado ou ja em outro contato ativo
      *tambem barra o cartao
           MOVE WS-CAR-CPF TO WS-DOC-NUMERO
           PERFORM P720-VALIDA-CPF
           IF NOT DOCUMENTO-VALIDO THEN
               MOVE 'CPF INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P430-GRAVA-REJEITO
               GO TO P420-SAI
           END-IF
           SET CPF-DUPLICADO TO FALSE
           IF NOT ARQUIVO-NOVO THEN
               MOVE 0 TO WS-DOC-ID-PROPRIO
               PERFORM P740-VERIFICA-CPF-DUPLICADO
           END-IF
           IF CPF-DUPLICADO THEN
               MOVE SPACES TO WS-MOTIVO-REJ
               STRING 'CPF JA NO CONTATO ATIVO ' DELIMITED BY SIZE
                      WS-DOC-ID-DUPLICADO        DELIMITED BY SIZE
                 INTO WS-MOTIVO-REJ
               END-STRING
               PERFORM P430-GRAVA-REJEITO
               GO TO P420-SAI
           END-IF

           PERFORM P150-PROXIMO-ID
           IF NOT ID-GERADO-OK THEN
               MOVE 'SEM ID DISPONIVEL' TO WS-MOTIVO-REJ
           MOVE WS-CAR-EMAIL     TO EMAIL-CONTATO
           MOVE WS-CAR-ENDERECO  TO ENDERECO-CONTATO
           MOVE WS-CAR-CATEGORIA TO CATEGORIA-CONTATO
           MOVE WS-CAR-CIDADE    TO CIDADE-CONTATO
           MOVE WS-CAR-UF        TO UF-CONTATO
           MOVE WS-CAR-CEP       TO CEP-CONTATO
      *com uf (e cep) no cartao a carteira e a do territorio de
      *venda; fora de territorio fica em branco
           MOVE WS-CAR-UF        TO WS-TER-UF-BUSCA
           MOVE WS-CAR-CEP       TO WS-TER-CEP-BUSCA
           PERFORM P795-BUSCA-TERRITORIO THRU P795-SAI
           IF TERRITORIO-ACHADO THEN
               MOVE WS-TER-DONO-ACHADO TO DONO-CONTATO
           END-IF
           MOVE WS-DOC-DIGITOS(1:11) TO CPF-CONTATO
           MOVE 0                TO ID-EMPRESA-CONTATO
           SET CONTATO-ATIVO     TO TRUE

