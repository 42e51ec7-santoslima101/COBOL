      ******************************************************************
      * Author:Santos Lima
      * Date:15/10/2026
      * Purpose:Agenda de acompanhamento dos contatos: inclusao de
      *         tarefas com vencimento (ligar, visitar, anotar),
      *         reagendamento, conclusao e cancelamento. A conclusao
      *         grava a interacao correspondente em interacoes.dat,
      *         e a agenda diaria por responsavel sai pelo
      *         MODULO-AGENDA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODULO-TAREFAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAREFAS ASSIGN TO WS-CAMINHO-TAREFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WS-FS-TAR.

               SELECT CONTATOS ASSIGN TO WS-CAMINHO-DADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPF-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

               SELECT INTERACOES ASSIGN TO
               WS-CAMINHO-INTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-FS-INT.

               SELECT USUARIOS ASSIGN TO WS-CAMINHO-USUARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-USUARIO
               FILE STATUS IS WS-FS-USU.

               SELECT CONFIG-FILE ASSIGN TO 'sistema.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD TAREFAS.
          COPY FD-TAREFAS.

      *NÃO COPIE O TITULO COM O FD
       FD CONTATOS.
          COPY FD-CONTT.

       FD INTERACOES.
          COPY FD-INTERACOES.

       FD USUARIOS.
          COPY FD-USUARIOS.

       FD CONFIG-FILE.
          COPY FD-CONFIG.

       WORKING-STORAGE SECTION.
       77 WS-FS-TAR                PIC 99.
          88 FS-TAR-OK             VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-INT                PIC 99.
          88 FS-INT-OK             VALUE 0.
       77 WS-FS-USU                PIC 99.
          88 FS-USU-OK             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE 'S' FALSE 'N'.
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE 'f' FALSE 'N'.
       77 WS-OP-ACAO               PIC X VALUE SPACES.
          88 ACAO-INCLUIR          VALUE 'I'.
          88 ACAO-REAGENDAR        VALUE 'R'.
          88 ACAO-CONCLUIR         VALUE 'C'.
          88 ACAO-CANCELAR         VALUE 'X'.
          88 ACAO-LISTAR           VALUE 'L'.
       77 WS-ID-CONTATO-INF        PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INF              PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-INF               PIC 9(02) VALUE ZEROS.
       77 WS-TIPO-INF              PIC X VALUE SPACES.
       77 WS-RESP-INF              PIC X(10) VALUE SPACES.
       77 WS-DESC-INF              PIC X(40) VALUE SPACES.
       77 WS-NOTA-INF              PIC X(60) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DONO-ATUAL            PIC X(10) VALUE SPACES.
       77 WS-CONT                  PIC 9(04) VALUE ZEROS.
       77 WS-DATA-VALIDA           PIC X VALUE 'N'.
          88 DATA-VALIDA           VALUE 'S' FALSE 'N'.
       77 WS-RESP-VALIDO           PIC X VALUE 'N'.
          88 RESP-VALIDO           VALUE 'S' FALSE 'N'.
       77 WS-TAR-GRAVADA           PIC X VALUE 'N'.
          88 TAREFA-GRAVADA        VALUE 'S' FALSE 'N'.
      *copia da tarefa lida, para regravar com o novo vencimento
      *no reagendamento (o vencimento faz parte da chave)
       01 WS-TAREFA-ANT            PIC X(94) VALUE SPACES.
       01 WS-SITUACAO-DESC         PIC X(10) VALUE SPACES.
          COPY CONFIG-WS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM           PIC X(20).
          03 LK-USUARIO            PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            PERFORM P100-CARREGA-CONFIG
            DISPLAY '***AGENDA DE ACOMPANHAMENTO DE CONTATOS***'
            SET EXIT-OK            TO FALSE
            PERFORM P3OO-MANTEM THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
       P3OO-MANTEM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O TAREFAS
           IF WS-FS-TAR EQUAL 35 THEN
               OPEN OUTPUT TAREFAS
               CLOSE TAREFAS
               OPEN I-O TAREFAS
           END-IF
           IF NOT FS-TAR-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TAREFAS!'
               DISPLAY 'FILE STATUS:' WS-FS-TAR
               SET EXIT-OK TO TRUE
               GO TO P300-FIM
           END-IF

           DISPLAY 'Acao: <I>ncluir,<R>eagendar,<C>oncluir,'
                   'cancelar<X> ou <L>istar tarefas do contato?'
           MOVE SPACES TO WS-OP-ACAO
           ACCEPT WS-OP-ACAO
           MOVE FUNCTION UPPER-CASE(WS-OP-ACAO) TO WS-OP-ACAO
           EVALUATE TRUE
               WHEN ACAO-INCLUIR
                   PERFORM P400-INCLUI THRU P400-SAI
               WHEN ACAO-REAGENDAR
                   PERFORM P410-REAGENDA THRU P410-SAI
               WHEN ACAO-CONCLUIR
                   PERFORM P420-CONCLUI THRU P420-SAI
               WHEN ACAO-CANCELAR
                   PERFORM P430-CANCELA THRU P430-SAI
               WHEN ACAO-LISTAR
                   DISPLAY 'Numero do contato:'
                   ACCEPT WS-ID-CONTATO-INF
                   PERFORM P440-LISTA-DO-CONTATO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA!'
           END-EVALUATE

           CLOSE TAREFAS

           DISPLAY
                 'TECLE:'
                 '<QUALQUER TECLA>para continuar,ou <f> para finalizar.'
           ACCEPT  WS-EXIT
           .
       P300-FIM.
          COPY CONFIG-CARREGA.
      *vencimento em AAAAMMDD; data inexistente (31/02) e recusada
       P350-ACEITA-DATA.
           SET DATA-VALIDA TO FALSE
           MOVE ZEROS TO WS-DATA-INF
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF IS NUMERIC AND WS-DATA-INF > 0 THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INF) = 0 THEN
                   SET DATA-VALIDA TO TRUE
               END-IF
           END-IF
           IF NOT DATA-VALIDA THEN
               DISPLAY 'DATA INVALIDA!'
           END-IF
           .
      *mostra as tarefas do contato e pede o vencimento e a
      *sequencia da escolhida; devolve a tarefa lida pela chave
       P355-ESCOLHE-TAREFA.
           DISPLAY 'Numero do contato:'
           ACCEPT WS-ID-CONTATO-INF
           PERFORM P440-LISTA-DO-CONTATO
           DISPLAY 'Vencimento da tarefa (AAAAMMDD):'
           PERFORM P350-ACEITA-DATA
           IF DATA-VALIDA THEN
               DISPLAY 'Sequencia da tarefa no dia:'
               MOVE ZEROS TO WS-SEQ-INF
               ACCEPT WS-SEQ-INF
               MOVE WS-ID-CONTATO-INF TO TAR-ID-CONTATO
               MOVE WS-DATA-INF       TO TAR-DATA-VENC
               MOVE WS-SEQ-INF        TO TAR-SEQ
           END-IF
           .
      *o responsavel precisa ser um usuario cadastrado
       P360-VALIDA-RESPONSAVEL.
           SET RESP-VALIDO TO FALSE
           OPEN INPUT USUARIOS
           IF NOT FS-USU-OK THEN
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL'
                       ' (OPCAO 12).'
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-RESP-INF) TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       DISPLAY 'USUARIO RESPONSAVEL NAO CADASTRADO!'
                   NOT INVALID KEY
                       SET RESP-VALIDO TO TRUE
               END-READ
               CLOSE USUARIOS
           END-IF
           .
      *grava a tarefa na primeira sequencia livre do dia
       P370-GRAVA-TAREFA.
           SET TAREFA-GRAVADA TO FALSE
           MOVE 1 TO TAR-SEQ
           PERFORM UNTIL TAREFA-GRAVADA OR TAR-SEQ >= 99
               WRITE REG-TAREFAS
                   INVALID KEY
                       ADD 1 TO TAR-SEQ
                   NOT INVALID KEY
                       SET TAREFA-GRAVADA TO TRUE
               END-WRITE
           END-PERFORM
           .
       P400-INCLUI.
           DISPLAY 'Numero do contato:'
           ACCEPT WS-ID-CONTATO-INF

      *a tarefa so vale para contato existente e ativo; o dono da
      *carteira e o responsavel padrao
           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS!'
               DISPLAY 'FILE STATUS:' WS-FS
               GO TO P400-SAI
           END-IF
           MOVE WS-ID-CONTATO-INF TO ID-CONTATO
           READ CONTATOS
               INVALID KEY
                   DISPLAY 'CONTATO NAO CADASTRADO!'
                   CLOSE CONTATOS
                   GO TO P400-SAI
           END-READ
           IF CONTATO-INATIVO THEN
               DISPLAY 'CONTATO ESTA INATIVO!'
               CLOSE CONTATOS
               GO TO P400-SAI
           END-IF
           MOVE DONO-CONTATO TO WS-DONO-ATUAL
           DISPLAY 'CONTATO: ' ID-CONTATO ' ' NM-CONTATO
           CLOSE CONTATOS

           DISPLAY 'Tipo: <L>igacao, <V>isita ou <A>notacao?'
           MOVE SPACES TO WS-TIPO-INF
           ACCEPT WS-TIPO-INF
           MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-INF
           IF WS-TIPO-INF NOT = 'L' AND
              WS-TIPO-INF NOT = 'V' AND
              WS-TIPO-INF NOT = 'A' THEN
               DISPLAY 'TIPO INVALIDO!'
               GO TO P400-SAI
           END-IF

           DISPLAY 'Vencimento (AAAAMMDD):'
           PERFORM P350-ACEITA-DATA
           IF NOT DATA-VALIDA THEN
               GO TO P400-SAI
           END-IF
           IF WS-DATA-INF < WS-DATA-HOJE THEN
               DISPLAY 'VENCIMENTO NAO PODE SER ANTERIOR A HOJE!'
               GO TO P400-SAI
           END-IF

           DISPLAY 'Responsavel (vazio = dono da carteira '
                   FUNCTION TRIM(WS-DONO-ATUAL) '):'
           MOVE SPACES TO WS-RESP-INF
           ACCEPT WS-RESP-INF
           IF WS-RESP-INF = SPACES THEN
               MOVE WS-DONO-ATUAL TO WS-RESP-INF
           END-IF
      *contato antigo sem carteira: quem agenda fica responsavel
           IF WS-RESP-INF = SPACES THEN
               MOVE LK-USUARIO TO WS-RESP-INF
           END-IF
           PERFORM P360-VALIDA-RESPONSAVEL
           IF NOT RESP-VALIDO THEN
               GO TO P400-SAI
           END-IF

           DISPLAY 'Descricao da tarefa:'
           MOVE SPACES TO WS-DESC-INF
           ACCEPT WS-DESC-INF

           MOVE WS-ID-CONTATO-INF TO TAR-ID-CONTATO
           MOVE WS-DATA-INF       TO TAR-DATA-VENC
           MOVE WS-TIPO-INF       TO TAR-TIPO
           MOVE FUNCTION UPPER-CASE(WS-RESP-INF) TO TAR-RESPONSAVEL
           SET TAR-ABERTA         TO TRUE
           MOVE WS-DESC-INF       TO TAR-DESCRICAO
           MOVE LK-USUARIO        TO TAR-CRIADOR
           MOVE WS-DATA-HOJE      TO TAR-DATA-CRIACAO
           MOVE ZEROS             TO TAR-DATA-FECHAMENTO
           PERFORM P370-GRAVA-TAREFA
           IF TAREFA-GRAVADA THEN
               DISPLAY 'Tarefa incluida: vencimento ' TAR-DATA-VENC
                       ' sequencia ' TAR-SEQ
           ELSE
               DISPLAY 'LIMITE DE TAREFAS DO CONTATO NO DIA!'
           END-IF
           .
       P400-SAI.
           EXIT.
       P410-REAGENDA.
           PERFORM P355-ESCOLHE-TAREFA
           IF NOT DATA-VALIDA THEN
               GO TO P410-SAI
           END-IF
           READ TAREFAS
               INVALID KEY
                   DISPLAY 'TAREFA NAO ENCONTRADA!'
                   GO TO P410-SAI
           END-READ
           IF NOT TAR-ABERTA THEN
               DISPLAY 'SO TAREFA EM ABERTO PODE SER REAGENDADA!'
               GO TO P410-SAI
           END-IF

           DISPLAY 'Novo vencimento (AAAAMMDD):'
           PERFORM P350-ACEITA-DATA
           IF NOT DATA-VALIDA THEN
               GO TO P410-SAI
           END-IF
           IF WS-DATA-INF < WS-DATA-HOJE THEN
               DISPLAY 'VENCIMENTO NAO PODE SER ANTERIOR A HOJE!'
               GO TO P410-SAI
           END-IF

      *a tarefa sai da chave antiga e entra na nova data com o
      *restante do registro preservado
           MOVE REG-TAREFAS TO WS-TAREFA-ANT
           DELETE TAREFAS RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REAGENDAR A TAREFA!'
                   DISPLAY 'FILE STATUS:' WS-FS-TAR
                   GO TO P410-SAI
           END-DELETE
           MOVE WS-TAREFA-ANT TO REG-TAREFAS
           MOVE WS-DATA-INF   TO TAR-DATA-VENC
           PERFORM P370-GRAVA-TAREFA
           IF TAREFA-GRAVADA THEN
               DISPLAY 'Tarefa reagendada para ' TAR-DATA-VENC
                       ' sequencia ' TAR-SEQ
           ELSE
      *sem sequencia livre na nova data: volta para onde estava
               MOVE WS-TAREFA-ANT TO REG-TAREFAS
               WRITE REG-TAREFAS
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY 'LIMITE DE TAREFAS DO CONTATO NA NOVA DATA!'
           END-IF
           .
       P410-SAI.
           EXIT.
      *a conclusao registra a interacao que a tarefa pedia, com o
      *tipo da tarefa e o operador que executou
       P420-CONCLUI.
           PERFORM P355-ESCOLHE-TAREFA
           IF NOT DATA-VALIDA THEN
               GO TO P420-SAI
           END-IF
           READ TAREFAS
               INVALID KEY
                   DISPLAY 'TAREFA NAO ENCONTRADA!'
                   GO TO P420-SAI
           END-READ
           IF NOT TAR-ABERTA THEN
               DISPLAY 'TAREFA JA ESTA FECHADA!'
               GO TO P420-SAI
           END-IF

           DISPLAY 'Observacao da interacao (vazio = descricao da'
                   ' tarefa):'
           MOVE SPACES TO WS-NOTA-INF
           ACCEPT WS-NOTA-INF
           IF WS-NOTA-INF = SPACES THEN
               MOVE TAR-DESCRICAO TO WS-NOTA-INF
           END-IF

           OPEN I-O INTERACOES
           IF WS-FS-INT EQUAL 35 THEN
               OPEN OUTPUT INTERACOES
               CLOSE INTERACOES
               OPEN I-O INTERACOES
           END-IF
           IF NOT FS-INT-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERACOES!'
               DISPLAY 'FILE STATUS:' WS-FS-INT
               GO TO P420-SAI
           END-IF
           MOVE TAR-ID-CONTATO TO INT-ID-CONTATO
           ACCEPT INT-DATA FROM DATE YYYYMMDD
           ACCEPT INT-HORA FROM TIME
           MOVE TAR-TIPO       TO INT-TIPO
           MOVE LK-USUARIO     TO INT-OPERADOR
           MOVE WS-NOTA-INF    TO INT-NOTA
           WRITE REG-INTERACOES
               INVALID KEY
                   DISPLAY 'INTERACAO JA REGISTRADA NESTE INSTANTE!'
                   CLOSE INTERACOES
                   GO TO P420-SAI
           END-WRITE
           CLOSE INTERACOES

           SET TAR-CONCLUIDA      TO TRUE
           MOVE WS-DATA-HOJE      TO TAR-DATA-FECHAMENTO
           REWRITE REG-TAREFAS
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A TAREFA!'
                   DISPLAY 'FILE STATUS:' WS-FS-TAR
               NOT INVALID KEY
                   DISPLAY 'Tarefa concluida e interacao registrada!'
           END-REWRITE
           .
       P420-SAI.
           EXIT.
      *o cancelamento fecha a tarefa sem interacao: nada aconteceu
      *com o contato
       P430-CANCELA.
           PERFORM P355-ESCOLHE-TAREFA
           IF NOT DATA-VALIDA THEN
               GO TO P430-SAI
           END-IF
           READ TAREFAS
               INVALID KEY
                   DISPLAY 'TAREFA NAO ENCONTRADA!'
                   GO TO P430-SAI
           END-READ
           IF NOT TAR-ABERTA THEN
               DISPLAY 'TAREFA JA ESTA FECHADA!'
               GO TO P430-SAI
           END-IF
           SET TAR-CANCELADA      TO TRUE
           MOVE WS-DATA-HOJE      TO TAR-DATA-FECHAMENTO
           REWRITE REG-TAREFAS
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR A TAREFA!'
                   DISPLAY 'FILE STATUS:' WS-FS-TAR
               NOT INVALID KEY
                   DISPLAY 'Tarefa cancelada!'
           END-REWRITE
           .
       P430-SAI.
           EXIT.
      *leitura dirigida pela chave: posiciona no inicio do contato
      *e le adiante ate o id mudar
       P440-LISTA-DO-CONTATO.
           SET EOF-OK TO FALSE
           SET WS-CONT TO 0
           MOVE WS-ID-CONTATO-INF TO TAR-ID-CONTATO
           MOVE ZEROS             TO TAR-DATA-VENC
           MOVE ZEROS             TO TAR-SEQ
           START TAREFAS KEY IS >= TAR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM UNTIL EOF-OK
               READ TAREFAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TAR-ID-CONTATO NOT = WS-ID-CONTATO-INF THEN
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P445-MOSTRA-TAREFA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT = 0 THEN
               DISPLAY 'NENHUMA TAREFA PARA ESTE CONTATO.'
           ELSE
               DISPLAY 'TOTAL DE TAREFAS: ' WS-CONT
           END-IF
           .
       P445-MOSTRA-TAREFA.
           EVALUATE TRUE
               WHEN TAR-ABERTA
                   IF TAR-DATA-VENC < WS-DATA-HOJE THEN
                       MOVE 'ATRASADA'  TO WS-SITUACAO-DESC
                   ELSE
                       MOVE 'ABERTA'    TO WS-SITUACAO-DESC
                   END-IF
               WHEN TAR-CONCLUIDA
                   MOVE 'CONCLUIDA'     TO WS-SITUACAO-DESC
               WHEN TAR-CANCELADA
                   MOVE 'CANCELADA'     TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE '?'             TO WS-SITUACAO-DESC
           END-EVALUATE
           DISPLAY TAR-DATA-VENC ' ' TAR-SEQ ' ' TAR-TIPO ' '
                   TAR-RESPONSAVEL ' ' WS-SITUACAO-DESC
           DISPLAY '     ' TAR-DESCRICAO
           .
       P900-FIM.
            GOBACK.
       END PROGRAM MODULO-TAREFAS.
