       77 WS-FS-CAMP               PIC 99.
          88 FS-CAMP-OK            VALUE 0.
       77 WS-FS-DEST               PIC 99.
          88 FS-DEST-OK            VALUE 0.
       77 WS-EOF-CAMP              PIC X.
          88 EOF-CAMP-OK           VALUE 'S' FALSE 'N'.
      *registro da campanha da execucao corrente: aberta enquanto
      *os destinatarios sao gravados; com erro a saida nao e
      *gerada, para nao haver envio sem registro
       77 WS-CAMP-SIT              PIC X VALUE 'F'.
          88 CAMPANHA-ABERTA       VALUE 'A'.
          88 CAMPANHA-FECHADA      VALUE 'F'.
          88 CAMPANHA-COM-ERRO     VALUE 'E'.
       77 WS-CAMP-ID               PIC 9(06) VALUE ZEROS.
       77 WS-CAMP-MAXIMO           PIC 9(06) VALUE ZEROS.
       77 WS-CAMP-QTD              PIC 9(06) VALUE ZEROS.
       77 WS-CAMP-DATA             PIC 9(08) VALUE ZEROS.
      *criterios informados pelo programa chamador
       77 WS-CAMP-NOME-INF         PIC X(30) VALUE SPACES.
       77 WS-CAMP-CANAL-INF        PIC X(01) VALUE SPACES.
       77 WS-CAMP-CATEGORIA-INF    PIC X(10) VALUE SPACES.
       77 WS-CAMP-CIDADE-INF       PIC X(20) VALUE SPACES.
       77 WS-CAMP-UF-INF           PIC X(02) VALUE SPACES.
       77 WS-CAMP-LISTA-INF        PIC 9(04) VALUE ZEROS.
       77 WS-CAMP-USUARIO-INF      PIC X(10) VALUE SPACES.
       77 WS-CAMP-PROGRAMA-INF     PIC X(20) VALUE SPACES.
       77 WS-CAMP-EMPRESA-INF      PIC 9(04) VALUE ZEROS.
       77 WS-CAMP-FILIAIS-INF      PIC X(01) VALUE 'N'.
      *destinatario a gravar
       77 WS-CAMP-DEST-ID          PIC 9(06) VALUE ZEROS.
       77 WS-CAMP-DEST-CATEGORIA   PIC X(10) VALUE SPACES.
       77 WS-CAMP-DEST-DONO        PIC X(10) VALUE SPACES.
