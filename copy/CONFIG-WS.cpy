       77 WS-CFG-GERACOES          PIC 9(02) VALUE ZEROS.
       77 WS-CFG-DIAS-ARQ          PIC 9(04) VALUE ZEROS.
       77 WS-CFG-MESES-RET         PIC 9(03) VALUE ZEROS.
      *linha 10: aceita arquivo recebido sem cabecalho de controle
      *(S = periodo de transicao, padrao; N = exige cabecalho)
       77 WS-CFG-SEM-CABECALHO     PIC X(01) VALUE 'S'.
          88 CFG-ACEITA-SEM-CABECALHO VALUE 'S'.
      *linha 11: meses sem confirmacao a partir dos quais o contato
      *volta para a lista de recertificacao da carteira
       77 WS-CFG-MESES-RECERT      PIC 9(03) VALUE ZEROS.
      *linha 12: quantidade de retratos mensais da base guardados
       77 WS-CFG-RETRATOS          PIC 9(02) VALUE ZEROS.
      *linha 13: dias de permanencia dos relatorios no spool
       77 WS-CFG-DIAS-SPOOL        PIC 9(04) VALUE ZEROS.
      *diretorio efetivo das saidas impressas e exportacoes:
      *o configurado na linha 6 ou, vazio, o proprio dir de modulos
       77 WS-DIR-SAIDA             PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SAUREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DESREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-TPLERR        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-TAREFAS       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-TARORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-AGENDA        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-LGPDREL       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-LGPDREG       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SUPRESSAO     PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-OPTLOTE       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-OPTREJ        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DOCORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SEMDOC        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CEP           PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CEPDNE        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CEPREJ        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CEPREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEVOL         PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEVLOTE       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEVREJ        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEVTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEVORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEVREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CAMPANHAS     PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CAMPDEST      PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CAMPTRAB      PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CAMPORD       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CAMPREL       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-PRODTRAB      PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-PRODORD       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-PRODREL       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SEGLOG        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SEGTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SEGORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SEGREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RELDEF        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-GERTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-GERORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-ITFCTL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-TERRIT        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-TERREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RELAC         PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-FICHA         PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CONFIRM       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RECORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RECREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RECRES        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RETCTL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RETTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RETORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-RETREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-SPOOLCAT      PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-REIMP         PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DLTTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DLTORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEDCHV        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DEDIDS        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-EXCTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-EXCORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CONTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CONORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DSFTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-DSFORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-GRPTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-GRPORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-GRPREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-LOGSEQ        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CADCTL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CADTRAB       PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CADORD        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CADREL        PIC X(100) VALUE SPACES.
       77 WS-CAMINHO-CADANON       PIC X(100) VALUE SPACES.
       77 WS-LEN-MODULOS           PIC 9(03) VALUE ZEROS.
