       77 WS-FS-SPL                PIC 99.
          88 FS-SPL-OK             VALUE 0.
       77 WS-FS-SPO                PIC 99.
          88 FS-SPO-OK             VALUE 0.
       77 WS-FS-SPC                PIC 99.
          88 FS-SPC-OK             VALUE 0.
       77 WS-EOF-SPL               PIC X.
          88 EOF-SPL-OK            VALUE 'S' FALSE 'N'.
      *resultado do registro: sem catalogo o relatorio de nome fixo
      *continua valendo, so nao fica guardado no spool
       77 WS-SPL-SIT               PIC X VALUE 'N'.
          88 SPOOL-REGISTRADO      VALUE 'S' FALSE 'N'.
       77 WS-SPL-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA              PIC 9(08) VALUE ZEROS.
       77 WS-SPL-SEQ               PIC 9(02) VALUE ZEROS.
       77 WS-SPL-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-SPL-LIVRE             PIC X VALUE 'N'.
          88 CHAVE-SPOOL-LIVRE     VALUE 'S' FALSE 'N'.
       77 WS-NOME-SPOOL            PIC X(120) VALUE SPACES.
      *relatorio a guardar, informado pelo programa chamador depois
      *de fechar a saida de nome fixo
       77 WS-SPL-TIPO-INF          PIC X(10) VALUE SPACES.
       77 WS-SPL-ORIGEM-INF        PIC X(99) VALUE SPACES.
       77 WS-SPL-PROGRAMA-INF      PIC X(20) VALUE SPACES.
       77 WS-SPL-USUARIO-INF       PIC X(10) VALUE SPACES.
      *nivel de menu do programa emissor (3 se nao informado)
       77 WS-SPL-NIVEL-INF         PIC 9(01) VALUE 3.
