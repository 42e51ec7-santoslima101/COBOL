       77 WS-FS-CNF                PIC 99.
          88 FS-CNF-OK             VALUE 0.
      *contato a confirmar, origem da confirmacao e a confirmacao
      *anterior, que vai para o log como valor de antes
       77 WS-CNF-ID-TESTE          PIC 9(06) VALUE ZEROS.
       77 WS-CNF-ORIGEM            PIC X(01) VALUE SPACES.
       77 WS-CNF-DATA-ANT          PIC 9(08) VALUE ZEROS.
       77 WS-CNF-USUARIO-ANT       PIC X(10) VALUE SPACES.
       77 WS-CNF-ACHOU             PIC X VALUE 'N'.
          88 CONFIRMACAO-ACHADA    VALUE 'S' FALSE 'N'.
       77 WS-CNF-GRAVOU            PIC X VALUE 'N'.
          88 CONFIRMACAO-GRAVADA   VALUE 'S' FALSE 'N'.
       77 WS-CNF-DATA-ED           PIC X(10) VALUE SPACES.
