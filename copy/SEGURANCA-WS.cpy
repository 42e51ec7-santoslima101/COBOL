       77 WS-FS-SEG                PIC 99.
          88 FS-SEG-OK             VALUE 0.
      *evento a registrar no log de seguranca; opcao, resultado e
      *detalhe valem para uma unica gravacao (o P530 limpa apos
      *gravar)
       77 WS-SEG-EVENTO            PIC X(12) VALUE SPACES.
       77 WS-SEG-USUARIO           PIC X(10) VALUE SPACES.
       77 WS-SEG-OPCAO             PIC X(02) VALUE SPACES.
       77 WS-SEG-RESULTADO         PIC X(10) VALUE SPACES.
       77 WS-SEG-DETALHE           PIC X(40) VALUE SPACES.
       77 WS-SEG-PROGRAMA          PIC X(20) VALUE SPACES.
