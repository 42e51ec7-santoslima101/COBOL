       77 WS-FS-DEV                PIC 99.
          88 FS-DEV-OK             VALUE 0.
      *arquivo de devolucoes para os programas de saida: ausente
      *(nada devolvido ainda) ou aberto; com erro de abertura a
      *saida nao e gerada, para nao repetir o envio perdido
       77 WS-DEV-DISP              PIC X VALUE 'N'.
          88 DEVOLUCOES-DISPONIVEL VALUE 'S'.
          88 DEVOLUCOES-AUSENTE    VALUE 'N'.
          88 DEVOLUCOES-COM-ERRO   VALUE 'E'.
       77 WS-DEV-ID-TESTE          PIC 9(06) VALUE ZEROS.
       77 WS-DEV-CANAL-TESTE       PIC X(01) VALUE SPACES.
       77 WS-DEV-SEQ-TESTE         PIC 9(02) VALUE ZEROS.
       77 WS-DEV-VALOR-TESTE       PIC X(40) VALUE SPACES.
       77 WS-DEV-ACHOU             PIC X VALUE 'N'.
          88 MEIO-DEVOLVIDO        VALUE 'S' FALSE 'N'.
      *enderecos e emails omitidos por devolucao, para o resumo
       77 WS-DEV-PULA-CARTA        PIC 9(05) VALUE ZEROS.
       77 WS-DEV-PULA-EMAIL        PIC 9(05) VALUE ZEROS.
