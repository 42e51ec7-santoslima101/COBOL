       77 WS-FS-SUP                PIC 99.
          88 FS-SUP-OK             VALUE 0.
      *arquivo de recusas para os programas de saida: ausente
      *(ninguem recusou ainda) ou aberto; com erro de abertura a
      *saida nao e gerada, para nao enviar a quem recusou
       77 WS-SUP-DISP              PIC X VALUE 'N'.
          88 SUPRESSAO-DISPONIVEL  VALUE 'S'.
          88 SUPRESSAO-AUSENTE     VALUE 'N'.
          88 SUPRESSAO-COM-ERRO    VALUE 'E'.
       77 WS-SUP-ID-TESTE          PIC 9(06) VALUE ZEROS.
       77 WS-SUP-CANAL-TESTE       PIC X(01) VALUE SPACES.
       77 WS-SUP-ACHOU             PIC X VALUE 'N'.
          88 CANAL-RECUSADO        VALUE 'S' FALSE 'N'.
      *recusas do contato em WS-SUP-ID-TESTE, canal a canal
       77 WS-SUP-REC-CARTA         PIC X VALUE 'N'.
          88 RECUSA-CARTA          VALUE 'S' FALSE 'N'.
       77 WS-SUP-REC-EMAIL         PIC X VALUE 'N'.
          88 RECUSA-EMAIL          VALUE 'S' FALSE 'N'.
       77 WS-SUP-REC-FONE          PIC X VALUE 'N'.
          88 RECUSA-FONE           VALUE 'S' FALSE 'N'.
      *contatos pulados por canal e por recusa em todos os canais,
      *para o resumo de cada saida
       77 WS-SUP-PULA-CARTA        PIC 9(05) VALUE ZEROS.
       77 WS-SUP-PULA-EMAIL        PIC 9(05) VALUE ZEROS.
       77 WS-SUP-PULA-FONE         PIC 9(05) VALUE ZEROS.
       77 WS-SUP-PULA-TOTAL        PIC 9(05) VALUE ZEROS.
