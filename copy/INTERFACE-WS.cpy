      *controle dos arquivos recebidos. Primeira linha, cabecalho:
      *  HDR(1:3) remetente(5:10) data aaaammdd(16:8) sequencia(25:6)
      *ultima linha, rodape:
      *  TRL(1:3) quantidade de registros(5:7) soma dos ids(13:18)
      *numericos com zeros a esquerda; o chamador classifica cada
      *linha com P541 e soma os registros de detalhe em
      *WS-ITF-QTD-LIDA e WS-ITF-HASH-LIDO
       77 WS-FS-ITF                PIC 99.
          88 FS-ITF-OK             VALUE 0.
       77 WS-ITF-INTERFACE         PIC X(12) VALUE SPACES.
       77 WS-ITF-LINHA             PIC X(150) VALUE SPACES.
       77 WS-ITF-TIPO-LINHA        PIC X(01) VALUE SPACES.
          88 ITF-LINHA-CABECALHO   VALUE 'H'.
          88 ITF-LINHA-RODAPE      VALUE 'T'.
          88 ITF-LINHA-DETALHE     VALUE 'D'.
       77 WS-ITF-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-ITF-TEM-CABECALHO     PIC X VALUE 'N'.
          88 ITF-COM-CABECALHO     VALUE 'S' FALSE 'N'.
       77 WS-ITF-TEM-RODAPE        PIC X VALUE 'N'.
          88 ITF-COM-RODAPE        VALUE 'S' FALSE 'N'.
       77 WS-ITF-FORA-ORDEM        PIC X VALUE 'N'.
          88 ITF-FORA-DE-ORDEM     VALUE 'S' FALSE 'N'.
       77 WS-ITF-REMETENTE         PIC X(10) VALUE SPACES.
       77 WS-ITF-DATA-X            PIC X(08) VALUE SPACES.
       77 WS-ITF-SEQ-X             PIC X(06) VALUE SPACES.
       77 WS-ITF-QTD-X             PIC X(07) VALUE SPACES.
       77 WS-ITF-HASH-X            PIC X(18) VALUE SPACES.
       77 WS-ITF-DATA-ARQ          PIC 9(08) VALUE ZEROS.
       77 WS-ITF-SEQ               PIC 9(06) VALUE ZEROS.
       77 WS-ITF-SEQ-ESPERADA      PIC 9(06) VALUE ZEROS.
       77 WS-ITF-QTD-RODAPE        PIC 9(07) VALUE ZEROS.
       77 WS-ITF-HASH-RODAPE       PIC 9(18) VALUE ZEROS.
       77 WS-ITF-QTD-LIDA          PIC 9(07) VALUE ZEROS.
       77 WS-ITF-HASH-LIDO         PIC 9(18) VALUE ZEROS.
       77 WS-ITF-SITUACAO          PIC X(01) VALUE 'S'.
          88 ITF-ARQUIVO-ACEITO    VALUE 'S'.
          88 ITF-ARQUIVO-REJEITADO VALUE 'N'.
       77 WS-ITF-MOTIVO            PIC X(60) VALUE SPACES.
       77 WS-ITF-DATA-PROC         PIC 9(08) VALUE ZEROS.
