      *nao envolve um registro de contato (o P500 limpa apos gravar)
       77 WS-LOG-IMAGEM-ANTES      PIC X(200) VALUE SPACES.
       77 WS-LOG-IMAGEM-DEPOIS     PIC X(200) VALUE SPACES.
       77 WS-LOG-LINHA             PIC X(580).
      *encadeamento das linhas: ultima sequencia e conferencia
      *gravadas ficam no controle transacoes.seq; sem ele a
      *gravacao retoma da ultima linha encadeada do log corrente
       77 WS-FS-LSQ                PIC 99.
          88 FS-LSQ-OK             VALUE 0.
       77 WS-LOG-SEQ               PIC 9(09) VALUE ZEROS.
       77 WS-LOG-ELO               PIC 9(09) VALUE ZEROS.
       77 WS-LOG-CHK               PIC 9(09) VALUE ZEROS.
       77 WS-LOG-CHB               PIC 9(09) VALUE ZEROS.
       77 WS-LOG-EOF               PIC X VALUE 'N'.
          88 EOF-LOG-OK            VALUE 'S' FALSE 'N'.
      *conferencia: acumula a partir do elo anterior, caractere a
      *caractere, o trecho WS-CAD-TEXTO(1:WS-CAD-TAM)
       01 WS-CAD-TEXTO             PIC X(580) VALUE SPACES.
       77 WS-CAD-TAM               PIC 9(03) VALUE ZEROS.
       77 WS-CAD-POS               PIC 9(03) VALUE ZEROS.
       77 WS-CAD-ACUM              PIC 9(11) VALUE ZEROS.
       77 WS-CAD-MODULO            PIC 9(09) VALUE 999999937.
       01 WS-LOG-CONTROLE.
          03 FILLER                PIC X(04) VALUE 'SEQ:'.
          03 WS-LSQ-SEQ            PIC 9(09).
          03 FILLER                PIC X(05) VALUE ' CHK:'.
          03 WS-LSQ-CHK            PIC 9(09).
      *historico indexado por contato, gravado junto com a linha
      *do log para a consulta de historico responder na hora
       77 WS-FS-HIST               PIC 99.
