      *grupo de empresas (matriz e filiais): a empresa testada
      *pertence ao grupo quando ela mesma ou alguma matriz acima
      *dela e a cabeca informada; o limite de niveis protege a
      *subida contra um ciclo gravado no cadastro
       77 WS-GRP-EMPRESA           PIC 9(04) VALUE ZEROS.
       77 WS-GRP-CABECA            PIC 9(04) VALUE ZEROS.
      *empresa mais alta alcancada na subida
       77 WS-GRP-RAIZ              PIC 9(04) VALUE ZEROS.
       77 WS-GRP-ATUAL             PIC 9(04) VALUE ZEROS.
       77 WS-GRP-NIVEIS            PIC 9(03) VALUE ZEROS.
       77 WS-GRP-MAX-NIVEIS        PIC 9(03) VALUE 50.
       01 WS-GRP-SALVA             PIC X(93) VALUE SPACES.
       77 WS-GRP-ACHOU             PIC X VALUE 'N'.
          88 EMPRESA-NO-GRUPO      VALUE 'S' FALSE 'N'.
      *T = chegou a uma empresa sem matriz; G = achou a cabeca;
      *C = parou por ciclo ou por matriz inexistente
       77 WS-GRP-FIM               PIC X VALUE SPACES.
          88 GRUPO-SUBINDO         VALUE SPACES.
          88 GRUPO-NO-TOPO         VALUE 'T'.
          88 GRUPO-INTERROMPIDO    VALUE 'C'.
          88 GRUPO-FIM-SUBIDA      VALUE 'T' 'C' 'G'.
