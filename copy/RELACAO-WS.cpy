      *tipos de vinculo pessoal: codigo, codigo do mesmo vinculo
      *visto do outro lado e descricao
       01 WS-TAB-TIPOS-RLC-DADOS.
          03 FILLER PIC X(17) VALUE 'CCCONJUGE        '.
          03 FILLER PIC X(17) VALUE 'ASASSISTENTE DE  '.
          03 FILLER PIC X(17) VALUE 'SATEM ASSISTENTE '.
          03 FILLER PIC X(17) VALUE 'ININDICADO POR   '.
          03 FILLER PIC X(17) VALUE 'NIINDICOU        '.
          03 FILLER PIC X(17) VALUE 'PPPARENTE        '.
          03 FILLER PIC X(17) VALUE 'OOOUTRO VINCULO  '.
       01 WS-TAB-TIPOS-RLC REDEFINES WS-TAB-TIPOS-RLC-DADOS.
          03 WS-TRLC OCCURS 7.
             05 WS-TRLC-CODIGO     PIC X(01).
             05 WS-TRLC-INVERSO    PIC X(01).
             05 WS-TRLC-DESCRICAO  PIC X(15).
       77 WS-FS-RLC                PIC 99.
          88 FS-RLC-OK             VALUE 0.
       77 WS-EOF-RLC               PIC X VALUE 'N'.
          88 EOF-RLC-OK            VALUE 'S' FALSE 'N'.
       77 WS-RLC-IND               PIC 9(02) VALUE ZEROS.
       77 WS-RLC-ID-TESTE          PIC 9(06) VALUE ZEROS.
       77 WS-RLC-QTD-ATIVOS        PIC 9(04) VALUE ZEROS.
       77 WS-RLC-TIPO              PIC X(01) VALUE SPACES.
       77 WS-RLC-INVERSO           PIC X(01) VALUE SPACES.
       77 WS-RLC-DESCRICAO         PIC X(15) VALUE SPACES.
       77 WS-RLC-ACHOU             PIC X VALUE 'N'.
          88 TIPO-RLC-OK           VALUE 'S' FALSE 'N'.
