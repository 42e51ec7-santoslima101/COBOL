      *busca do territorio de venda de uma uf + cep; sem o arquivo
      *de territorios a carteira fica como estava
       77 WS-FS-TER                PIC 99.
          88 FS-TER-OK             VALUE 0.
       77 WS-TER-UF-BUSCA          PIC X(02) VALUE SPACES.
       77 WS-TER-CEP-BUSCA         PIC X(08) VALUE SPACES.
       77 WS-TER-ACHOU             PIC X VALUE 'N'.
          88 TERRITORIO-ACHADO     VALUE 'S' FALSE 'N'.
       77 WS-TER-NOME-ACHADO       PIC X(20) VALUE SPACES.
       77 WS-TER-DONO-ACHADO       PIC X(10) VALUE SPACES.
       77 WS-TER-EOF               PIC X VALUE 'N'.
          88 EOF-TER-OK            VALUE 'S' FALSE 'N'.
      *largura da faixa que casou; a mais estreita vence
       77 WS-TER-LARGURA           PIC 9(08) VALUE ZEROS.
       77 WS-TER-LARGURA-ACHADA    PIC 9(08) VALUE ZEROS.
