          88 FS-LIMEM-OK           VALUE 0.
       77 WS-EOF-LIMEM             PIC X.
          88 EOF-LIMEM-OK          VALUE 'S' FALSE 'N'.
      *lista escolhida para a selecao (zero = sem filtro de lista);
      *os membros sao conferidos direto no arquivo pela chave
      *lista+contato, que fica aberto durante a selecao
       77 WS-LISTA-FILTRO          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MEMBROS           PIC 9(06) VALUE ZEROS.
       77 WS-MEMBROS-SIT           PIC X VALUE 'N'.
          88 MEMBROS-ABERTOS       VALUE 'S' FALSE 'N'.
       77 WS-MEMBRO-TESTE          PIC 9(06) VALUE ZEROS.
       77 WS-MEMBRO-OK             PIC X VALUE 'N'.
          88 CONTATO-NA-LISTA      VALUE 'S' FALSE 'N'.
