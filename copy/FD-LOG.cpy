      *classico (data, hora, operacao, id, antes, depois, usuario)
      *e a partir dela as imagens completas do registro:
      *IMGA:(119:200) IMGD:(325:200)
      *encadeamento: SEQ:(530:9) numero sequencial continuo entre
      *as geracoes, CHK:(544:9) conferencia da linha ate a SEQ a
      *partir da CHK da linha anterior e CHB:(558:9) conferencia so
      *dos campos que a anonimizacao (LGPD) nao altera; a marca
      *ANON:S (567:7) indica linha anonimizada, conferida pela CHB
       01 REG-LOG                  PIC X(580).
