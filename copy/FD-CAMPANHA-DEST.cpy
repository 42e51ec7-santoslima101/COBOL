       01 REG-CAMPANHA-DEST.
      *um destinatario por contato enviado na campanha; categoria
      *e dono ficam como estavam no envio, para o relatorio de
      *resposta nao mudar quando o cadastro mudar depois
          03 DEST-CHAVE.
             05 DEST-ID-CAMPANHA     PIC 9(06).
             05 DEST-ID-CONTATO      PIC 9(06).
      *mesma chave na ordem inversa, para o historico do contato
          03 DEST-CHAVE-CONTATO.
             05 DEST-CONTATO         PIC 9(06).
             05 DEST-CAMPANHA        PIC 9(06).
          03 DEST-DATA               PIC 9(08).
          03 DEST-CATEGORIA          PIC X(10).
          03 DEST-DONO               PIC X(10).
