       01 REG-SPOOL.
      *uma entrada por relatorio emitido; a chave data/hora mais a
      *sequencia do mesmo centesimo da tambem o nome do arquivo
          03 SPL-CHAVE.
             05 SPL-DATA             PIC 9(08).
             05 SPL-HORA             PIC 9(08).
             05 SPL-SEQ              PIC 9(02).
      *tipo do relatorio (ex.: SAUDE, CONCILIA), programa emissor e
      *usuario do menu ou BATCH quando emitido pelo agendador
          03 SPL-TIPO                PIC X(10).
          03 SPL-PROGRAMA            PIC X(20).
          03 SPL-USUARIO             PIC X(10).
          03 SPL-LINHAS              PIC 9(07).
      *copia guardada no spool e o nome fixo de onde ela foi tirada
          03 SPL-ARQUIVO             PIC X(120).
          03 SPL-ORIGEM              PIC X(99).
      *nivel de acesso da opcao do menu que emitiu o relatorio; so
      *usuario desse nivel ou acima lista, mostra e reimprime.
      *Entrada gravada antes do nivel (sem digito) exige nivel 3
          03 SPL-NIVEL               PIC 9(01).
