       01 REG-TAREFAS.
      *acompanhamento agendado do contato (retornar a ligacao,
      *visita marcada); o vencimento faz parte da chave e a
      *sequencia separa duas tarefas do mesmo contato no mesmo dia
          03 TAR-CHAVE.
             05 TAR-ID-CONTATO       PIC 9(06).
             05 TAR-DATA-VENC        PIC 9(08).
             05 TAR-SEQ              PIC 9(02).
      *mesmos tipos da interacao gravada na conclusao
          03 TAR-TIPO                PIC X(01).
             88 TAR-LIGACAO          VALUE 'L'.
             88 TAR-VISITA           VALUE 'V'.
             88 TAR-ANOTACAO         VALUE 'A'.
      *ID-USUARIO que deve executar; o padrao e o dono da carteira
          03 TAR-RESPONSAVEL         PIC X(10).
          03 TAR-SITUACAO            PIC X(01).
             88 TAR-ABERTA           VALUE 'A'.
             88 TAR-CONCLUIDA        VALUE 'C'.
             88 TAR-CANCELADA        VALUE 'X'.
          03 TAR-DESCRICAO           PIC X(40).
          03 TAR-CRIADOR             PIC X(10).
          03 TAR-DATA-CRIACAO        PIC 9(08).
          03 TAR-DATA-FECHAMENTO     PIC 9(08).
