       01 REG-SUPRESSAO.
      *recusa de contato (opt-out) por canal: existindo o registro,
      *mala direta, exportacoes e listas pulam o contato no canal
          03 SUP-CHAVE.
             05 SUP-ID-CONTATO       PIC 9(06).
             05 SUP-CANAL            PIC X(01).
                88 SUP-CARTA         VALUE 'C'.
                88 SUP-EMAIL         VALUE 'E'.
                88 SUP-TELEFONE      VALUE 'T'.
                88 SUP-CANAL-VALIDO  VALUE 'C' 'E' 'T'.
          03 SUP-DATA                PIC 9(08).
          03 SUP-MOTIVO              PIC X(30).
          03 SUP-OPERADOR            PIC X(10).
      *tela de manutencao ou arquivo de recusas do marketing
          03 SUP-ORIGEM              PIC X(01).
             88 SUP-ORIGEM-TELA      VALUE 'T'.
             88 SUP-ORIGEM-LOTE      VALUE 'L'.
