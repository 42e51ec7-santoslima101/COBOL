       01 REG-RELACIONAMENTO.
      *vinculo pessoal entre dois contatos (conjuge, assistente,
      *indicacao); cada vinculo e gravado nos dois sentidos, com o
      *tipo visto do lado do primeiro contato da chave
          03 RLC-CHAVE.
             05 RLC-ID-CONTATO       PIC 9(06).
             05 RLC-ID-RELACIONADO   PIC 9(06).
          03 RLC-TIPO                PIC X(01).
          03 RLC-SITUACAO            PIC X(01).
             88 RLC-ATIVO            VALUE 'A'.
             88 RLC-INATIVO          VALUE 'I'.
          03 RLC-DATA                PIC 9(08).
          03 RLC-USUARIO             PIC X(10).
