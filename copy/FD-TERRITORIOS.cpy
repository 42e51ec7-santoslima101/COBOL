       01 REG-TERRITORIO.
      *territorio de venda: uma faixa de cep dentro da uf, com o
      *usuario responsavel pela carteira dos contatos da faixa; a
      *faixa 00000000 a 99999999 cobre a uf inteira
          03 TER-CHAVE.
             05 TER-UF               PIC X(02).
             05 TER-CEP-INICIAL      PIC X(08).
          03 TER-CEP-FINAL           PIC X(08).
          03 TER-NOME                PIC X(20).
      *ID-USUARIO dono da carteira do territorio
          03 TER-DONO                PIC X(10).
          03 TER-SITUACAO            PIC X(01).
             88 TERRITORIO-ATIVO     VALUE 'A'.
             88 TERRITORIO-INATIVO   VALUE 'I'.
