      *base de ceps dos correios, recarregada todo mes a partir do
      *arquivo de distribuicao; chave = cep de 8 digitos e chave
      *alternativa por uf + cidade para sugerir o cep de um
      *logradouro
       01 REG-CEP.
          03 CEP-CODIGO              PIC X(08).
          03 CEP-LOCALIDADE.
             05 CEP-UF               PIC X(02).
             05 CEP-CIDADE           PIC X(20).
          03 CEP-LOGRADOURO          PIC X(40).
          03 CEP-DATA-CARGA          PIC 9(08).
