          03 STATUS-EMPRESA          PIC X(01).
             88 EMPRESA-ATIVA        VALUE 'A'.
             88 EMPRESA-INATIVA      VALUE 'I'.
      *cnpj da empresa, so os 14 digitos (em branco = nao informado)
          03 CNPJ-EMPRESA            PIC X(14).
      *matriz do grupo a que a empresa pertence (0 = empresa sem
      *matriz, cabeca do proprio grupo)
          03 ID-MATRIZ-EMPRESA       PIC 9(04).
