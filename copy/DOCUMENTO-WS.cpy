      *campos de trabalho da validacao de cpf e cnpj pelos digitos
      *verificadores (modulo 11); o numero entra em WS-DOC-NUMERO,
      *com ou sem pontuacao, e sai so com os digitos em
      *WS-DOC-DIGITOS
       77 WS-DOC-NUMERO            PIC X(18) VALUE SPACES.
       77 WS-DOC-DIGITOS           PIC X(14) VALUE SPACES.
       77 WS-DOC-FORMATADO         PIC X(18) VALUE SPACES.
       77 WS-DOC-QTD-DIG           PIC 9(02) VALUE ZEROS.
       77 WS-DOC-IND               PIC 9(02) VALUE ZEROS.
       77 WS-DOC-TAM               PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PESO              PIC 9(02) VALUE ZEROS.
       77 WS-DOC-PESO-INICIAL      PIC 9(02) VALUE ZEROS.
       77 WS-DOC-SOMA              PIC 9(04) VALUE ZEROS.
       77 WS-DOC-RESTO             PIC 9(02) VALUE ZEROS.
       77 WS-DOC-DIG               PIC 9(01) VALUE ZEROS.
       77 WS-DOC-DV                PIC 9(01) VALUE ZEROS.
       77 WS-DOC-CARACTER          PIC X VALUE 'S'.
          88 DOC-CARACTER-OK       VALUE 'S' FALSE 'N'.
       77 WS-DOC-REPETIDO          PIC X VALUE 'N'.
          88 DOC-DIGITOS-IGUAIS    VALUE 'S' FALSE 'N'.
       77 WS-DOC-DV-OK             PIC X VALUE 'N'.
          88 DOC-DV-CONFERE        VALUE 'S' FALSE 'N'.
       77 WS-DOC-OK                PIC X VALUE 'N'.
          88 DOCUMENTO-VALIDO      VALUE 'S' FALSE 'N'.
      *procura de outro contato ativo com o mesmo cpf; o registro
      *corrente do arquivo e guardado e devolvido intacto
       77 WS-DOC-ID-PROPRIO        PIC 9(06) VALUE ZEROS.
       77 WS-DOC-ID-DUPLICADO      PIC 9(06) VALUE ZEROS.
       01 WS-DOC-REG-SALVO         PIC X(193) VALUE SPACES.
       77 WS-DOC-FIM               PIC X VALUE 'N'.
          88 DOC-FIM-BUSCA         VALUE 'S' FALSE 'N'.
       77 WS-DOC-DUPLICADO         PIC X VALUE 'N'.
          88 CPF-DUPLICADO         VALUE 'S' FALSE 'N'.
