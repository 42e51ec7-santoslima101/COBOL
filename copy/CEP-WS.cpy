      *consulta a base de ceps para completar o endereco digitado;
      *sem a base carregada o cadastro segue como antes
       77 WS-FS-CEP                PIC 99.
          88 FS-CEP-OK             VALUE 0.
       77 WS-CEP-ACHOU             PIC X VALUE 'N'.
          88 CEP-NA-BASE           VALUE 'S' FALSE 'N'.
       77 WS-CEP-MUDOU             PIC X VALUE 'N'.
          88 CEP-COMPLETOU         VALUE 'S' FALSE 'N'.
      *cep gravado antes da alteracao; em branco na inclusao
       77 WS-CEP-ANTERIOR          PIC X(08) VALUE SPACES.
