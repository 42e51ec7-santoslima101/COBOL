       01 REG-DEVOLUCOES.
      *endereco ou email marcado como nao entregavel pela devolucao
      *dos correios ou pelo retorno do email; sequencia 00 = campo
      *do proprio cadastro, demais = sequencia do email no arquivo
      *de meios. O valor marcado fica guardado: se o campo mudou
      *desde a devolucao a marca deixa de valer
          03 DEV-CHAVE.
             05 DEV-ID-CONTATO       PIC 9(06).
             05 DEV-CANAL            PIC X(01).
                88 DEV-CARTA         VALUE 'C'.
                88 DEV-EMAIL         VALUE 'E'.
                88 DEV-CANAL-VALIDO  VALUE 'C' 'E'.
             05 DEV-SEQ              PIC 9(02).
          03 DEV-VALOR               PIC X(40).
          03 DEV-DATA                PIC 9(08).
          03 DEV-MOTIVO              PIC X(30).
          03 DEV-OPERADOR            PIC X(10).
