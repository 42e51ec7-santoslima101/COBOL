      *linha do log de seguranca: acessos, falhas, bloqueios,
      *trocas de senha, recusas do menu e manutencao de usuarios
       01 REG-SEGURANCA.
          03 SEG-DATA                PIC 9(08).
          03 FILLER                  PIC X(01).
          03 SEG-HORA                PIC 9(08).
          03 FILLER                  PIC X(01).
          03 SEG-EVENTO              PIC X(12).
          03 FILLER                  PIC X(01).
          03 SEG-USUARIO             PIC X(10).
          03 FILLER                  PIC X(01).
          03 SEG-OPCAO               PIC X(02).
          03 FILLER                  PIC X(01).
          03 SEG-RESULTADO           PIC X(10).
          03 FILLER                  PIC X(01).
          03 SEG-DETALHE             PIC X(40).
          03 FILLER                  PIC X(01).
          03 SEG-PROGRAMA            PIC X(20).
