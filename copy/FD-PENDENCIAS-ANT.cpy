       01 REG-PENDENCIAS-ANT.
          03 ID-PENDENCIA-ANT        PIC 9(06).
          03 PEND-ID-CONTATO-ANT     PIC 9(06).
          03 PEND-PROPONENTE-ANT     PIC X(10).
          03 PEND-DATA-ANT           PIC 9(08).
          03 PEND-HORA-ANT           PIC 9(08).
          03 PEND-SITUACAO-ANT       PIC X(01).
          03 PEND-APROVADOR-ANT      PIC X(10).
          03 PEND-FONE-ANT           PIC X(15).
          03 PEND-EMAIL-ANT          PIC X(40).
          03 PEND-ENDERECO-ANT       PIC X(40).
          03 PEND-CATEGORIA-ANT      PIC X(10).
          03 PEND-OBSERVACAO-ANT     PIC X(40).
