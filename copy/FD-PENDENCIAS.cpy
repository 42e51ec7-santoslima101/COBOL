          03 PEND-ENDERECO           PIC X(40).
          03 PEND-CATEGORIA          PIC X(10).
          03 PEND-OBSERVACAO         PIC X(40).
      *momento da aprovacao ou rejeicao, para medir o tempo de
      *espera na fila; zeros enquanto pendente
          03 PEND-DATA-DECISAO       PIC 9(08).
          03 PEND-HORA-DECISAO       PIC 9(08).
