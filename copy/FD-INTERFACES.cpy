      *ultima sequencia aceita de cada arquivo recebido, por
      *interface e remetente; o proximo arquivo precisa trazer a
      *sequencia seguinte, nem repetida nem pulada
       01 REG-INTERFACE.
          03 ITF-CHAVE.
             05 ITF-NOME             PIC X(12).
             05 ITF-REMETENTE        PIC X(10).
          03 ITF-ULTIMA-SEQ          PIC 9(06).
          03 ITF-ULTIMA-DATA         PIC 9(08).
          03 ITF-DATA-PROC           PIC 9(08).
          03 ITF-USUARIO             PIC X(10).
