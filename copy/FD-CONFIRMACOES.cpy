       01 REG-CONFIRMACAO.
      *ultima confirmacao de que o cadastro do contato esta correto:
      *quem confirmou, quando e por onde (consulta ou alteracao)
          03 CNF-ID-CONTATO          PIC 9(06).
          03 CNF-DATA                PIC 9(08).
          03 CNF-USUARIO             PIC X(10).
          03 CNF-ORIGEM              PIC X(01).
             88 CNF-ORIGEM-CONSULTA  VALUE 'C'.
             88 CNF-ORIGEM-ALTERACAO VALUE 'A'.
