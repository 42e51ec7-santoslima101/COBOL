       01 REG-CONTATOS-DOC.
          03 ID-CONTATO-DOC          PIC 9(06).
          03 NM-CONTATO-DOC          PIC X(20).
          03 RESTO-CONTATO-DOC       PIC X(156).
