       01 REG-EMPRESAS-DOC.
          03 ID-EMPRESA-DOC          PIC 9(04).
          03 RESTO-EMPRESA-DOC       PIC X(71).
