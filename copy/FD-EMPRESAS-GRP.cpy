       01 REG-EMPRESAS-GRP.
          03 ID-EMPRESA-GRP          PIC 9(04).
          03 RESTO-EMPRESA-GRP       PIC X(85).
