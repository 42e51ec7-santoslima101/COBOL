       01 REG-CAMPANHAS.
      *uma campanha por execucao da mala direta ou da exportacao
      *por lista, com os criterios de selecao usados na hora
          03 ID-CAMPANHA             PIC 9(06).
          03 NM-CAMPANHA             PIC X(30).
          03 CAMP-DATA               PIC 9(08).
          03 CAMP-HORA               PIC 9(08).
          03 CAMP-CANAL              PIC X(01).
             88 CAMP-CARTA           VALUE 'C'.
             88 CAMP-VCARD           VALUE 'V'.
             88 CAMP-CSV             VALUE 'S'.
          03 CAMP-CATEGORIA          PIC X(10).
          03 CAMP-CIDADE             PIC X(20).
          03 CAMP-UF                 PIC X(02).
          03 CAMP-LISTA              PIC 9(04).
          03 CAMP-QTD-DEST           PIC 9(06).
          03 CAMP-USUARIO            PIC X(10).
          03 CAMP-PROGRAMA           PIC X(20).
      *filtro por empresa da mala direta (zero = sem filtro) e se
      *as filiais do grupo entraram junto com a empresa informada
          03 CAMP-EMPRESA            PIC 9(04).
          03 CAMP-INCLUI-FILIAIS     PIC X(01).
