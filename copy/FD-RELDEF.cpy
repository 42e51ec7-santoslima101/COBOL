      *definicao de relatorio do gerador, gravada pelo nome: campos
      *pelos codigos do catalogo (ID, NM, CI, NE, MP...), condicoes
      *todas obrigatorias (E), ate 3 chaves de ordenacao e as
      *quebras com subtotal nas primeiras chaves
       01 REG-RELDEF.
          03 DEF-NOME                PIC X(20).
          03 DEF-TITULO              PIC X(40).
          03 DEF-SAIDA               PIC X(01).
             88 DEF-SAIDA-RELATORIO  VALUE 'R'.
             88 DEF-SAIDA-CSV        VALUE 'C'.
          03 DEF-INATIVOS            PIC X(01).
             88 DEF-COM-INATIVOS     VALUE 'S'.
          03 DEF-COLUNAS.
             05 DEF-COLUNA           PIC X(02) OCCURS 10.
          03 DEF-CONDICOES.
             05 DEF-CONDICAO         OCCURS 5.
                07 DEF-CON-CAMPO     PIC X(02).
                07 DEF-CON-OPER      PIC X(02).
                07 DEF-CON-VALOR     PIC X(40).
          03 DEF-ORDENACAO.
             05 DEF-CHAVE            OCCURS 3.
                07 DEF-ORD-CAMPO     PIC X(02).
                07 DEF-ORD-SENTIDO   PIC X(01).
          03 DEF-QUEBRAS             PIC 9(01).
          03 DEF-USUARIO             PIC X(10).
          03 DEF-DATA                PIC 9(08).
