      *dono da carteira: o ID-USUARIO responsavel pelo contato,
      *atribuido no cadastro e remanejavel pelo administrador
          03 DONO-CONTATO            PIC X(10).
      *cpf do contato, so os 11 digitos (em branco = nao informado);
      *chave alternativa com duplicidade para consulta pelo documento
          03 CPF-CONTATO             PIC X(11).
