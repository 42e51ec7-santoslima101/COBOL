       77 WS-MASC-TAM              PIC 9(02) VALUE ZEROS.
       77 WS-MASC-IND              PIC 9(02) VALUE ZEROS.
       77 WS-MASC-ARROBA           PIC 9(02) VALUE ZEROS.
       77 WS-MASC-CPF              PIC X(11) VALUE SPACES.
