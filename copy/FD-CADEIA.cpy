      *resultado da ultima verificacao da cadeia do log de
      *transacoes (cadeia_log.ctl), lido pelo relatorio de saude
       01 REG-CADEIA-CTL.
          03 CCT-DATA                PIC 9(08).
          03 FILLER                  PIC X(01).
          03 CCT-HORA                PIC 9(08).
          03 FILLER                  PIC X(01).
      *OK = cadeia integra; FALHA = lacuna, duplicidade, elo
      *quebrado ou historico sem linha no log
          03 CCT-RESULTADO           PIC X(05).
             88 CADEIA-INTEGRA       VALUE 'OK'.
          03 FILLER                  PIC X(01).
          03 CCT-LINHAS              PIC 9(09).
          03 FILLER                  PIC X(01).
          03 CCT-FALHAS              PIC 9(07).
          03 FILLER                  PIC X(01).
          03 CCT-HIST-SEM-LOG        PIC 9(07).
          03 FILLER                  PIC X(01).
          03 CCT-ULT-SEQ             PIC 9(09).
