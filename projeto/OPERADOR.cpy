      *            "TREINO - ..." e os caminhos de clientes/lixeira/  *
      *            auditoria apontam para as copias de treino (o MAIN *
      *            exporta CLIENTES_PATH, LIXEIRA_PATH, AUDITLOG_PATH)*
      *---------------------------------------------------------------*
      *            WK-SO-CONSULTA e "S" enquanto uma cadeia de lote   *
      *            (NOTURNO/MENSAL) roda e o supervisor nao liberou a *
      *            sessao: os modulos chamados pelo MAIN bloqueiam as *
      *            gravacoes e deixam so a consulta (ver JANLOTE).    *
      *---------------------------------------------------------------*
       01  WK-OPERADOR-LOGADO      PIC X(10) EXTERNAL.
       01  WK-PERFIL-LOGADO        PIC X(01) EXTERNAL.
       01  WK-FILIAL-LOGADA        PIC 9(02) EXTERNAL.
       01  WK-MODO-TREINO          PIC X(01) EXTERNAL.
       01  WK-SO-CONSULTA          PIC X(01) EXTERNAL.
      *---------------------------------------------------------------*
