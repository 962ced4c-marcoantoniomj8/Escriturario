      *             GRAVSESTT e lido pelo relatório de sessões por
      *             operador e dia (RELSESTT) — "quem estava no
      *             sistema ontem à tarde" deixa de ser pergunta
      *             sem resposta. Na saída, a opção traz o motivo
      *             quando a sessão não foi encerrada pelo próprio
      *             operador: 'TI' por inatividade (TRAVCNTT) e
      *             'SV' derrubada pelo supervisor (SESSCNTT).
      *****************************************************************
       01  REG-SESSAO-JRN.
           03 SES-DATA            PIC 9(08).
               88 SESSAO-SAIDA       VALUE 'S'.
               88 SESSAO-OPCAO       VALUE 'O'.
           03 SES-OPCAO           PIC X(02).
               88 SAIDA-INATIVIDADE  VALUE 'TI'.
               88 SAIDA-SUPERVISOR   VALUE 'SV'.
