      *             atendimento, marcada pelo ATDCMPTT quando o
      *             operador registra o resultado. O relatório de
      *             conclusão (RELCMPTT) totaliza por situação.
      *             A seção 6 é a cadência por grupo: itens
      *             carregados pelo relatório de relacionamento
      *             vencido (RELCADTT), não pelo GERCMPTT.
      *****************************************************************
       01  REG-CAMPANHA.
           03 CMP-CHAVE.
