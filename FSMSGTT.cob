      * Propósito: Traduzir um código de FILE STATUS na mensagem
      *            correspondente, para uso comum por todos os
      *            programas que acessam CONTATOS.DAT.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Código 99, usado pela conferência dos
      *                   arquivos de interface (CONFITFTT) para
      *                   registrar a recusa de um arquivo cujo
      *                   cabeçalho/rodapé não confere.
      *********************************************************

       IDENTIFICATION DIVISION.
               WHEN 91
                  MOVE 'ARQUIVO COM ESTRUTURA INCONSISTENTE'
                       TO LK-FS-MSG
               WHEN 99
                  MOVE 'ARQUIVO RECUSADO NO CONTROLE DE TOTAIS'
                       TO LK-FS-MSG
               WHEN OTHER
                  MOVE 'ERRO DE ARQUIVO NAO CATALOGADO'
                       TO LK-FS-MSG
