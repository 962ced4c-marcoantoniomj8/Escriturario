      *            arquivado pelo ARQCONTT. Consulta somente de
      *            leitura, pelo número de identificação original
      *            do contato.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Exibe o nome completo (ARC-NM-COMPLETO);
      *                   o nome curto segue como nome social.
      *********************************************************

       IDENTIFICATION DIVISION.
       P310-EXIBE-CONTATO.
       DISPLAY '--- CONTATO ARQUIVADO ---'
       DISPLAY 'ID.......: ' ARC-ID-CONTATO
       DISPLAY 'NOME.....: ' ARC-NM-COMPLETO
       DISPLAY 'NOME SOC.: ' ARC-NM-CONTATO
       DISPLAY 'TELEFONE.: ' ARC-TELEFONE
       DISPLAY 'E-MAIL...: ' ARC-EMAIL
       DISPLAY 'ENDERECO.: ' ARC-END-LOGRADOURO
