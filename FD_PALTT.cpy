      *****************************************************************
      * Copybook..: FD_PALTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do índice de palavras dos nomes
      *             (CONTPALA.DAT): uma entrada para cada palavra
      *             do nome completo e do nome social de cada
      *             contato, chaveada pela palavra mais o id, para
      *             a busca por parte do nome do CONCONTT ir direto
      *             às ocorrências em vez de ler a base inteira. As
      *             palavras saem do módulo PALNOMTT (maiúsculas,
      *             sem partículas como DA/DE/DOS). Mantido por
      *             CADCONTT/ALTCONTT e reconstruível do zero pelo
      *             IDXCONTT, no mesmo molde do índice fonético
      *             (FD_FONTT).
      *****************************************************************
       01  REG-PALIDX.
           03 PAL-CHAVE.
               05 PAL-PALAVRA     PIC X(20).
               05 PAL-ID-CONTATO  PIC 9(06).
