      * 02/09/2026 MAMJ  Inclusão da situação do endereço
      *                  (ARC-FL-ST-ENDERECO), acompanhando a
      *                  base.
      * 15/10/2026 MAMJ  Inclusão do nome completo
      *                  (ARC-NM-COMPLETO), acompanhando a base. Um
      *                  CONTARCH.DAT no layout anterior precisa ser
      *                  convertido uma única vez pelo CNVNOMTT.
      *****************************************************************
       01  REG-ARQMORTO.
           03 ARC-ID-CONTATO      PIC 9(06).
           03 ARC-NR-DOCUMENTO    PIC X(14).
           03 ARC-FL-CONSENTIMENTO PIC X(03).
           03 ARC-FL-ST-ENDERECO  PIC X(01).
           03 ARC-NM-COMPLETO     PIC X(60).
