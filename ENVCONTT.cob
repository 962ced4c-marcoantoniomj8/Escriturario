      *                   inteiramente enviada: antes ele avançava
      *                   até o fim do log e os descartados nunca
      *                   saíam em envio nenhum.
      * 15/10/2026 MAMJ - O registro enviado cresce para 284
      *                   posições com o nome completo
      *                   (NM-COMPLETO) no fim.
      * 15/10/2026 MAMJ - Controle de totais padrão das
      *                   interfaces: o cabeçalho 'H' passa a
      *                   levar o tipo do arquivo (ENVCONTT) após
      *                   a filial e o rodapé 'T' a soma dos ids
      *                   enviados após a contagem, conferidos
      *                   pelo MRGCONTT receptor antes de aplicar.
      *                   Mantidas as marcas 'H'/'D'/'T' e a
      *                   sequência por filial deste arquivo.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

       FD ARQSAIDA.
       01 REG-SAIDA.
          03 SAI-TIPO        PIC X(01).
          03 SAI-DADOS       PIC X(284).

       WORKING-STORAGE SECTION.

       77 WS-LOG-LIDOS     PIC 9(08) VALUE ZEROS.
       77 WS-CKP-NOVO      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ENVIADOS  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-IDS       PIC 9(15) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------
          03 WS-CAB-SEQ     PIC 9(06).
          03 WS-CAB-DATA    PIC 9(08).
          03 WS-CAB-FILIAL  PIC X(03).
          03 WS-CAB-TIPO    PIC X(08) VALUE 'ENVCONTT'.
          03 FILLER         PIC X(184) VALUE SPACES.

       01 WS-RODAPE.
          03 WS-ROD-SEQ     PIC 9(06).
          03 WS-ROD-QTD     PIC 9(06).
          03 WS-ROD-TOT-IDS PIC 9(15).
          03 FILLER         PIC X(182) VALUE SPACES.

       77 WS-ARQ-CONTLOG   PIC X(60) VALUE 'CONTLOG.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       SET FS-OK TO TRUE.
       SET FS-SAI-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       MOVE ZEROS TO WS-QTD-ENVIADOS WS-TOT-IDS.

       OPEN INPUT CONTATOS
       IF NOT FS-OK

          MOVE WS-SEQ-ATUAL TO WS-ROD-SEQ
          MOVE WS-QTD-ENVIADOS TO WS-ROD-QTD
          MOVE WS-TOT-IDS TO WS-ROD-TOT-IDS
          MOVE 'T' TO SAI-TIPO
          MOVE WS-RODAPE TO SAI-DADOS
          WRITE REG-SAIDA
               CONTINUE
            NOT INVALID KEY
               ADD 1 TO WS-QTD-ENVIADOS
               ADD ID-CONTATO TO WS-TOT-IDS
               MOVE 'D' TO SAI-TIPO
               MOVE REG-CONTATOS TO SAI-DADOS
               WRITE REG-SAIDA
