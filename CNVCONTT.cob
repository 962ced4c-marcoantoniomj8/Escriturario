      *                   entra como normal (espaço): devoluções
      *                   passam a ser marcadas pela tela
      *                   DEVCONTT daqui em diante.
      * 15/10/2026 MAMJ - O nome completo (NM-COMPLETO) entra com
      *                   o nome antigo de 20 posições, a
      *                   completar pelas telas.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-NOV.

      *    registradas pelas telas daqui em diante.
               MOVE 'SSS'                TO FL-CONSENTIMENTO
               MOVE SPACES               TO FL-ST-ENDERECO
               MOVE ANT-NM-CONTATO       TO NM-COMPLETO
               WRITE REG-CONTATOS
                  INVALID KEY
                     DISPLAY 'CONTATO DUPLICADO IGNORADO: '
               MOVE SPACES               TO ARC-NR-DOCUMENTO
               MOVE 'SSS'                TO ARC-FL-CONSENTIMENTO
               MOVE SPACES               TO ARC-FL-ST-ENDERECO
               MOVE MAN-NM-CONTATO       TO ARC-NM-COMPLETO
               WRITE REG-ARQMORTO
                  INVALID KEY
                     DISPLAY 'ARQUIVADO DUPLICADO IGNORADO: '
