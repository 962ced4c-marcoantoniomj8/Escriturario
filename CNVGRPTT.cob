      *            GRUPCNTT.DAT pelo GRUPCNTT.NEW (guardando o
      *            antigo como cópia). Rodar uma única vez, na
      *            virada de versão, com o sistema parado.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Grava o layout com o intervalo de contato
      *                   (GRP-DIAS-CADENCIA) zerado: a base de 23
      *                   posições vai direto ao layout de 27.
      *********************************************************

       IDENTIFICATION DIVISION.
               MOVE GRA-CD-GRUPO TO GRP-CD-GRUPO
               MOVE GRA-NM-GRUPO TO GRP-NM-GRUPO
               MOVE 'A'          TO GRP-ST-GRUPO
               MOVE ZEROS        TO GRP-DIAS-CADENCIA
               WRITE REG-GRUPO
                  INVALID KEY
                     DISPLAY 'GRUPO DUPLICADO IGNORADO: '
