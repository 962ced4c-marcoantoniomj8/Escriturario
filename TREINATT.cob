      *            executado de uma sessão de PRODUCAO (com a
      *            chave de treino desligada), pois lê a produção
      *            e grava no treino.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Grupos do treino levam o intervalo de
      *                   contato do grupo (layout de 27 posições).
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-TRB.

          COPY FD_BKCTT.

       FD ARQBKP.
       01 REG-BKP            PIC X(284).

       FD BASETREINO.
          COPY FD_CONTT.
          03 TRG-CD-GRUPO    PIC 9(03).
          03 TRG-NM-GRUPO    PIC X(20).
          03 TRG-ST-GRUPO    PIC X(01).
          03 TRG-DIAS-CADENCIA PIC 9(03).

       FD LOGTREINO.
       01 REG-LOG-TREINO     PIC X(432).

       WORKING-STORAGE SECTION.

               MOVE GRP-CD-GRUPO TO TRG-CD-GRUPO
               MOVE GRP-NM-GRUPO TO TRG-NM-GRUPO
               MOVE GRP-ST-GRUPO TO TRG-ST-GRUPO
               MOVE GRP-DIAS-CADENCIA TO TRG-DIAS-CADENCIA
               WRITE REG-GRUPO-TREINO
                  INVALID KEY
                     CONTINUE
