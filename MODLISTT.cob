      *                   origem (CD-FILIAL), no mesmo passo das
      *                   demais listagens — a resposta direta para
      *                   "quantos contatos vieram da filial X".
      * 15/10/2026 MAMJ - A listagem por grupo passa a incluir os
      *                   contatos que têm o grupo como grupo
      *                   adicional (CONTGRAD.DAT, GRADCNTT), não
      *                   só os de grupo principal igual ao filtro.
      *********************************************************


                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.


       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
       77 WS-MODO-FILIAL   PIC X VALUE 'N'.
          88 MODO-FILIAL-OK VALUE 'S' FALSE 'N'.
       77 WS-FILIAL-FILTRO PIC X(03) VALUE SPACES.
       77 WS-FS-GRA        PIC 99.
          88 FS-GRA-OK     VALUE 0.
       77 WS-ARQ-GRUPADIC  PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-GRADIC-ABERTO PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO      PIC X VALUE 'N'.
          88 NO-GRUPO-OK   VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-PAG-LISTA TO WS-MAX-POR-PAGINA
            DISPLAY '***** LISTAR OS CONTATOS *****'
             PERFORM P308-INFORMAR-GRUPO UNTIL GRUPO-VALIDO-OK
             DISPLAY '--- CONTATOS DO GRUPO ' WS-GRUPO-FILTRO
                     ' - ' WS-NM-GRUPO-FILTRO ' ---'
             PERFORM P304-ABRIR-GRUPOS-ADIC
          END-IF

          IF WS-OPCAO-LISTA EQUAL '4'
                        AND WS-ID-CONTATO GREATER WS-ID-FIM
                        SET EOF-OK TO TRUE
                     ELSE
                        SET NO-GRUPO-OK TO TRUE
                        IF MODO-GRUPO-OK AND CONTATO-ATIVO
                           PERFORM P309-CONFERIR-GRUPO
                        END-IF
                        IF CONTATO-ATIVO AND NO-GRUPO-OK AND
                           (NOT MODO-FILIAL-OK OR
                            WS-CD-FILIAL EQUAL WS-FILIAL-FILTRO)
                        THEN
       END-IF

       CLOSE CONTATOS
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       .

       P300-FIM.

      *---------------------------------------------------------
      * Abre o arquivo de grupos adicionais para o modo por
      * grupo. Arquivo ainda inexistente (status 35) quer dizer
      * que nenhum contato tem grupo adicional: vale só o grupo
      * principal.
      *---------------------------------------------------------
       P304-ABRIR-GRUPOS-ADIC.
       SET GRADIC-ABERTO-OK TO FALSE
       SET FS-GRA-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF FS-GRA-OK
          SET GRADIC-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-GRA NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
             CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'LISCONTT' 'GRUPADIC  '
                  WS-FS-GRA WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Solicita e valida o ID inicial e final da faixa a listar.
      *---------------------------------------------------------
       END-IF
       .

      *---------------------------------------------------------
      * O contato é do grupo filtrado pelo grupo principal ou por
      * uma marcação de grupo adicional.
      *---------------------------------------------------------
       P309-CONFERIR-GRUPO.
       IF WS-CD-GRUPO NOT EQUAL WS-GRUPO-FILTRO
          SET NO-GRUPO-OK TO FALSE
          IF GRADIC-ABERTO-OK
             MOVE WS-ID-CONTATO   TO GRA-ID-CONTATO
             MOVE WS-GRUPO-FILTRO TO GRA-CD-GRUPO
             READ GRUPADIC
                  KEY IS GRA-CHAVE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET NO-GRUPO-OK TO TRUE
             END-READ
          END-IF
       END-IF
       .

       P900-FIM.
       GOBACK.
       END PROGRAM LISCONTT.
