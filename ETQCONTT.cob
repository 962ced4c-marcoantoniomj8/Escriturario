      *                   endereço: imprimir de novo é pagar de
      *                   novo pela mesma devolução. Contado à
      *                   parte no fechamento.
      * 15/10/2026 MAMJ - A etiqueta passa a sair com o nome
      *                   completo (NM-COMPLETO) no lugar do nome
      *                   curto de 20 posições, até a largura da
      *                   coluna (40).
      * 15/10/2026 MAMJ - O filtro por grupo passa a incluir os
      *                   contatos que têm o grupo como grupo
      *                   adicional (CONTGRAD.DAT, GRADCNTT), não
      *                   só os de grupo principal igual ao filtro.
      * 15/10/2026 MAMJ - Contato de empresa baixada na Receita
      *                   (FL-ST-ENDERECO 'B', RFBCNPTT) fica fora
      *                   como o de correspondência devolvida, e
      *                   contado junto com ele no fechamento.
      * 15/10/2026 MAMJ - Contato marcado como falecido (CONTOBIT.DAT,
      *                   conferência mensal OBTCONTT) fica fora do
      *                   correio; contado à parte no fechamento.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT ETIQUETAS ASSIGN TO WS-ARQ-ETIQUETAS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ETQ.
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
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD ETIQUETAS.
       01 REG-ETIQUETA          PIC X(132).

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       WORKING-STORAGE SECTION.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-ETQ         PIC 99.
          88 FS-GRP-OK      VALUE 0.
       77 WS-GRUPO-VALIDO   PIC X VALUE 'N'.
          88 GRUPO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO       PIC X VALUE 'N'.
          88 NO-GRUPO-OK    VALUE 'S' FALSE 'N'.
       77 WS-ID-INICIO      PIC 9(06) VALUE ZEROS.
       77 WS-ID-FIM         PIC 9(06) VALUE 999999.
       77 WS-ID-ENTRADA     PIC 9(06) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-OBITOS-ABERTO  PIC X VALUE 'N'.
          88 OBITOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FALECIDO       PIC X VALUE 'N'.
          88 FALECIDO-OK    VALUE 'S' FALSE 'N'.
       77 WS-QTD-FALECIDOS  PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            PERFORM P050-MONTAR-NOME-SPOOL
            DISPLAY '***** IMPRESSAO DE ETIQUETAS *****'
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-ETQ-OK
               PERFORM P150-INFORMAR-FILTRO
               PERFORM P250-POSICIONAR
               PERFORM P360-ABRIR-OBITOS
               PERFORM P300-PROCESSAR UNTIL EOF-OK
               PERFORM P400-DESCARREGAR-PENDENTE
            END-IF
       ELSE
          SET GRUPO-VALIDO-OK TO FALSE
          PERFORM P180-INFORMAR-GRUPO UNTIL GRUPO-VALIDO-OK
          PERFORM P345-ABRIR-GRUPOS-ADIC
       END-IF
       .

               IF MODO-FAIXA-OK AND WS-ID-CONTATO GREATER WS-ID-FIM
                  SET EOF-OK TO TRUE
               ELSE
                  SET NO-GRUPO-OK TO TRUE
                  IF CONTATO-ATIVO
                     PERFORM P350-CONFERIR-GRUPO
                  END-IF
                  IF CONTATO-ATIVO AND NO-GRUPO-OK
                     PERFORM P365-CONFERIR-OBITO
                     IF FALECIDO-OK
                        ADD 1 TO WS-QTD-FALECIDOS
                     ELSE
                     IF WS-FL-CONS-CORREIO NOT EQUAL 'S'
                        ADD 1 TO WS-SEM-CONSENT
                     ELSE
                     IF WS-FL-ST-ENDERECO EQUAL 'D' OR 'B'
                        ADD 1 TO WS-QTD-DEVOLVIDOS
                     ELSE
                     IF WS-END-LOGRADOURO EQUAL SPACES
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                  END-IF
               END-IF
       END-READ
       MOVE WS-END-CEP    TO WS-LC-CEP
       IF NOT ETQ-PENDENTE-OK
          SET ETQ-PENDENTE-OK TO TRUE
          MOVE WS-NM-COMPLETO     TO WS-NM-COLUNA1
          MOVE WS-END-LOGRADOURO  TO WS-END-COLUNA1
          MOVE WS-LINHA-CIDADE    TO WS-CID-COLUNA1
       ELSE
          MOVE WS-NM-COLUNA1 TO WS-ETQ-COL1
          MOVE WS-NM-COMPLETO TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE WS-END-COLUNA1     TO WS-ETQ-COL1
          MOVE WS-END-LOGRADOURO  TO WS-ETQ-COL2
       END-IF
       .

      *---------------------------------------------------------
      * Com um grupo no filtro, abre o arquivo de grupos
      * adicionais. Arquivo ainda inexistente (status 35) quer
      * dizer que nenhum contato tem grupo adicional: vale só o
      * grupo principal.
      *---------------------------------------------------------
       P345-ABRIR-GRUPOS-ADIC.
       SET GRADIC-ABERTO-OK TO FALSE
       IF WS-GRUPO-FILTRO NOT EQUAL ZEROS
          SET FS-GRA-OK TO TRUE
          OPEN INPUT GRUPADIC
          IF FS-GRA-OK
             SET GRADIC-ABERTO-OK TO TRUE
          ELSE
             IF WS-FS-GRA NOT EQUAL 35
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
                CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
                DISPLAY WS-FS-MSG
                CALL 'ERRLOGTT' USING 'ETQCONTT' 'GRUPADIC  '
                     WS-FS-GRA WS-ERR-CHAVE
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * O contato é do grupo filtrado pelo grupo principal ou por
      * uma marcação de grupo adicional (GRADCNTT).
      *---------------------------------------------------------
       P350-CONFERIR-GRUPO.
       IF WS-GRUPO-FILTRO NOT EQUAL ZEROS
          AND WS-CD-GRUPO NOT EQUAL WS-GRUPO-FILTRO
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

      *---------------------------------------------------------
      * Marca de falecimento (CONTOBIT.DAT, OBTCONTT): arquivo
      * ainda inexistente (status 35) quer dizer que nenhum
      * contato foi marcado.
      *---------------------------------------------------------
       P360-ABRIR-OBITOS.
       SET OBITOS-ABERTO-OK TO FALSE
       MOVE ZEROS TO WS-QTD-FALECIDOS
       SET FS-OBT-OK TO TRUE
       OPEN INPUT OBITOS
       IF FS-OBT-OK
          SET OBITOS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-OBT NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MARCAS DE OBITO'
             CALL 'FSMSGTT' USING WS-FS-OBT WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'ETQCONTT' 'OBITOS    '
                  WS-FS-OBT WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P365-CONFERIR-OBITO.
       SET FALECIDO-OK TO FALSE
       IF OBITOS-ABERTO-OK
          MOVE WS-ID-CONTATO TO OBT-ID-CONTATO
          READ OBITOS
               KEY IS OBT-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF OBITO-ATIVO
                     SET FALECIDO-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado): o status termina em 10 após a varredura
      *    e um CLOSE condicionado a ele deixaria a base aberta
      *    entre duas execuções na mesma sessão de menu.
       CLOSE CONTATOS
       IF OBITOS-ABERTO-OK
          CLOSE OBITOS
          SET OBITOS-ABERTO-OK TO FALSE
       END-IF
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       IF FS-ETQ-OK
          CLOSE ETIQUETAS
          CALL 'CATSPLTT' USING 'ETQCONTT' WS-ARQ-ETIQUETAS
          DISPLAY 'ETIQUETAS GERADAS....: ' WS-QTD-ETIQUETAS
          DISPLAY 'CONTATOS SEM ENDERECO: ' WS-QTD-PULADOS
          DISPLAY 'SEM CONSENTIMENTO....: ' WS-SEM-CONSENT
          DISPLAY 'DEVOLVIDO/BAIXADO....: ' WS-QTD-DEVOLVIDOS
          DISPLAY 'FALECIDOS............: ' WS-QTD-FALECIDOS
          IF WS-QTD-DEVOLVIDOS GREATER ZEROS
             DISPLAY 'VEJA A LISTA DE TRABALHO DE DEVOLUCOES'
             DISPLAY '(RELDEVTT) PARA CORRIGIR OS ENDERECOS'
