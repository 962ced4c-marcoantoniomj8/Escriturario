      *            marcadores dos campos do contato — &NOME,
      *            &TELEFONE, &EMAIL, &LOGRADOURO, &COMPLEMENTO,
      *            &CIDADE, &UF, &CEP, &GRUPO (descrição do grupo
      *            em GRUPCNTT.DAT), &ID, &DATA e &SOCIAL (nome
      *            social) —, seleciona os
      *            contatos como a impressão de etiquetas
      *            (ETQCONTT: todos, um grupo ou uma faixa de id)
      *            e grava uma carta preenchida por contato em um
      *                   corrigido, como nas etiquetas
      *                   (ETQCONTT). Contado à parte no
      *                   fechamento.
      * 15/10/2026 MAMJ - &NOME passa a trazer o nome completo
      *                   (NM-COMPLETO, até 60 posições) e o novo
      *                   marcador &SOCIAL traz o nome curto, para
      *                   o tratamento ("Prezado &SOCIAL").
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

                SELECT GRUPOS ASSIGN TO WS-ARQ-GRUPOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT MODELO ASSIGN TO WS-ARQ-MODELO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-MOD.
       FD CONTATOS.
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD MODELO.
       01 REG-MODELO         PIC X(80).


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
       77 WS-FS-GRP         PIC 99.
       77 WS-GRUPO-FILTRO   PIC 9(03) VALUE ZEROS.
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
       77 WS-LINHA-NOVA     PIC X(132) VALUE SPACES.
       77 WS-TOKEN          PIC X(12) VALUE SPACES.
       77 WS-TOKEN-LEN      PIC 9(02) VALUE ZEROS.
       77 WS-VALOR          PIC X(60) VALUE SPACES.
       77 WS-VALOR-LEN      PIC 9(02) VALUE ZEROS.
       77 WS-POS            PIC 9(03) VALUE ZEROS.
       77 WS-POS-FIM        PIC 9(03) VALUE ZEROS.
       77 WS-ARQ-CARTAS     PIC X(60) VALUE SPACES.

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
            CALL 'ARQPARTT' USING WS-ARQ-MODELO
            DISPLAY '***** GERACAO DE CARTAS-MODELO *****'
            PERFORM P050-MONTAR-NOME-SPOOL
               PERFORM P200-ABRIR-ARQUIVOS
               IF FS-OK AND FS-CAR-OK
                  PERFORM P250-POSICIONAR
                  PERFORM P360-ABRIR-OBITOS
                  PERFORM P300-PROCESSAR UNTIL EOF-OK
               END-IF
               PERFORM P900-FIM
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
      *    Carta e correio postal: exige o consentimento do canal
      *    e pula o endereço marcado como devolvido (DEVCONTT).
      *    Contato falecido (OBTCONTT) não recebe carta.
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
                        PERFORM P400-GERAR-CARTA
                     END-IF
                     END-IF
                     END-IF
                  END-IF
               END-IF
       END-READ
       MOVE SPACES TO WS-LINHA-TRAB
       MOVE WS-TAB-LINHA(WS-IDX) TO WS-LINHA-TRAB(1:80)
       MOVE 1 TO WS-NR-TOKEN
       PERFORM P500-TROCAR-MARCADOR UNTIL WS-NR-TOKEN GREATER 12
       WRITE REG-CARTA FROM WS-LINHA-TRAB
       ADD 1 TO WS-IDX
       .
          WHEN 1
             MOVE '&NOME'        TO WS-TOKEN
             MOVE 5              TO WS-TOKEN-LEN
             MOVE WS-NM-COMPLETO TO WS-VALOR
          WHEN 2
             MOVE '&TELEFONE'    TO WS-TOKEN
             MOVE 9              TO WS-TOKEN-LEN
             MOVE '&DATA'        TO WS-TOKEN
             MOVE 5              TO WS-TOKEN-LEN
             MOVE WS-SPL-DATA    TO WS-VALOR
          WHEN 12
             MOVE '&SOCIAL'      TO WS-TOKEN
             MOVE 7              TO WS-TOKEN-LEN
             MOVE WS-NM-CONTATO  TO WS-VALOR
       END-EVALUATE

       PERFORM P530-MEDIR-VALOR
      * entra com uma posição, para o texto não colar.
      *---------------------------------------------------------
       P530-MEDIR-VALOR.
       MOVE 60 TO WS-VALOR-LEN
       SET FIM-SCAN-OK TO FALSE
       PERFORM P540-MEDIR-POSICAO UNTIL FIM-SCAN-OK
       .
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
                CALL 'ERRLOGTT' USING 'CARTCNTT' 'GRUPADIC  '
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
             CALL 'ERRLOGTT' USING 'CARTCNTT' 'OBITOS    '
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
       IF FS-CAR-OK
          CLOSE CARTAS
          CALL 'CATSPLTT' USING 'CARTCNTT' WS-ARQ-CARTAS
          DISPLAY 'CARTAS GERADAS: ' WS-QTD-CARTAS
          DISPLAY 'SEM CONSENTIMENTO DE CORREIO: ' WS-SEM-CONSENT
          DISPLAY 'DEVOLVIDO/EMPRESA BAIXADA...: '
                  WS-QTD-DEVOLVIDOS
          DISPLAY 'FALECIDOS...................: ' WS-QTD-FALECIDOS
       END-IF
       .
       END PROGRAM CARTCNTT.
