      *                   cidade, UF e CEP nas posições próprias do
      *                   vCard, em vez do texto livre na posição
      *                   de rua.
      * 15/10/2026 MAMJ - FN e N passam a sair com o nome completo
      *                   (NM-COMPLETO); o nome social, quando
      *                   diferente, sai como NICKNAME.
      * 15/10/2026 MAMJ - O filtro por grupo passa a incluir os
      *                   contatos que têm o grupo como grupo
      *                   adicional (CONTGRAD.DAT, GRADCNTT), não
      *                   só os de grupo principal igual ao filtro.
      * 15/10/2026 MAMJ - Contato marcado como falecido (CONTOBIT.DAT,
      *                   conferência mensal OBTCONTT) não gera o
      *                   cartão; contado à parte no fechamento.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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

                SELECT ARQSAIDA ASSIGN TO WS-ARQ-SAIDA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SAI.
       FD CONTATOS.
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD ARQSAIDA.
       01 REG-SAIDA          PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
             05 WS-FL-CONS-TELEFONE PIC X(01).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-GRP         PIC 99.
       77 WS-NM-GRUPO-CAT   PIC X(20) VALUE SPACES.
       77 WS-GRUPO-VALIDO   PIC X VALUE 'N'.
          88 GRUPO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO       PIC X VALUE 'N'.
          88 NO-GRUPO-OK    VALUE 'S' FALSE 'N'.

       77 WS-CAMPO          PIC X(60) VALUE SPACES.
       77 WS-LEN-CAMPO      PIC 9(02) VALUE ZEROS.
       77 WS-FIM-SCAN       PIC X VALUE 'N'.
          88 FIM-SCAN-OK    VALUE 'S' FALSE 'N'.
       77 WS-ARQ-GRUPOS     PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-SAIDA      PIC X(60) VALUE 'CONTVCF.VCF'.
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
            CALL 'ARQPARTT' USING WS-ARQ-SAIDA
            DISPLAY '***** EXPORTACAO VCARD DE CONTATOS *****'
            SET GRUPO-VALIDO-OK TO FALSE
            PERFORM P050-INFORMAR-GRUPO UNTIL GRUPO-VALIDO-OK
            PERFORM P345-ABRIR-GRUPOS-ADIC
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-SAI-OK
               PERFORM P360-ABRIR-OBITOS
               SET EOF-OK TO FALSE
               PERFORM P300-PROCESSAR UNTIL EOF-OK
            END-IF
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               SET NO-GRUPO-OK TO TRUE
               IF CONTATO-ATIVO
                  PERFORM P350-CONFERIR-GRUPO
               END-IF
               IF CONTATO-ATIVO AND NO-GRUPO-OK
      *    O cartao vai para o celular da equipe de campo ligar:
      *    exige o consentimento de contato por telefone. Contato
      *    falecido (OBTCONTT) não vai para o celular.
                  PERFORM P365-CONFERIR-OBITO
                  IF FALECIDO-OK
                     ADD 1 TO WS-QTD-FALECIDOS
                  ELSE
                     IF WS-FL-CONS-TELEFONE EQUAL 'S'
                        PERFORM P310-GRAVAR-VCARD
                     ELSE
                        ADD 1 TO WS-SEM-CONSENT
                     END-IF
                  END-IF
               END-IF
       END-READ
       MOVE 'VERSION:3.0' TO REG-SAIDA
       WRITE REG-SAIDA

       MOVE WS-NM-COMPLETO TO WS-CAMPO
       PERFORM P400-GRAVAR-LINHA-COM-VALOR-FN
       PERFORM P405-GRAVAR-LINHA-N

      *    O nome social, quando difere do começo do nome
      *    completo, vai como apelido do cartão.
       IF WS-NM-CONTATO NOT EQUAL SPACES
          AND WS-NM-CONTATO NOT EQUAL WS-NM-COMPLETO(1:20)
          MOVE WS-NM-CONTATO TO WS-CAMPO
          MOVE SPACES TO WS-LINHA-VCF
          PERFORM P410-MEDIR-CAMPO
          STRING 'NICKNAME:' DELIMITED BY SIZE
                 WS-CAMPO(1:WS-LEN-CAMPO) DELIMITED BY SIZE
            INTO WS-LINHA-VCF
          END-STRING
          WRITE REG-SAIDA FROM WS-LINHA-VCF
       END-IF

       IF WS-TELEFONE NOT EQUAL SPACES
          MOVE WS-TELEFONE TO WS-CAMPO
          MOVE SPACES TO WS-LINHA-VCF
      * técnica da busca por nome parcial do CONCONTT).
      *---------------------------------------------------------
       P410-MEDIR-CAMPO.
       MOVE 60 TO WS-LEN-CAMPO
       SET FIM-SCAN-OK TO FALSE
       PERFORM P411-MEDIR-POSICAO UNTIL FIM-SCAN-OK
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
                CALL 'ERRLOGTT' USING 'VCFCONTT' 'GRUPADIC  '
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
             CALL 'ERRLOGTT' USING 'VCFCONTT' 'OBITOS    '
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
       IF FS-SAI-OK
          CLOSE ARQSAIDA
          DISPLAY 'EXPORTACAO VCARD CONCLUIDA: ' WS-CONT
                  ' CARTAO(OES) EM CONTVCF.VCF'
          DISPLAY 'SEM CONSENTIMENTO DE TELEFONE: '
                  WS-SEM-CONSENT
          DISPLAY 'FALECIDOS....................: ' WS-QTD-FALECIDOS
       END-IF

       GOBACK.
