      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Geração da lista de convidados de um evento
      *            (CONTCONV.DAT) a partir do cadastro de eventos
      *            (CONTEVEN.DAT). O supervisor escolhe como
      *            selecionar os contatos: por grupo (o principal
      *            ou um grupo adicional, como na mala direta),
      *            por faixa de ids ou um a um, informando id e
      *            dígito. Só entra contato ativo, não falecido
      *            (OBTCONTT), com consentimento de correio e com
      *            endereço não devolvido (DEVCONTT): o convite
      *            segue pelo correio, com as mesmas regras das
      *            cartas-modelo (CARTCNTT). Contato já convidado
      *            para o evento não é duplicado, de modo que a
      *            lista pode ser completada em várias passadas.
      *            Cada convite nasce sem resposta e sem presença.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERCNVTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT EVENTOS ASSIGN TO WS-ARQ-EVENTOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EVE-NR-EVENTO
                FILE STATUS IS WS-FS-EVE.

                SELECT CONVITES ASSIGN TO WS-ARQ-CONVITES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNV-CHAVE
                FILE STATUS IS WS-FS-CNV.

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

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD EVENTOS.
          COPY FD_EVETT.

       FD CONVITES.
          COPY FD_CNVTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-EVE        PIC 99.
          88 FS-EVE-OK     VALUE 0.
       77 WS-FS-CNV        PIC 99.
          88 FS-CNV-OK     VALUE 0.
       77 WS-FS-OBT        PIC 99.
          88 FS-OBT-OK     VALUE 0.
       77 WS-FS-GRP        PIC 99.
          88 FS-GRP-OK     VALUE 0.
       77 WS-FS-GRA        PIC 99.
          88 FS-GRA-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'S' FALSE 'N'.
       77 WS-EVENTO-VALIDO PIC X VALUE 'N'.
          88 EVENTO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-MODO          PIC X VALUE SPACES.
          88 MODO-GRUPO    VALUE 'G'.
          88 MODO-FAIXA    VALUE 'F'.
          88 MODO-MANUAL   VALUE 'M'.
          88 MODO-VALIDO   VALUE 'G' 'F' 'M'.
       77 WS-CRITERIO-VALIDO PIC X VALUE 'N'.
          88 CRITERIO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-OBITOS-ABERTO  PIC X VALUE 'N'.
          88 OBITOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FALECIDO       PIC X VALUE 'N'.
          88 FALECIDO-OK    VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO       PIC X VALUE 'N'.
          88 NO-GRUPO-OK    VALUE 'S' FALSE 'N'.

       77 WS-NR-EVENTO     PIC 9(04) VALUE ZEROS.
       77 WS-CAPACIDADE    PIC 9(05) VALUE ZEROS.
       77 WS-GRUPO-FILTRO  PIC 9(03) VALUE ZEROS.
       77 WS-ID-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-ID-FIM        PIC 9(06) VALUE ZEROS.
       77 WS-ID-ENTRADA    PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO        PIC X(30) VALUE SPACES.

       77 WS-QTD-CONVITES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-CONVIDADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FALECIDOS PIC 9(06) VALUE ZEROS.
       77 WS-SEM-CONSENT   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NA-LISTA  PIC 9(06) VALUE ZEROS.

       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-EVENTOS   PIC X(60) VALUE 'CONTEVEN.DAT'.
       77 WS-ARQ-CONVITES  PIC X(60) VALUE 'CONTCONV.DAT'.
       77 WS-ARQ-OBITOS    PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-ARQ-GRUPOS    PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-GRUPADIC  PIC X(60) VALUE 'CONTGRAD.DAT'.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-EVENTOS
            CALL 'ARQPARTT' USING WS-ARQ-CONVITES
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            DISPLAY '***** GERACAO DE CONVITES PARA EVENTO *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P200-INFORMAR-EVENTO THRU P200-FIM
            IF NOT EVENTO-VALIDO-OK
               GOBACK
            END-IF
            PERFORM P210-INFORMAR-MODO THRU P210-FIM
            IF NOT CRITERIO-VALIDO-OK
               GOBACK
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-CNV-OK
               PERFORM P360-ABRIR-OBITOS
               EVALUATE TRUE
                  WHEN MODO-MANUAL
                     SET EXIT-OK TO FALSE
                     PERFORM P400-SELECIONAR-MANUAL THRU P400-FIM
                        UNTIL EXIT-OK
                  WHEN MODO-GRUPO
                     PERFORM P345-ABRIR-GRUPOS-ADIC
                     PERFORM P250-POSICIONAR
                     PERFORM P300-AVALIAR-CONTATO UNTIL EOF-OK
                  WHEN OTHER
                     PERFORM P250-POSICIONAR
                     PERFORM P300-AVALIAR-CONTATO UNTIL EOF-OK
               END-EVALUATE
               PERFORM P600-CONTAR-LISTA
            END-IF
            PERFORM P900-FIM
            GOBACK.

      *---------------------------------------------------------
      * O evento tem de estar cadastrado (EVENCNTT) e ainda não
      * ter acontecido.
      *---------------------------------------------------------
       P200-INFORMAR-EVENTO.
       SET EVENTO-VALIDO-OK TO FALSE
       DISPLAY 'INFORME O NUMERO DO EVENTO:'
       ACCEPT WS-NR-EVENTO
       IF WS-NR-EVENTO EQUAL ZEROS
          DISPLAY 'NUMERO INVALIDO, INFORME APENAS NUMEROS'
          DISPLAY 'MAIORES QUE ZERO'
          GO TO P200-FIM
       END-IF

       SET FS-EVE-OK TO TRUE
       OPEN INPUT EVENTOS
       IF WS-FS-EVE EQUAL 35
          DISPLAY 'NENHUM EVENTO CADASTRADO (EVENCNTT)'
          GO TO P200-FIM
       END-IF
       IF NOT FS-EVE-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS'
          CALL 'FSMSGTT' USING WS-FS-EVE WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GERCNVTT' 'EVENTOS   '
               WS-FS-EVE WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF
       MOVE WS-NR-EVENTO TO EVE-NR-EVENTO
       READ EVENTOS
            KEY IS EVE-NR-EVENTO
            INVALID KEY
               DISPLAY 'EVENTO NAO CADASTRADO'
            NOT INVALID KEY
               MOVE EVE-CAPACIDADE TO WS-CAPACIDADE
               DISPLAY 'EVENTO: ' EVE-NM-EVENTO
               DISPLAY 'DATA..: ' EVE-DT-EVENTO
                       '  CAPACIDADE: ' EVE-CAPACIDADE
               IF EVE-DT-EVENTO LESS WS-DATA-HOJE
                  DISPLAY 'EVENTO JA REALIZADO, CONVITES NAO GERADOS'
               ELSE
                  SET EVENTO-VALIDO-OK TO TRUE
               END-IF
       END-READ
       CLOSE EVENTOS
       .
       P200-FIM.

       P210-INFORMAR-MODO.
       SET CRITERIO-VALIDO-OK TO FALSE
       DISPLAY 'SELECIONAR CONVIDADOS POR:'
       DISPLAY '<G> GRUPO  <F> FAIXA DE IDS  <M> UM A UM'
       MOVE SPACES TO WS-MODO
       ACCEPT WS-MODO
       EVALUATE TRUE
          WHEN MODO-GRUPO
             PERFORM P220-INFORMAR-GRUPO
          WHEN MODO-FAIXA
             DISPLAY 'INFORME O ID INICIAL:'
             ACCEPT WS-ID-INICIO
             DISPLAY 'INFORME O ID FINAL:'
             ACCEPT WS-ID-FIM
             IF WS-ID-FIM EQUAL ZEROS
                OR WS-ID-FIM LESS WS-ID-INICIO
                DISPLAY 'FAIXA INVALIDA, O ID FINAL DEVE SER MAIOR'
                DISPLAY 'OU IGUAL AO INICIAL'
             ELSE
                SET CRITERIO-VALIDO-OK TO TRUE
             END-IF
          WHEN MODO-MANUAL
             SET CRITERIO-VALIDO-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P210-FIM.

       P220-INFORMAR-GRUPO.
       DISPLAY 'INFORME O CODIGO DO GRUPO:'
       ACCEPT WS-GRUPO-FILTRO
       IF WS-GRUPO-FILTRO EQUAL ZEROS
          DISPLAY 'GRUPO INVALIDO, INFORME APENAS NUMEROS'
          DISPLAY 'MAIORES QUE ZERO'
       ELSE
          SET FS-GRP-OK TO TRUE
          OPEN INPUT GRUPOS
          IF FS-GRP-OK
             MOVE WS-GRUPO-FILTRO TO GRP-CD-GRUPO
             READ GRUPOS
                  KEY IS GRP-CD-GRUPO
                  INVALID KEY
                     DISPLAY 'GRUPO NAO CADASTRADO'
                  NOT INVALID KEY
                     DISPLAY 'GRUPO: ' GRP-CD-GRUPO ' - '
                             GRP-NM-GRUPO
                     SET CRITERIO-VALIDO-OK TO TRUE
             END-READ
             CLOSE GRUPOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
             CALL 'FSMSGTT' USING WS-FS-GRP WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'GERCNVTT' 'GRUPOS    '
                  WS-FS-GRP WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P100-ABRIR-ARQUIVOS.
       SET FS-OK TO TRUE.
       SET FS-CNV-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-CONVITES WS-QTD-JA-CONVIDADOS
                     WS-SEM-CONSENT WS-QTD-DEVOLVIDOS
                     WS-QTD-NA-LISTA.

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GERCNVTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
       END-IF

       OPEN I-O CONVITES
       IF WS-FS-CNV EQUAL 35
          OPEN OUTPUT CONVITES
          CLOSE CONVITES
          OPEN I-O CONVITES
       END-IF
       IF NOT FS-CNV-OK
          DISPLAY 'ERRO AO ABRIR A LISTA DE CONVIDADOS'
          CALL 'FSMSGTT' USING WS-FS-CNV WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GERCNVTT' 'CONVITES  '
               WS-FS-CNV WS-ERR-CHAVE
       END-IF
       .

       P250-POSICIONAR.
       SET EOF-OK TO FALSE
       MOVE WS-ID-INICIO TO ID-CONTATO
       START CONTATOS KEY IS GREATER OR EQUAL ID-CONTATO
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       .

       P300-AVALIAR-CONTATO.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF MODO-FAIXA AND ID-CONTATO GREATER WS-ID-FIM
                  SET EOF-OK TO TRUE
               ELSE
                  SET NO-GRUPO-OK TO TRUE
                  IF MODO-GRUPO AND CONTATO-ATIVO
                     PERFORM P350-CONFERIR-GRUPO
                  END-IF
                  IF CONTATO-ATIVO AND NO-GRUPO-OK
                     PERFORM P330-CONVIDAR
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Mesmas regras da mala direta: contato falecido, sem
      * consentimento de correio ou com endereço devolvido (ou
      * empresa baixada) fica fora e é contado à parte; o motivo
      * vai para a tela na seleção um a um.
      *---------------------------------------------------------
       P330-CONVIDAR.
       MOVE SPACES TO WS-MOTIVO
       PERFORM P365-CONFERIR-OBITO
       IF FALECIDO-OK
          ADD 1 TO WS-QTD-FALECIDOS
          MOVE 'CONTATO FALECIDO' TO WS-MOTIVO
       ELSE
       IF NOT CONSENTE-CORREIO
          ADD 1 TO WS-SEM-CONSENT
          MOVE 'SEM CONSENTIMENTO DE CORREIO' TO WS-MOTIVO
       ELSE
       IF ENDERECO-DEVOLVIDO OR EMPRESA-BAIXADA
          ADD 1 TO WS-QTD-DEVOLVIDOS
          MOVE 'ENDERECO DEVOLVIDO' TO WS-MOTIVO
       ELSE
          PERFORM P320-GRAVAR-CONVITE
       END-IF
       END-IF
       END-IF
       .

       P320-GRAVAR-CONVITE.
       INITIALIZE REG-CONVITE
       MOVE WS-NR-EVENTO   TO CNV-NR-EVENTO
       MOVE ID-CONTATO     TO CNV-ID-CONTATO
       MOVE WS-MODO        TO CNV-ORIGEM
       MOVE WS-DATA-HOJE   TO CNV-DT-CONVITE
       MOVE LK-US-OPERADOR TO CNV-US-CONVITE
       SET SEM-RESPOSTA      TO TRUE
       SET PRESENCA-PENDENTE TO TRUE
       MOVE ZEROS TO CNV-DT-RESPOSTA CNV-DT-PRESENCA
       WRITE REG-CONVITE
          INVALID KEY
             ADD 1 TO WS-QTD-JA-CONVIDADOS
             MOVE 'JA CONVIDADO PARA O EVENTO' TO WS-MOTIVO
          NOT INVALID KEY
             ADD 1 TO WS-QTD-CONVITES
       END-WRITE
       .

      *---------------------------------------------------------
      * Com o grupo no filtro, abre o arquivo de grupos
      * adicionais. Arquivo ainda inexistente (status 35) quer
      * dizer que nenhum contato tem grupo adicional: vale só o
      * grupo principal.
      *---------------------------------------------------------
       P345-ABRIR-GRUPOS-ADIC.
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
             CALL 'ERRLOGTT' USING 'GERCNVTT' 'GRUPADIC  '
                  WS-FS-GRA WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * O contato é do grupo filtrado pelo grupo principal ou por
      * uma marcação de grupo adicional (GRADCNTT).
      *---------------------------------------------------------
       P350-CONFERIR-GRUPO.
       IF CD-GRUPO NOT EQUAL WS-GRUPO-FILTRO
          SET NO-GRUPO-OK TO FALSE
          IF GRADIC-ABERTO-OK
             MOVE ID-CONTATO      TO GRA-ID-CONTATO
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
             CALL 'ERRLOGTT' USING 'GERCNVTT' 'OBITOS    '
                  WS-FS-OBT WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P365-CONFERIR-OBITO.
       SET FALECIDO-OK TO FALSE
       IF OBITOS-ABERTO-OK
          MOVE ID-CONTATO TO OBT-ID-CONTATO
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

      *---------------------------------------------------------
      * Seleção um a um: id com dígito verificador, como na
      * consulta (CONCONTT); id zero encerra a seleção.
      *---------------------------------------------------------
       P400-SELECIONAR-MANUAL.
       DISPLAY 'INFORME O ID DO CONTATO A CONVIDAR (0 = ENCERRAR):'
       MOVE ZEROS TO WS-ID-ENTRADA
       ACCEPT WS-ID-ENTRADA
       IF WS-ID-ENTRADA EQUAL ZEROS
          SET EXIT-OK TO TRUE
          GO TO P400-FIM
       END-IF
       DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
       ACCEPT WS-DV-ENTRADA
       CALL 'CALCDVTT' USING WS-ID-ENTRADA WS-DV-CALCULADO
       IF WS-DV-ENTRADA NOT EQUAL WS-DV-CALCULADO
          DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
          DISPLAY 'ID ANOTADO E DIGITE NOVAMENTE'
          GO TO P400-FIM
       END-IF

       MOVE WS-ID-ENTRADA TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               DISPLAY 'CONTATO NAO ENCONTRADO'
               GO TO P400-FIM
       END-READ
       IF NOT CONTATO-ATIVO
          DISPLAY 'CONTATO INATIVO, NAO CONVIDADO'
          GO TO P400-FIM
       END-IF

       DISPLAY 'NOME.....: ' NM-CONTATO
       PERFORM P330-CONVIDAR
       IF WS-MOTIVO EQUAL SPACES
          DISPLAY 'CONTATO CONVIDADO'
       ELSE
          DISPLAY 'NAO CONVIDADO: ' WS-MOTIVO
       END-IF
       .
       P400-FIM.

      *---------------------------------------------------------
      * Total de convidados do evento depois desta passada, para
      * comparar com a capacidade.
      *---------------------------------------------------------
       P600-CONTAR-LISTA.
       MOVE ZEROS TO WS-QTD-NA-LISTA
       MOVE WS-NR-EVENTO TO CNV-NR-EVENTO
       MOVE ZEROS TO CNV-ID-CONTATO
       SET EOF-OK TO FALSE
       START CONVITES KEY IS GREATER OR EQUAL CNV-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P610-LER-CONVITE UNTIL EOF-OK
       .

       P610-LER-CONVITE.
       READ CONVITES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNV-NR-EVENTO NOT EQUAL WS-NR-EVENTO
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-NA-LISTA
               END-IF
       END-READ
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado): o status termina em 10 após a varredura
      *    e um CLOSE condicionado a ele deixaria a base aberta
      *    entre duas execuções na mesma sessão de menu.
       CLOSE CONTATOS
       CLOSE CONVITES
       IF OBITOS-ABERTO-OK
          CLOSE OBITOS
          SET OBITOS-ABERTO-OK TO FALSE
       END-IF
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       DISPLAY 'CONVITES GERADOS NESTA PASSADA: ' WS-QTD-CONVITES
       IF WS-QTD-JA-CONVIDADOS GREATER ZEROS
          DISPLAY 'JA CONVIDADOS ANTES.........: '
                  WS-QTD-JA-CONVIDADOS
       END-IF
       IF WS-QTD-FALECIDOS GREATER ZEROS
          DISPLAY 'FORA POR FALECIMENTO........: ' WS-QTD-FALECIDOS
       END-IF
       IF WS-SEM-CONSENT GREATER ZEROS
          DISPLAY 'FORA POR FALTA DE CONSENTIM.: ' WS-SEM-CONSENT
       END-IF
       IF WS-QTD-DEVOLVIDOS GREATER ZEROS
          DISPLAY 'FORA POR ENDERECO DEVOLVIDO.: ' WS-QTD-DEVOLVIDOS
       END-IF
       IF WS-QTD-NA-LISTA GREATER ZEROS
          DISPLAY 'CONVIDADOS NO EVENTO ' WS-NR-EVENTO ': '
                  WS-QTD-NA-LISTA ' PARA CAPACIDADE DE '
                  WS-CAPACIDADE
       END-IF
       .
       END PROGRAM GERCNVTT.
