      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relação de relacionamento vencido: cada grupo
      *            do GRUPCNTT.DAT pode ter um intervalo de contato
      *            (GRP-DIAS-CADENCIA, em dias — cliente-chave a
      *            cada 60, fornecedor a cada 180). Para todo
      *            contato ativo de um grupo com cadência
      *            (principal ou adicional, CONTGRAD.DAT; vale o
      *            menor intervalo) o programa apura a data do
      *            último contato, a mais recente entre:
      *              - anotação no histórico (CONTNOTA.DAT);
      *              - item de campanha atendido com o contato
      *                atualizado (CONTCAMP.DAT);
      *              - ocorrência de atendimento encerrada
      *                (CONTOCOR.DAT);
      *            e lista os contatos cujo intervalo já passou,
      *            quebrados por responsável da carteira
      *            (CONTCART.DAT) e por grupo, com os dias de
      *            atraso; contato sem registro algum sai como
      *            SEM REGISTRO. Contato falecido (CONTOBIT.DAT)
      *            fica de fora. Sai em spool datado catalogado
      *            (CATSPLTT) e roda também como passo do lote
      *            noturno (NOTURNTT). Na tela, o supervisor pode
      *            carregar os vencidos como campanha de ligação
      *            (seção 6 da fila CONTCAMP.DAT), trabalhada pelo
      *            atendimento de campanha (ATDCMPTT); contato que
      *            já tem item pendente de cadência não é
      *            repetido.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCADTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT GRUPOS ASSIGN TO WS-ARQ-GRUPOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOT-CHAVE
                FILE STATUS IS WS-FS-NOT.

                SELECT OCORRENCIAS ASSIGN TO WS-ARQ-OCORRENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CMP-CHAVE
                FILE STATUS IS WS-FS-CMP.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD NOTAS.
          COPY FD_NOTATT.

       FD OCORRENCIAS.
          COPY FD_OCOTT.

       FD CAMPANHAS.
          COPY FD_CMPTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-GRP         PIC 99.
          88 FS-GRP-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-NOT         PIC 99.
          88 FS-NOT-OK      VALUE 0.
       77 WS-FS-OCO         PIC 99.
          88 FS-OCO-OK      VALUE 0.
       77 WS-FS-CMP         PIC 99.
          88 FS-CMP-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FIM-LEITURA    PIC X VALUE 'N'.
          88 FIM-LEITURA-OK VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NOTAS-ABERTO   PIC X VALUE 'N'.
          88 NOTAS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-OCOR-ABERTO    PIC X VALUE 'N'.
          88 OCOR-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CARTEIRA-ABERTA PIC X VALUE 'N'.
          88 CARTEIRA-ABERTA-OK VALUE 'S' FALSE 'N'.
       77 WS-OBITOS-ABERTO  PIC X VALUE 'N'.
          88 OBITOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FALECIDO       PIC X VALUE 'N'.
          88 FALECIDO-OK    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.
       77 WS-GRUPO-IMPRESSO PIC X VALUE 'N'.
          88 GRUPO-IMPRESSO-OK VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM        PIC X VALUE SPACES.

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-GRUPOS     PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-NOTAS      PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-OCORRENCIAS PIC X(60) VALUE 'CONTOCOR.DAT'.
       77 WS-ARQ-CAMPANHAS  PIC X(60) VALUE 'CONTCAMP.DAT'.
       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------
      * Dias corridos aproximados (ano de 365 dias), a mesma
      * conta do relatório de capacidade (CAPCONTT).
      *---------------------------------------------------------
       01 WS-CALC-DATA.
          03 WS-CALC-ANO    PIC 9(04).
          03 WS-CALC-MES    PIC 9(02).
          03 WS-CALC-DIA    PIC 9(02).
       77 WS-CALC-DIAS      PIC 9(07) VALUE ZEROS.
       77 WS-ACUM-MES       PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.

      *---------------------------------------------------------
      * Cadastro de grupos indexado pelo próprio código (1 a
      * 999): intervalo de contato e descrição. Grupo
      * desativado ou sem cadência fica com intervalo zero.
      *---------------------------------------------------------
       01 WS-TAB-GRUPOS.
          03 WS-TAB-GRUPO OCCURS 999 TIMES.
             05 WS-GRP-DIAS     PIC 9(03).
             05 WS-GRP-NOME     PIC X(20).
       77 WS-QTD-GRP-CAD    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-GRP-CAD.
          03 WS-GRP-CAD-COD OCCURS 999 TIMES PIC 9(03).
       77 WS-GDX            PIC 9(03) VALUE ZEROS.

      *---------------------------------------------------------
      * Fila de campanhas resumida por contato: a data do último
      * atendimento com o contato atualizado e se ele já tem um
      * item pendente de cadência (seção 6) na fila.
      *---------------------------------------------------------
       01 WS-TAB-CAMPANHA.
          03 WS-TAB-CMP OCCURS 2000 TIMES.
             05 WS-TC-ID        PIC 9(06).
             05 WS-TC-DATA      PIC 9(08).
             05 WS-TC-FILA      PIC X(01).
       77 WS-QTD-TC         PIC 9(04) VALUE ZEROS.
       77 WS-TC-DE-FORA     PIC 9(06) VALUE ZEROS.
       77 WS-CDX            PIC 9(04) VALUE ZEROS.
       77 WS-SECAO-CADENCIA PIC 9(01) VALUE 6.

      *---------------------------------------------------------
      * Contatos vencidos carregados em tabela e responsáveis
      * únicos, para a quebra por responsável e grupo.
      *---------------------------------------------------------
       01 WS-TAB-VENCIDOS.
          03 WS-TAB-VNC OCCURS 500 TIMES.
             05 WS-VNC-ID       PIC 9(06).
             05 WS-VNC-NOME     PIC X(20).
             05 WS-VNC-GRUPO    PIC 9(03).
             05 WS-VNC-DIAS-CAD PIC 9(03).
             05 WS-VNC-ULTIMO   PIC 9(08).
             05 WS-VNC-ORIGEM   PIC X(10).
             05 WS-VNC-ATRASO   PIC 9(05).
             05 WS-VNC-RESP     PIC X(08).
             05 WS-VNC-FILA     PIC X(01).
       77 WS-QTD-VNC        PIC 9(03) VALUE ZEROS.
       77 WS-DESCARTADOS    PIC 9(06) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.

       01 WS-TAB-RESPONSAVEIS.
          03 WS-TAB-RESP OCCURS 50 TIMES PIC X(08).
       77 WS-QTD-RESP       PIC 9(02) VALUE ZEROS.
       77 WS-RESP-DE-FORA   PIC 9(06) VALUE ZEROS.
       77 WS-RDX            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      * Apuração do contato da vez.
      *---------------------------------------------------------
       77 WS-ID-ATUAL       PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-INTERVALO PIC 9(03) VALUE ZEROS.
       77 WS-GRUPO-COBRANCA PIC 9(03) VALUE ZEROS.
       77 WS-DT-ULTIMO      PIC 9(08) VALUE ZEROS.
       77 WS-ORIGEM-ULTIMO  PIC X(10) VALUE SPACES.
       77 WS-RESP-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-FILA-ATUAL     PIC X(01) VALUE SPACES.

       77 WS-QTD-AVALIADOS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EM-DIA     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCIDOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-REG    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FALECIDOS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NA-FILA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DO-RESP    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DO-GRUPO   PIC 9(06) VALUE ZEROS.

      *---------------------------------------------------------
      * Carga dos vencidos como campanha de ligação.
      *---------------------------------------------------------
       77 WS-NR-CAMPANHA    PIC 9(04) VALUE ZEROS.
       77 WS-MAX-CAMPANHA   PIC 9(04) VALUE ZEROS.
       77 WS-SEQUENCIA      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(05) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(52) VALUE
                     'RELACIONAMENTO VENCIDO POR RESPONSAVEL E GRUPO'.
          03 FILLER         PIC X(08) VALUE 'EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(64) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(12) VALUE 'ID'.
          03 FILLER         PIC X(22) VALUE 'NOME'.
          03 FILLER         PIC X(16) VALUE 'ULTIMO CONTATO'.
          03 FILLER         PIC X(12) VALUE 'ORIGEM'.
          03 FILLER         PIC X(14) VALUE 'DIAS DE ATRASO'.
          03 FILLER         PIC X(56) VALUE SPACES.

       01 WS-LINHA-RESP.
          03 FILLER         PIC X(13) VALUE 'RESPONSAVEL: '.
          03 WS-RESP-NOME   PIC X(15).
          03 FILLER         PIC X(104) VALUE SPACES.

       01 WS-LINHA-GRUPO.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 FILLER         PIC X(06) VALUE 'GRUPO '.
          03 WS-GRUPO-COD   PIC 9(03).
          03 FILLER         PIC X(03) VALUE ' - '.
          03 WS-GRUPO-NOME  PIC X(20).
          03 FILLER         PIC X(08) VALUE ' A CADA '.
          03 WS-GRUPO-DIAS  PIC ZZ9.
          03 FILLER         PIC X(05) VALUE ' DIAS'.
          03 FILLER         PIC X(81) VALUE SPACES.

       01 WS-LINHA-DET.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-NOME    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ULTIMO  PIC X(12).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-ORIGEM  PIC X(10).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ATRASO  PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-FILA    PIC X(20).
          03 FILLER         PIC X(43) VALUE SPACES.

       01 WS-LINHA-SUBTOT.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 FILLER         PIC X(22) VALUE 'VENCIDOS DA CARTEIRA: '.
          03 WS-SUB-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(101) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
          03 LK-EM-LOTE    PIC X(01).
             88 EXECUCAO-EM-LOTE VALUE 'S'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-OCORRENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-CAMPANHAS
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            DISPLAY '***** RELACIONAMENTO VENCIDO (CADENCIA) *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-CALC-DATA
            PERFORM P058-CALCULAR-DIAS
            MOVE WS-CALC-DIAS TO WS-DIAS-HOJE
            PERFORM P050-MONTAR-NOME-SPOOL
            SET HOUVE-FALHA TO FALSE
            PERFORM P100-CARREGAR-GRUPOS
            IF HOUVE-FALHA
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            IF WS-QTD-GRP-CAD EQUAL ZEROS
               DISPLAY 'NENHUM GRUPO ATIVO COM INTERVALO DE CONTATO;'
               DISPLAY 'INFORME O INTERVALO PELO CADASTRO DE GRUPOS'
               GOBACK
            END-IF

            PERFORM P150-CARREGAR-CAMPANHAS
            PERFORM P200-AVALIAR-CONTATOS
            IF HOUVE-FALHA
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-QTD-VENCIDOS EQUAL ZEROS
                  DISPLAY 'CONTATOS AVALIADOS....: ' WS-QTD-AVALIADOS
                  DISPLAY 'NENHUM RELACIONAMENTO VENCIDO'
               ELSE
                  PERFORM P400-LEVANTAR-RESPONSAVEIS
                  PERFORM P500-IMPRIMIR-LISTA
                  IF NOT HOUVE-FALHA AND NOT EXECUCAO-EM-LOTE
                     AND LK-PF-OPERADOR EQUAL 'S'
                     PERFORM P700-OFERECER-CAMPANHA THRU P700-FIM
                  END-IF
               END-IF
            END-IF
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELCADTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P058-CALCULAR-DIAS.
       EVALUATE WS-CALC-MES
          WHEN 1  MOVE 000 TO WS-ACUM-MES
          WHEN 2  MOVE 031 TO WS-ACUM-MES
          WHEN 3  MOVE 059 TO WS-ACUM-MES
          WHEN 4  MOVE 090 TO WS-ACUM-MES
          WHEN 5  MOVE 120 TO WS-ACUM-MES
          WHEN 6  MOVE 151 TO WS-ACUM-MES
          WHEN 7  MOVE 181 TO WS-ACUM-MES
          WHEN 8  MOVE 212 TO WS-ACUM-MES
          WHEN 9  MOVE 243 TO WS-ACUM-MES
          WHEN 10 MOVE 273 TO WS-ACUM-MES
          WHEN 11 MOVE 304 TO WS-ACUM-MES
          WHEN 12 MOVE 334 TO WS-ACUM-MES
          WHEN OTHER
             MOVE 000 TO WS-ACUM-MES
       END-EVALUATE
       COMPUTE WS-CALC-DIAS = WS-CALC-ANO * 365
               + WS-ACUM-MES + WS-CALC-DIA
       .

      *---------------------------------------------------------
      * Intervalo em branco (grupo vindo de uma carga geral
      * anterior ao campo) vale como grupo sem cadência.
      *---------------------------------------------------------
       P100-CARREGAR-GRUPOS.
       INITIALIZE WS-TAB-GRUPOS
       MOVE ZEROS TO WS-QTD-GRP-CAD
       SET FS-GRP-OK TO TRUE
       OPEN INPUT GRUPOS
       IF WS-FS-GRP EQUAL 35
          CONTINUE
       ELSE
          IF FS-GRP-OK
             SET EOF-OK TO FALSE
             PERFORM P110-LER-GRUPO UNTIL EOF-OK
             CLOSE GRUPOS
          ELSE
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
             CALL 'FSMSGTT' USING WS-FS-GRP WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELCADTT' 'GRUPOS    '
                  WS-FS-GRP WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P110-LER-GRUPO.
       READ GRUPOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF GRP-CD-GRUPO GREATER ZEROS
                  MOVE GRP-NM-GRUPO TO WS-GRP-NOME(GRP-CD-GRUPO)
                  IF GRP-DIAS-CADENCIA NUMERIC
                     AND GRP-DIAS-CADENCIA GREATER ZEROS
                     AND NOT GRUPO-DESATIVADO
                     MOVE GRP-DIAS-CADENCIA
                       TO WS-GRP-DIAS(GRP-CD-GRUPO)
                     ADD 1 TO WS-QTD-GRP-CAD
                     MOVE GRP-CD-GRUPO
                       TO WS-GRP-CAD-COD(WS-QTD-GRP-CAD)
                  END-IF
               END-IF
       END-READ
       IF WS-FS-GRP NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Resume a fila de campanhas por contato. Fila ainda
      * inexistente (status 35) = nenhuma campanha.
      *---------------------------------------------------------
       P150-CARREGAR-CAMPANHAS.
       MOVE ZEROS TO WS-QTD-TC WS-TC-DE-FORA
       SET FS-CMP-OK TO TRUE
       OPEN INPUT CAMPANHAS
       IF FS-CMP-OK
          SET EOF-OK TO FALSE
          PERFORM P160-LER-ITEM-CAMPANHA UNTIL EOF-OK
          CLOSE CAMPANHAS
          IF WS-TC-DE-FORA GREATER ZEROS
             DISPLAY 'ATENCAO: ' WS-TC-DE-FORA ' ITEM(NS) DE'
             DISPLAY 'CAMPANHA ALEM DO LIMITE DE 2000 CONTATOS NAO'
             DISPLAY 'ENTRARAM NA APURACAO DO ULTIMO CONTATO'
          END-IF
       ELSE
          IF WS-FS-CMP NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR A FILA DE CAMPANHAS'
             CALL 'FSMSGTT' USING WS-FS-CMP WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELCADTT' 'CAMPANHAS '
                  WS-FS-CMP WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P160-LER-ITEM-CAMPANHA.
       READ CAMPANHAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF (ITEM-ATUALIZADO AND CMP-DT-ATENDIMENTO NUMERIC
                   AND CMP-DT-ATENDIMENTO GREATER ZEROS)
                  OR (ITEM-PENDENTE
                   AND CMP-SECAO EQUAL WS-SECAO-CADENCIA)
                  PERFORM P170-RESUMIR-ITEM
               END-IF
       END-READ
       IF WS-FS-CMP NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P170-RESUMIR-ITEM.
       MOVE CMP-ID-CONTATO TO WS-ID-ATUAL
       PERFORM P180-PROCURAR-CONTATO-CMP
       IF NOT ACHOU-OK
          IF WS-QTD-TC LESS 2000
             ADD 1 TO WS-QTD-TC
             MOVE WS-QTD-TC TO WS-CDX
             MOVE CMP-ID-CONTATO TO WS-TC-ID(WS-CDX)
             MOVE ZEROS          TO WS-TC-DATA(WS-CDX)
             MOVE 'N'            TO WS-TC-FILA(WS-CDX)
             SET ACHOU-OK TO TRUE
          ELSE
             ADD 1 TO WS-TC-DE-FORA
          END-IF
       END-IF
       IF ACHOU-OK
          IF ITEM-PENDENTE
             MOVE 'S' TO WS-TC-FILA(WS-CDX)
          ELSE
             IF CMP-DT-ATENDIMENTO GREATER WS-TC-DATA(WS-CDX)
                MOVE CMP-DT-ATENDIMENTO TO WS-TC-DATA(WS-CDX)
             END-IF
          END-IF
       END-IF
       .

       P180-PROCURAR-CONTATO-CMP.
       SET ACHOU-OK TO FALSE
       MOVE 1 TO WS-CDX
       PERFORM P185-COMPARAR-CONTATO-CMP
          UNTIL WS-CDX GREATER WS-QTD-TC OR ACHOU-OK
       .

       P185-COMPARAR-CONTATO-CMP.
       IF WS-TC-ID(WS-CDX) EQUAL WS-ID-ATUAL
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-CDX
       END-IF
       .

       P200-AVALIAR-CONTATOS.
       MOVE ZEROS TO WS-QTD-VNC WS-DESCARTADOS WS-QTD-AVALIADOS
                     WS-QTD-EM-DIA WS-QTD-VENCIDOS WS-QTD-SEM-REG
                     WS-QTD-FALECIDOS WS-QTD-NA-FILA
       SET FS-OK TO TRUE
       OPEN INPUT CONTATOS
       IF WS-FS EQUAL 35
          DISPLAY 'AINDA NAO HA CONTATOS; NADA A AVALIAR'
       ELSE
          IF FS-OK
             PERFORM P205-ABRIR-SATELITES
             SET EOF-OK TO FALSE
             PERFORM P210-AVALIAR-CONTATO UNTIL EOF-OK
             PERFORM P209-FECHAR-SATELITES
             CLOSE CONTATOS
             IF WS-DESCARTADOS GREATER ZEROS
                DISPLAY 'ATENCAO: ' WS-DESCARTADOS ' CONTATO(S)'
                DISPLAY 'VENCIDO(S) ALEM DO LIMITE DE 500 FICARAM'
                DISPLAY 'FORA DA LISTA (CONTADOS NOS TOTAIS)'
             END-IF
          ELSE
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELCADTT' 'CONTATOS  '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Arquivos de apoio: o que ainda não existe (status 35)
      * simplesmente não contribui para a apuração.
      *---------------------------------------------------------
       P205-ABRIR-SATELITES.
       SET GRADIC-ABERTO-OK TO FALSE
       SET FS-GRA-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF FS-GRA-OK
          SET GRADIC-ABERTO-OK TO TRUE
       END-IF

       SET NOTAS-ABERTO-OK TO FALSE
       SET FS-NOT-OK TO TRUE
       OPEN INPUT NOTAS
       IF FS-NOT-OK
          SET NOTAS-ABERTO-OK TO TRUE
       END-IF

       SET OCOR-ABERTO-OK TO FALSE
       SET FS-OCO-OK TO TRUE
       OPEN INPUT OCORRENCIAS
       IF FS-OCO-OK
          SET OCOR-ABERTO-OK TO TRUE
       END-IF

       SET CARTEIRA-ABERTA-OK TO FALSE
       SET FS-CAR-OK TO TRUE
       OPEN INPUT CARTEIRA
       IF FS-CAR-OK
          SET CARTEIRA-ABERTA-OK TO TRUE
       END-IF

       SET OBITOS-ABERTO-OK TO FALSE
       SET FS-OBT-OK TO TRUE
       OPEN INPUT OBITOS
       IF FS-OBT-OK
          SET OBITOS-ABERTO-OK TO TRUE
       END-IF
       .

       P209-FECHAR-SATELITES.
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       IF NOTAS-ABERTO-OK
          CLOSE NOTAS
          SET NOTAS-ABERTO-OK TO FALSE
       END-IF
       IF OCOR-ABERTO-OK
          CLOSE OCORRENCIAS
          SET OCOR-ABERTO-OK TO FALSE
       END-IF
       IF CARTEIRA-ABERTA-OK
          CLOSE CARTEIRA
          SET CARTEIRA-ABERTA-OK TO FALSE
       END-IF
       IF OBITOS-ABERTO-OK
          CLOSE OBITOS
          SET OBITOS-ABERTO-OK TO FALSE
       END-IF
       .

       P210-AVALIAR-CONTATO.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO
                  MOVE ID-CONTATO TO WS-ID-ATUAL
                  PERFORM P220-APURAR-INTERVALO
                  IF WS-DIAS-INTERVALO GREATER ZEROS
                     PERFORM P290-CONFERIR-OBITO
                     IF FALECIDO-OK
                        ADD 1 TO WS-QTD-FALECIDOS
                     ELSE
                        ADD 1 TO WS-QTD-AVALIADOS
                        PERFORM P240-APURAR-ULTIMO-CONTATO
                        PERFORM P270-CLASSIFICAR-CONTATO
                           THRU P270-FIM
                     END-IF
                  END-IF
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Vale o menor intervalo entre o grupo principal e os
      * grupos adicionais do contato; o grupo que o deu é o da
      * quebra no relatório.
      *---------------------------------------------------------
       P220-APURAR-INTERVALO.
       MOVE ZEROS TO WS-DIAS-INTERVALO WS-GRUPO-COBRANCA
       IF CD-GRUPO NUMERIC AND CD-GRUPO GREATER ZEROS
          IF WS-GRP-DIAS(CD-GRUPO) GREATER ZEROS
             MOVE WS-GRP-DIAS(CD-GRUPO) TO WS-DIAS-INTERVALO
             MOVE CD-GRUPO TO WS-GRUPO-COBRANCA
          END-IF
       END-IF

       IF GRADIC-ABERTO-OK
          SET FIM-LEITURA-OK TO FALSE
          MOVE WS-ID-ATUAL TO GRA-ID-CONTATO
          MOVE ZEROS TO GRA-CD-GRUPO
          START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
                INVALID KEY
                   SET FIM-LEITURA-OK TO TRUE
          END-START
          PERFORM P225-LER-GRUPO-ADIC UNTIL FIM-LEITURA-OK
       END-IF
       .

       P225-LER-GRUPO-ADIC.
       READ GRUPADIC NEXT RECORD
            AT END
               SET FIM-LEITURA-OK TO TRUE
            NOT AT END
               IF GRA-ID-CONTATO NOT EQUAL WS-ID-ATUAL
                  SET FIM-LEITURA-OK TO TRUE
               ELSE
                  IF GRA-CD-GRUPO GREATER ZEROS
                     IF WS-GRP-DIAS(GRA-CD-GRUPO) GREATER ZEROS
                        AND (WS-DIAS-INTERVALO EQUAL ZEROS
                         OR WS-GRP-DIAS(GRA-CD-GRUPO)
                            LESS WS-DIAS-INTERVALO)
                        MOVE WS-GRP-DIAS(GRA-CD-GRUPO)
                          TO WS-DIAS-INTERVALO
                        MOVE GRA-CD-GRUPO TO WS-GRUPO-COBRANCA
                     END-IF
                  END-IF
               END-IF
       END-READ
       IF WS-FS-GRA NOT LESS 30
          SET FIM-LEITURA-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Data do último contato: a mais recente entre anotação,
      * campanha atendida (contato atualizado) e ocorrência
      * encerrada. A anotação automática de tentativa de
      * campanha (texto 'CAMPANHA nnnn: ...', ATDCMPTT) não
      * conta: a tentativa vale pelo resultado do item.
      *---------------------------------------------------------
       P240-APURAR-ULTIMO-CONTATO.
       MOVE ZEROS  TO WS-DT-ULTIMO
       MOVE SPACES TO WS-ORIGEM-ULTIMO WS-FILA-ATUAL

       IF NOTAS-ABERTO-OK
          SET FIM-LEITURA-OK TO FALSE
          MOVE WS-ID-ATUAL TO NOT-ID-CONTATO
          MOVE ZEROS TO NOT-SEQUENCIA
          START NOTAS KEY IS GREATER OR EQUAL NOT-CHAVE
                INVALID KEY
                   SET FIM-LEITURA-OK TO TRUE
          END-START
          PERFORM P245-LER-ANOTACAO UNTIL FIM-LEITURA-OK
       END-IF

       IF OCOR-ABERTO-OK
          SET FIM-LEITURA-OK TO FALSE
          MOVE WS-ID-ATUAL TO OCO-ID-CONTATO
          MOVE ZEROS TO OCO-SEQUENCIA
          START OCORRENCIAS KEY IS GREATER OR EQUAL OCO-CHAVE
                INVALID KEY
                   SET FIM-LEITURA-OK TO TRUE
          END-START
          PERFORM P250-LER-OCORRENCIA UNTIL FIM-LEITURA-OK
       END-IF

       PERFORM P180-PROCURAR-CONTATO-CMP
       IF ACHOU-OK
          MOVE WS-TC-FILA(WS-CDX) TO WS-FILA-ATUAL
          IF WS-TC-DATA(WS-CDX) GREATER WS-DT-ULTIMO
             MOVE WS-TC-DATA(WS-CDX) TO WS-DT-ULTIMO
             MOVE 'CAMPANHA'         TO WS-ORIGEM-ULTIMO
          END-IF
       END-IF
       .

       P245-LER-ANOTACAO.
       READ NOTAS NEXT RECORD
            AT END
               SET FIM-LEITURA-OK TO TRUE
            NOT AT END
               IF NOT-ID-CONTATO NOT EQUAL WS-ID-ATUAL
                  SET FIM-LEITURA-OK TO TRUE
               ELSE
                  IF NOT (NOT-TEXTO(1:9) EQUAL 'CAMPANHA '
                          AND NOT-TEXTO(14:2) EQUAL ': ')
                     AND NOT-DATA NUMERIC
                     AND NOT-DATA GREATER WS-DT-ULTIMO
                     MOVE NOT-DATA   TO WS-DT-ULTIMO
                     MOVE 'ANOTACAO' TO WS-ORIGEM-ULTIMO
                  END-IF
               END-IF
       END-READ
       IF WS-FS-NOT NOT LESS 30
          SET FIM-LEITURA-OK TO TRUE
       END-IF
       .

       P250-LER-OCORRENCIA.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET FIM-LEITURA-OK TO TRUE
            NOT AT END
               IF OCO-ID-CONTATO NOT EQUAL WS-ID-ATUAL
                  SET FIM-LEITURA-OK TO TRUE
               ELSE
                  IF OCORRENCIA-ENCERRADA
                     AND OCO-DT-ENCERRAMENTO NUMERIC
                     AND OCO-DT-ENCERRAMENTO GREATER WS-DT-ULTIMO
                     MOVE OCO-DT-ENCERRAMENTO TO WS-DT-ULTIMO
                     MOVE 'OCORRENCIA'        TO WS-ORIGEM-ULTIMO
                  END-IF
               END-IF
       END-READ
       IF WS-FS-OCO NOT LESS 30
          SET FIM-LEITURA-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Vencido é o contato sem registro algum ou cujo último
      * contato tem mais dias que o intervalo do grupo.
      *---------------------------------------------------------
       P270-CLASSIFICAR-CONTATO.
       IF WS-DT-ULTIMO EQUAL ZEROS
          MOVE ZEROS TO WS-DIAS-ATRASO
          ADD 1 TO WS-QTD-SEM-REG
       ELSE
          MOVE WS-DT-ULTIMO TO WS-CALC-DATA
          PERFORM P058-CALCULAR-DIAS
          COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-CALC-DIAS
                                   - WS-DIAS-INTERVALO
          IF WS-DIAS-ATRASO NOT GREATER ZEROS
             ADD 1 TO WS-QTD-EM-DIA
             GO TO P270-FIM
          END-IF
       END-IF

       ADD 1 TO WS-QTD-VENCIDOS
       IF WS-FILA-ATUAL EQUAL 'S'
          ADD 1 TO WS-QTD-NA-FILA
       END-IF
       IF WS-QTD-VNC NOT LESS 500
          ADD 1 TO WS-DESCARTADOS
          GO TO P270-FIM
       END-IF
       PERFORM P280-BUSCAR-RESPONSAVEL
       ADD 1 TO WS-QTD-VNC
       MOVE WS-ID-ATUAL       TO WS-VNC-ID(WS-QTD-VNC)
       MOVE NM-CONTATO        TO WS-VNC-NOME(WS-QTD-VNC)
       MOVE WS-GRUPO-COBRANCA TO WS-VNC-GRUPO(WS-QTD-VNC)
       MOVE WS-DIAS-INTERVALO TO WS-VNC-DIAS-CAD(WS-QTD-VNC)
       MOVE WS-DT-ULTIMO      TO WS-VNC-ULTIMO(WS-QTD-VNC)
       MOVE WS-ORIGEM-ULTIMO  TO WS-VNC-ORIGEM(WS-QTD-VNC)
       MOVE WS-DIAS-ATRASO    TO WS-VNC-ATRASO(WS-QTD-VNC)
       MOVE WS-RESP-ATUAL     TO WS-VNC-RESP(WS-QTD-VNC)
       MOVE WS-FILA-ATUAL     TO WS-VNC-FILA(WS-QTD-VNC)
       .
       P270-FIM.

      *---------------------------------------------------------
      * Contato sem linha na carteira está sem responsável
      * (código em branco).
      *---------------------------------------------------------
       P280-BUSCAR-RESPONSAVEL.
       MOVE SPACES TO WS-RESP-ATUAL
       IF CARTEIRA-ABERTA-OK
          MOVE WS-ID-ATUAL TO CAR-ID-CONTATO
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CAR-CD-OPERADOR TO WS-RESP-ATUAL
          END-READ
       END-IF
       .

       P290-CONFERIR-OBITO.
       SET FALECIDO-OK TO FALSE
       IF OBITOS-ABERTO-OK
          MOVE WS-ID-ATUAL TO OBT-ID-CONTATO
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

       P400-LEVANTAR-RESPONSAVEIS.
       MOVE ZEROS TO WS-QTD-RESP WS-RESP-DE-FORA
       MOVE 1 TO WS-IDX
       PERFORM P410-CLASSIFICAR-RESP UNTIL WS-IDX GREATER WS-QTD-VNC
       IF WS-RESP-DE-FORA GREATER ZEROS
          DISPLAY 'ATENCAO: ' WS-RESP-DE-FORA ' CONTATO(S) DE'
          DISPLAY 'RESPONSAVEL(EIS) ALEM DO LIMITE DE 50 FICARAM'
          DISPLAY 'FORA DA QUEBRA POR RESPONSAVEL'
       END-IF
       .

       P410-CLASSIFICAR-RESP.
       SET ACHOU-OK TO FALSE
       MOVE 1 TO WS-RDX
       PERFORM P420-COMPARAR-RESP
          UNTIL WS-RDX GREATER WS-QTD-RESP OR ACHOU-OK
       IF NOT ACHOU-OK
          IF WS-QTD-RESP LESS 50
             ADD 1 TO WS-QTD-RESP
             MOVE WS-VNC-RESP(WS-IDX) TO WS-TAB-RESP(WS-QTD-RESP)
          ELSE
             ADD 1 TO WS-RESP-DE-FORA
          END-IF
       END-IF
       ADD 1 TO WS-IDX
       .

       P420-COMPARAR-RESP.
       IF WS-VNC-RESP(WS-IDX) EQUAL WS-TAB-RESP(WS-RDX)
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-RDX
       END-IF
       .

       P500-IMPRIMIR-LISTA.
       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCADTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE WS-DATA-HOJE TO WS-CAB1-DATA
          WRITE REG-RELATORIO FROM WS-LINHA-CAB1
          MOVE SPACES TO REG-RELATORIO
          WRITE REG-RELATORIO
          WRITE REG-RELATORIO FROM WS-LINHA-CAB3

          MOVE 1 TO WS-RDX
          PERFORM P510-IMPRIMIR-RESPONSAVEL
             UNTIL WS-RDX GREATER WS-QTD-RESP
          PERFORM P800-IMPRIMIR-TOTAIS

          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'RELCADTT' WS-ARQ-RELATORIO
          DISPLAY 'CONTATOS AVALIADOS....: ' WS-QTD-AVALIADOS
          DISPLAY 'RELACIONAMENTO VENCIDO: ' WS-QTD-VENCIDOS
          DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-RELATORIO
       END-IF
       .

       P510-IMPRIMIR-RESPONSAVEL.
       MOVE ZEROS TO WS-QTD-DO-RESP
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       IF WS-TAB-RESP(WS-RDX) EQUAL SPACES
          MOVE 'SEM RESPONSAVEL' TO WS-RESP-NOME
       ELSE
          MOVE WS-TAB-RESP(WS-RDX) TO WS-RESP-NOME
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-RESP

       MOVE 1 TO WS-GDX
       PERFORM P520-IMPRIMIR-GRUPO UNTIL WS-GDX GREATER WS-QTD-GRP-CAD
       MOVE WS-QTD-DO-RESP TO WS-SUB-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-SUBTOT
       ADD 1 TO WS-RDX
       .

      *---------------------------------------------------------
      * O cabeçalho do grupo só sai quando o responsável tem ao
      * menos um vencido nele.
      *---------------------------------------------------------
       P520-IMPRIMIR-GRUPO.
       SET GRUPO-IMPRESSO-OK TO FALSE
       MOVE 1 TO WS-IDX
       PERFORM P530-IMPRIMIR-VENCIDO UNTIL WS-IDX GREATER WS-QTD-VNC
       ADD 1 TO WS-GDX
       .

       P530-IMPRIMIR-VENCIDO.
       IF WS-VNC-RESP(WS-IDX) EQUAL WS-TAB-RESP(WS-RDX)
          AND WS-VNC-GRUPO(WS-IDX) EQUAL WS-GRP-CAD-COD(WS-GDX)
          IF NOT GRUPO-IMPRESSO-OK
             MOVE WS-VNC-GRUPO(WS-IDX)    TO WS-GRUPO-COD
             MOVE WS-GRP-NOME(WS-VNC-GRUPO(WS-IDX)) TO WS-GRUPO-NOME
             MOVE WS-VNC-DIAS-CAD(WS-IDX) TO WS-GRUPO-DIAS
             WRITE REG-RELATORIO FROM WS-LINHA-GRUPO
             SET GRUPO-IMPRESSO-OK TO TRUE
          END-IF
          ADD 1 TO WS-QTD-DO-RESP
          MOVE WS-VNC-ID(WS-IDX)   TO WS-DET-ID
          CALL 'CALCDVTT' USING WS-VNC-ID(WS-IDX) WS-DET-DV
          MOVE WS-VNC-NOME(WS-IDX) TO WS-DET-NOME
          IF WS-VNC-ULTIMO(WS-IDX) EQUAL ZEROS
             MOVE 'SEM REGISTRO' TO WS-DET-ULTIMO
             MOVE SPACES         TO WS-DET-ORIGEM
             MOVE ZEROS          TO WS-DET-ATRASO
          ELSE
             MOVE WS-VNC-ULTIMO(WS-IDX) TO WS-DET-ULTIMO
             MOVE WS-VNC-ORIGEM(WS-IDX) TO WS-DET-ORIGEM
             MOVE WS-VNC-ATRASO(WS-IDX) TO WS-DET-ATRASO
          END-IF
          IF WS-VNC-FILA(WS-IDX) EQUAL 'S'
             MOVE 'NA FILA DE LIGACAO' TO WS-DET-FILA
          ELSE
             MOVE SPACES TO WS-DET-FILA
          END-IF
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF
       ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * Carga opcional dos vencidos como campanha de ligação, só
      * na tela e só pelo supervisor (como a geração do
      * GERCMPTT): próximo número livre, um item pendente por
      * contato da lista, seção 6 (cadência). Quem já tem item
      * pendente de cadência na fila não é repetido.
      *---------------------------------------------------------
       P700-OFERECER-CAMPANHA.
       DISPLAY 'CARREGAR OS CONTATOS VENCIDOS DA LISTA COMO'
       DISPLAY 'CAMPANHA DE LIGACAO? TECLE <S> PARA CONFIRMAR OU'
       DISPLAY '<QUALQUER TECLA> PARA ENCERRAR'
       MOVE SPACES TO WS-CONFIRM
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          GO TO P700-FIM
       END-IF

       SET FS-CMP-OK TO TRUE
       OPEN I-O CAMPANHAS
       IF WS-FS-CMP EQUAL 35
          OPEN OUTPUT CAMPANHAS
          CLOSE CAMPANHAS
          OPEN I-O CAMPANHAS
       END-IF
       IF NOT FS-CMP-OK
          DISPLAY 'ERRO AO ABRIR A FILA DE CAMPANHAS'
          CALL 'FSMSGTT' USING WS-FS-CMP WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCADTT' 'CAMPANHAS '
               WS-FS-CMP WS-ERR-CHAVE
          GO TO P700-FIM
       END-IF

       PERFORM P710-CALCULAR-PROX-CAMPANHA
       MOVE ZEROS TO WS-SEQUENCIA WS-QTD-ITENS
       MOVE 1 TO WS-IDX
       PERFORM P730-GRAVAR-ITEM UNTIL WS-IDX GREATER WS-QTD-VNC
       CLOSE CAMPANHAS

       IF WS-QTD-ITENS GREATER ZEROS
          DISPLAY 'CAMPANHA ' WS-NR-CAMPANHA ' GERADA COM '
                  WS-QTD-ITENS ' ITEM(NS) PENDENTE(S)'
       ELSE
          DISPLAY 'TODOS OS VENCIDOS DA LISTA JA ESTAO NA FILA DE'
          DISPLAY 'LIGACAO, CAMPANHA NAO GERADA'
       END-IF
       IF WS-DESCARTADOS GREATER ZEROS
          DISPLAY 'OS ' WS-DESCARTADOS ' VENCIDO(S) FORA DA LISTA'
          DISPLAY 'FICAM PARA A PROXIMA EXECUCAO'
       END-IF
       .
       P700-FIM.

      *---------------------------------------------------------
      * Mesma numeração do GERCMPTT: maior número já usado na
      * fila mais um.
      *---------------------------------------------------------
       P710-CALCULAR-PROX-CAMPANHA.
       MOVE ZEROS TO WS-MAX-CAMPANHA
       MOVE ZEROS TO CMP-NR-CAMPANHA CMP-SEQUENCIA
       SET EOF-OK TO FALSE
       START CAMPANHAS KEY IS GREATER OR EQUAL CMP-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P720-LER-PROX-CAMPANHA UNTIL EOF-OK
       ADD 1 TO WS-MAX-CAMPANHA GIVING WS-NR-CAMPANHA
       .

       P720-LER-PROX-CAMPANHA.
       READ CAMPANHAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CMP-NR-CAMPANHA GREATER WS-MAX-CAMPANHA
                  MOVE CMP-NR-CAMPANHA TO WS-MAX-CAMPANHA
               END-IF
       END-READ
       IF WS-FS-CMP NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P730-GRAVAR-ITEM.
       IF WS-VNC-FILA(WS-IDX) NOT EQUAL 'S'
          ADD 1 TO WS-SEQUENCIA
          MOVE WS-NR-CAMPANHA    TO CMP-NR-CAMPANHA
          MOVE WS-SEQUENCIA      TO CMP-SEQUENCIA
          MOVE WS-VNC-ID(WS-IDX) TO CMP-ID-CONTATO
          MOVE WS-SECAO-CADENCIA TO CMP-SECAO
          SET ITEM-PENDENTE      TO TRUE
          MOVE WS-DATA-HOJE      TO CMP-DT-GERACAO
          MOVE ZEROS             TO CMP-DT-ATENDIMENTO
          MOVE SPACES            TO CMP-US-OPERADOR
          WRITE REG-CAMPANHA
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-QTD-ITENS
                MOVE 'S' TO WS-VNC-FILA(WS-IDX)
          END-WRITE
       END-IF
       ADD 1 TO WS-IDX
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CONTATOS ATIVOS EM GRUPO COM CADENCIA..:' TO WS-TOT-DESC
       MOVE WS-QTD-AVALIADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE '  EM DIA...............................:' TO WS-TOT-DESC
       MOVE WS-QTD-EM-DIA TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE '  RELACIONAMENTO VENCIDO...............:' TO WS-TOT-DESC
       MOVE WS-QTD-VENCIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE '    DOS QUAIS SEM REGISTRO DE CONTATO..:' TO WS-TOT-DESC
       MOVE WS-QTD-SEM-REG TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE '    DOS QUAIS JA NA FILA DE LIGACAO....:' TO WS-TOT-DESC
       MOVE WS-QTD-NA-FILA TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       IF WS-DESCARTADOS GREATER ZEROS
          MOVE '    FORA DA LISTA (LIMITE DE 500)......:'
            TO WS-TOT-DESC
          MOVE WS-DESCARTADOS TO WS-TOT-QTD
          WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       END-IF
       MOVE 'FORA DA AVALIACAO POR FALECIMENTO......:' TO WS-TOT-DESC
       MOVE WS-QTD-FALECIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .
       END PROGRAM RELCADTT.
