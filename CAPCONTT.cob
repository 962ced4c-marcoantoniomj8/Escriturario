      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relatório semanal de capacidade. Mede o quanto
      *            falta para cada teto fixo do sistema parar o
      *            serviço:
      *            - o maior id de contato em uso (base viva e
      *              arquivo morto) contra o 9(06) do ID-CONTATO;
      *            - a maior sequência de anotação, de meio
      *              adicional e de ocorrência de atendimento de um
      *              contato contra o 9(03) da chave, com o id do
      *              contato mais perto do teto;
      *            - o maior número de campanha (9(04)) e a maior
      *              sequência de item dentro de uma campanha
      *              (9(05)), com a campanha;
      *            - o maior passo da tabela de trabalhos do lote
      *              noturno (NOTURNTT.TAB) contra os 20 do
      *              condutor;
      *            - o maior arquivo de rejeitados dos lotes contra
      *              as 500 linhas da correção em tela (CORREJTT).
      *            Conta também os registros de cada arquivo
      *            indexado da base. Cada medida é gravada no
      *            histórico de capacidade (CAPCONTT.HST), e a
      *            medição anterior dá o crescimento e, para os
      *            tetos, as semanas até esgotar no ritmo atual.
      *            Teto ocupado acima do percentual do parâmetro
      *            PAR-PCT-CAPACIDADE sai como ATENCAO no relatório
      *            e no diário de operações (DIARIOTT) da noite.
      *            Relatório datado catalogado (CATSPLTT);
      *            conduzível pelo NOTURNTT (GOBACK), na tabela de
      *            trabalhos com frequência semanal.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPCONTT.

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

                SELECT ARQMORTO ASSIGN TO WS-ARQ-ARQMORTO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ARC-ID-CONTATO
                FILE STATUS IS WS-FS.

                SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NOT-CHAVE
                FILE STATUS IS WS-FS.

                SELECT MEIOS ASSIGN TO WS-ARQ-MEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MEI-CHAVE
                FILE STATUS IS WS-FS.

                SELECT OCORRENCIAS ASSIGN TO WS-ARQ-OCORRENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMP-CHAVE
                FILE STATUS IS WS-FS.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CONVITES ASSIGN TO WS-ARQ-CONVITES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CNV-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT TELIDX ASSIGN TO WS-ARQ-TELIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TEL-CHAVE
                FILE STATUS IS WS-FS.

                SELECT MAILIDX ASSIGN TO WS-ARQ-MAILIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAI-CHAVE
                FILE STATUS IS WS-FS.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS.

                SELECT FONIDX ASSIGN TO WS-ARQ-FONIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS FON-CHAVE
                FILE STATUS IS WS-FS.

                SELECT PALIDX ASSIGN TO WS-ARQ-PALIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS.

                SELECT TABELA ASSIGN TO WS-ARQ-TABELA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS.

                SELECT ARQREJ ASSIGN TO WS-ARQ-REJEITO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS.

                SELECT HISTCAPAC ASSIGN TO WS-ARQ-HISTCAPAC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HST.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQMORTO.
          COPY FD_ARCTT.

       FD NOTAS.
          COPY FD_NOTATT.

       FD MEIOS.
          COPY FD_MEIOTT.

       FD OCORRENCIAS.
          COPY FD_OCOTT.

       FD CAMPANHAS.
          COPY FD_CMPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD VINCULOS.
          COPY FD_VINTT.

       FD CONVITES.
          COPY FD_CNVTT.

       FD CHAVES.
          COPY FD_CHVTT.

       FD TELIDX.
          COPY FD_TELTT.

       FD MAILIDX.
          COPY FD_MAITT.

       FD DOCIDX.
          COPY FD_DOCTT.

       FD FONIDX.
          COPY FD_FONTT.

       FD PALIDX.
          COPY FD_PALTT.

       FD TABELA.
       01 REG-TABELA.
          03 TAB-PASSO       PIC 9(02).
          03 TAB-NOME        PIC X(08).
          03 TAB-FREQUENCIA  PIC X(01).
          03 TAB-DIA         PIC 9(02).
          03 TAB-FERIADO     PIC X(01).

       FD ARQREJ.
       01 REG-REJEITO        PIC X(288).

       FD HISTCAPAC.
          COPY FD_CAPTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-HST         PIC 99.
          88 FS-HST-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-ARQMORTO   PIC X(60) VALUE 'CONTARCH.DAT'.
       77 WS-ARQ-NOTAS      PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-MEIOS      PIC X(60) VALUE 'CONTMEIO.DAT'.
       77 WS-ARQ-OCORRENCIAS PIC X(60) VALUE 'CONTOCOR.DAT'.
       77 WS-ARQ-CAMPANHAS  PIC X(60) VALUE 'CONTCAMP.DAT'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-VINCULOS   PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-ARQ-CONVITES   PIC X(60) VALUE 'CONTCONV.DAT'.
       77 WS-ARQ-CHAVES     PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-ARQ-TELIDX     PIC X(60) VALUE 'CONTTELF.DAT'.
       77 WS-ARQ-MAILIDX    PIC X(60) VALUE 'CONTMAIL.DAT'.
       77 WS-ARQ-DOCIDX     PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-ARQ-FONIDX     PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-ARQ-PALIDX     PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-ARQ-TABELA     PIC X(60) VALUE 'NOTURNTT.TAB'.
       77 WS-ARQ-REJEITO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTCAPAC  PIC X(60) VALUE 'CAPCONTT.HST'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-QTD-ALERTAS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ERROS-ARQ  PIC 9(03) VALUE ZEROS.

      *---------------------------------------------------------
      * Maiores valores em uso encontrados na varredura, com o
      * contato (ou campanha, ou arquivo) que os detém.
      *---------------------------------------------------------
       77 WS-MAIOR-ID       PIC 9(06) VALUE ZEROS.
       77 WS-ID-NO-MORTO    PIC X VALUE 'N'.
          88 ID-NO-MORTO-OK VALUE 'S' FALSE 'N'.
       77 WS-MAIOR-SEQ      PIC 9(05) VALUE ZEROS.
       77 WS-DONO-SEQ       PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-CMP      PIC 9(04) VALUE ZEROS.
       77 WS-MAIOR-ITEM-CMP PIC 9(05) VALUE ZEROS.
       77 WS-CMP-DO-ITEM    PIC 9(04) VALUE ZEROS.
       77 WS-MAIOR-PASSO    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TRABALHOS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS-REJ PIC 9(07) VALUE ZEROS.
       77 WS-MAIOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-ARQ-MAIOR-REJ  PIC X(12) VALUE SPACES.
       77 WS-NOME-REJ       PIC X(12) VALUE SPACES.
       77 WS-IDX-REJ        PIC 9(01) VALUE ZEROS.

      *---------------------------------------------------------
      * Medida corrente, preenchida por item antes do registro
      * (P800): tipo 'L' tem teto, tipo 'A' é contagem de
      * arquivo.
      *---------------------------------------------------------
       01 WS-MEDIDA.
          03 WS-MED-ITEM    PIC X(08).
          03 WS-MED-TIPO    PIC X(01).
             88 MED-CAMPO      VALUE 'L'.
             88 MED-ARQUIVO    VALUE 'A'.
          03 WS-MED-DESC    PIC X(32).
          03 WS-MED-VALOR   PIC 9(07).
          03 WS-MED-LIMITE  PIC 9(07).
          03 WS-MED-REF     PIC X(20).
       77 WS-MED-PCT        PIC 9(03) VALUE ZEROS.
       77 WS-MED-ALERTA     PIC X VALUE 'N'.
          88 MED-ALERTA-OK  VALUE 'S' FALSE 'N'.
       77 WS-ID-ED          PIC 9(06) VALUE ZEROS.
       77 WS-FS-ED          PIC 99 VALUE ZEROS.

      *---------------------------------------------------------
      * Contagens dos arquivos já varridos para os tetos, que
      * saem depois na seção dos arquivos.
      *---------------------------------------------------------
       01 WS-TAB-GUARDADAS.
          03 WS-GRD-MEDIDA  OCCURS 10 TIMES PIC X(75).
       77 WS-QTD-GUARDADAS  PIC 9(02) VALUE ZEROS.
       77 WS-IDX-GRD        PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      * Última medição de cada item em dia anterior a hoje (uma
      * segunda execução no mesmo dia não vira base de
      * crescimento).
      *---------------------------------------------------------
       01 WS-TAB-ANTERIOR.
          03 WS-AN-ITEM-TAB OCCURS 40 TIMES.
             05 WS-AN-ITEM       PIC X(08).
             05 WS-AN-DATA       PIC 9(08).
             05 WS-AN-VALOR      PIC 9(07).
       77 WS-QTD-ANTERIOR   PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.

       77 WS-CRESCIMENTO    PIC S9(07) VALUE ZEROS.
       77 WS-PCT-CRESC      PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-INTERVALO PIC S9(07) VALUE ZEROS.
       77 WS-SEMANAS        PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------
      * Dias corridos aproximados (ano de 365 dias mais os meses
      * acumulados), a mesma técnica do DIARIOTT e do RELTMPTT.
      *---------------------------------------------------------
       01 WS-CALC-DATA.
          03 WS-CALC-ANO    PIC 9(04).
          03 WS-CALC-MES    PIC 9(02).
          03 WS-CALC-DIA    PIC 9(02).
       77 WS-CALC-DIAS      PIC 9(07) VALUE ZEROS.
       77 WS-ACUM-MES       PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'CAPACIDADE DOS CONTADORES, CAMPOS E ARQUIVOS'.
          03 FILLER         PIC X(04) VALUE ' EM '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(76) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(32) VALUE
                             'ATENCAO A PARTIR DE OCUPACAO DE '.
          03 WS-CAB2-PCT    PIC ZZ9.
          03 FILLER         PIC X(11) VALUE '% DO TETO'.
          03 FILLER         PIC X(86) VALUE SPACES.

       01 WS-LINHA-CAB-TETO.
          03 FILLER         PIC X(10) VALUE 'ITEM'.
          03 FILLER         PIC X(32) VALUE 'DESCRICAO'.
          03 FILLER         PIC X(09) VALUE '    MAIOR'.
          03 FILLER         PIC X(09) VALUE '     TETO'.
          03 FILLER         PIC X(06) VALUE '   USO'.
          03 FILLER         PIC X(22) VALUE '  REFERENCIA'.
          03 FILLER         PIC X(09) VALUE ' ANTERIOR'.
          03 FILLER         PIC X(14) VALUE '  ESGOTA EM'.
          03 FILLER         PIC X(09) VALUE '  SITUAC'.
          03 FILLER         PIC X(12) VALUE SPACES.

       01 WS-LINHA-TETO.
          03 WS-LT-ITEM     PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LT-DESC     PIC X(32).
          03 WS-LT-VALOR    PIC Z(08)9.
          03 WS-LT-LIMITE   PIC Z(08)9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LT-PCT      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE '%'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LT-REF      PIC X(20).
          03 WS-LT-ANTERIOR PIC Z(08)9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LT-ESGOTA   PIC X(12).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LT-SITUACAO PIC X(07).
          03 FILLER         PIC X(12) VALUE SPACES.

       01 WS-ESGOTA-ED.
          03 WS-ESG-SEMANAS PIC Z(06)9.
          03 FILLER         PIC X(05) VALUE ' SEM.'.

       01 WS-LINHA-CAB-ARQ.
          03 FILLER         PIC X(10) VALUE 'ARQUIVO'.
          03 FILLER         PIC X(32) VALUE 'DESCRICAO'.
          03 FILLER         PIC X(09) VALUE 'REGISTROS'.
          03 FILLER         PIC X(09) VALUE ' ANTERIOR'.
          03 FILLER         PIC X(11) VALUE '  MEDIDO EM'.
          03 FILLER         PIC X(10) VALUE ' CRESCIM.'.
          03 FILLER         PIC X(07) VALUE '      %'.
          03 FILLER         PIC X(44) VALUE '  OBSERVACAO'.

       01 WS-LINHA-ARQ.
          03 WS-LA-ITEM     PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LA-DESC     PIC X(32).
          03 WS-LA-VALOR    PIC Z(08)9.
          03 WS-LA-ANTERIOR PIC Z(08)9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-LA-DATA     PIC X(08).
          03 WS-LA-CRESC    PIC -(09)9.
          03 WS-LA-PCT      PIC -(06)9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LA-OBS      PIC X(20).
          03 FILLER         PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '***** CAPACIDADE DO SISTEMA *****'
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-ARQMORTO
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-OCORRENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-CAMPANHAS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-CONVITES
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            CALL 'ARQPARTT' USING WS-ARQ-TELIDX
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            CALL 'ARQPARTT' USING WS-ARQ-TABELA
            CALL 'ARQPARTT' USING WS-ARQ-HISTCAPAC
            CALL 'LERPARTT' USING REG-PARAMETROS
            PERFORM P050-MONTAR-NOME-SPOOL
            MOVE WS-SPL-DATA TO WS-CALC-DATA
            PERFORM P058-CALCULAR-DIAS
            MOVE WS-CALC-DIAS TO WS-DIAS-HOJE
            MOVE ZEROS TO WS-QTD-ALERTAS WS-QTD-ERROS-ARQ
                          WS-QTD-GUARDADAS

            PERFORM P100-CARREGAR-HISTORICO
            PERFORM P150-ABRIR-SAIDAS THRU P150-FIM
            IF NOT FS-REL-OK OR NOT FS-HST-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

      *    Primeira parte: os tetos. A varredura de cada arquivo
      *    já deixa a contagem para a segunda parte.
            MOVE 'CONTADORES E CAMPOS DE TAMANHO FIXO:'
              TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-LINHA-CAB-TETO
            PERFORM P200-MEDIR-IDS
            PERFORM P300-MEDIR-NOTAS
            PERFORM P320-MEDIR-MEIOS
            PERFORM P340-MEDIR-OCORRENCIAS
            PERFORM P360-MEDIR-CAMPANHAS
            PERFORM P380-MEDIR-TABELA-NOTURNO
            PERFORM P390-MEDIR-REJEITADOS

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'REGISTROS DOS ARQUIVOS INDEXADOS:'
              TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-LINHA-CAB-ARQ
            PERFORM P500-CONTAR-ARQUIVOS

            PERFORM P900-ENCERRAR
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'CAPCONTT.'      DELIMITED BY SIZE
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
      * Guarda a última medição de cada item antes de hoje. Sem
      * histórico (primeira execução), não há crescimento a
      * mostrar.
      *---------------------------------------------------------
       P100-CARREGAR-HISTORICO.
       MOVE ZEROS TO WS-QTD-ANTERIOR.
       SET FS-HST-OK TO TRUE.

       OPEN INPUT HISTCAPAC
       IF FS-HST-OK
          SET EOF-OK TO FALSE
          PERFORM P110-LER-HISTORICO UNTIL EOF-OK
          CLOSE HISTCAPAC
       END-IF
       .

       P110-LER-HISTORICO.
       READ HISTCAPAC
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CAP-DATA LESS WS-SPL-DATA
                  MOVE CAP-ITEM TO WS-MED-ITEM
                  PERFORM P120-LOCALIZAR-ANTERIOR
                  IF NOT ACHOU-OK
                     AND WS-QTD-ANTERIOR LESS 40
                     ADD 1 TO WS-QTD-ANTERIOR
                     MOVE WS-QTD-ANTERIOR TO WS-IDX
                     MOVE CAP-ITEM TO WS-AN-ITEM(WS-IDX)
                     SET ACHOU-OK TO TRUE
                  END-IF
                  IF ACHOU-OK
                     MOVE CAP-DATA  TO WS-AN-DATA(WS-IDX)
                     MOVE CAP-VALOR TO WS-AN-VALOR(WS-IDX)
                  END-IF
               END-IF
       END-READ
       IF WS-FS-HST NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P120-LOCALIZAR-ANTERIOR.
       SET ACHOU-OK TO FALSE
       MOVE 1 TO WS-IDX
       PERFORM P121-COMPARAR-ANTERIOR
          UNTIL WS-IDX GREATER WS-QTD-ANTERIOR OR ACHOU-OK
       .

       P121-COMPARAR-ANTERIOR.
       IF WS-AN-ITEM(WS-IDX) EQUAL WS-MED-ITEM
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX
       END-IF
       .

       P150-ABRIR-SAIDAS.
       SET FS-REL-OK TO TRUE
       SET FS-HST-OK TO TRUE

       OPEN EXTEND HISTCAPAC
       IF WS-FS-HST EQUAL 35
          OPEN OUTPUT HISTCAPAC
       END-IF
       IF NOT FS-HST-OK
          DISPLAY 'ERRO AO ABRIR O HISTORICO DE CAPACIDADE'
          CALL 'FSMSGTT' USING WS-FS-HST WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CAPCONTT' 'HISTCAPAC '
               WS-FS-HST WS-ERR-CHAVE
          GO TO P150-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CAPCONTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          CLOSE HISTCAPAC
          GO TO P150-FIM
       END-IF

       MOVE WS-SPL-DATA        TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE PAR-PCT-CAPACIDADE TO WS-CAB2-PCT
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       .
       P150-FIM.

      *---------------------------------------------------------
      * Maior id em uso na base viva e no arquivo morto: um id
      * arquivado não volta a ser emitido, então também ocupa a
      * faixa do 9(06).
      *---------------------------------------------------------
       P200-MEDIR-IDS.
       MOVE ZEROS TO WS-MAIOR-ID
       SET ID-NO-MORTO-OK TO FALSE
       PERFORM P210-VARRER-CONTATOS
       PERFORM P220-VARRER-ARQMORTO

       MOVE 'IDCONTAT'                       TO WS-MED-ITEM
       MOVE 'L'                              TO WS-MED-TIPO
       MOVE 'MAIOR ID DE CONTATO, 9(06)'     TO WS-MED-DESC
       MOVE WS-MAIOR-ID                      TO WS-MED-VALOR
       MOVE 999999                           TO WS-MED-LIMITE
       MOVE SPACES                           TO WS-MED-REF
       IF ID-NO-MORTO-OK
          MOVE 'NO ARQUIVO MORTO'            TO WS-MED-REF
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P210-VARRER-CONTATOS.
       MOVE 'CONTATOS'                       TO WS-MED-ITEM
       MOVE 'BASE DE CONTATOS'               TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT CONTATOS
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P211-LER-CONTATO UNTIL EOF-OK
          CLOSE CONTATOS
       END-IF
       PERFORM P750-GUARDAR-CONTAGEM
       .

       P211-LER-CONTATO.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
               IF ID-CONTATO GREATER WS-MAIOR-ID
                  MOVE ID-CONTATO TO WS-MAIOR-ID
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P220-VARRER-ARQMORTO.
       MOVE 'CONTARCH'                       TO WS-MED-ITEM
       MOVE 'ARQUIVO MORTO'                  TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT ARQMORTO
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P221-LER-ARQMORTO UNTIL EOF-OK
          CLOSE ARQMORTO
       END-IF
       PERFORM P750-GUARDAR-CONTAGEM
       .

       P221-LER-ARQMORTO.
       READ ARQMORTO NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
               IF ARC-ID-CONTATO GREATER WS-MAIOR-ID
                  MOVE ARC-ID-CONTATO TO WS-MAIOR-ID
                  SET ID-NO-MORTO-OK TO TRUE
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Sequências por contato: a próxima é sempre a maior mais
      * um (GRAVNOTT, MEIOCNTT, OCORCNTT), então o contato com a
      * maior sequência é o primeiro a travar.
      *---------------------------------------------------------
       P300-MEDIR-NOTAS.
       MOVE ZEROS TO WS-MAIOR-SEQ WS-DONO-SEQ
       MOVE 'CONTNOTA'                       TO WS-MED-ITEM
       MOVE 'ANOTACOES'                      TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT NOTAS
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P310-LER-NOTA UNTIL EOF-OK
          CLOSE NOTAS
       END-IF
       PERFORM P750-GUARDAR-CONTAGEM

       MOVE 'NOTASEQ'                        TO WS-MED-ITEM
       MOVE 'ANOTACOES POR CONTATO, 9(03)'   TO WS-MED-DESC
       PERFORM P810-REGISTRAR-SEQUENCIA
       .

       P310-LER-NOTA.
       READ NOTAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
               IF NOT-SEQUENCIA GREATER WS-MAIOR-SEQ
                  MOVE NOT-SEQUENCIA  TO WS-MAIOR-SEQ
                  MOVE NOT-ID-CONTATO TO WS-DONO-SEQ
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P320-MEDIR-MEIOS.
       MOVE ZEROS TO WS-MAIOR-SEQ WS-DONO-SEQ
       MOVE 'CONTMEIO'                       TO WS-MED-ITEM
       MOVE 'MEIOS DE CONTATO ADICIONAIS'    TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT MEIOS
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P330-LER-MEIO UNTIL EOF-OK
          CLOSE MEIOS
       END-IF
       PERFORM P750-GUARDAR-CONTAGEM

       MOVE 'MEIOSEQ'                        TO WS-MED-ITEM
       MOVE 'MEIOS ADICIONAIS/CONTATO, 9(03)' TO WS-MED-DESC
       PERFORM P810-REGISTRAR-SEQUENCIA
       .

       P330-LER-MEIO.
       READ MEIOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
               IF MEI-SEQUENCIA GREATER WS-MAIOR-SEQ
                  MOVE MEI-SEQUENCIA  TO WS-MAIOR-SEQ
                  MOVE MEI-ID-CONTATO TO WS-DONO-SEQ
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P340-MEDIR-OCORRENCIAS.
       MOVE ZEROS TO WS-MAIOR-SEQ WS-DONO-SEQ
       MOVE 'CONTOCOR'                       TO WS-MED-ITEM
       MOVE 'OCORRENCIAS DE ATENDIMENTO'     TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT OCORRENCIAS
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P350-LER-OCORRENCIA UNTIL EOF-OK
          CLOSE OCORRENCIAS
       END-IF
       PERFORM P750-GUARDAR-CONTAGEM

       MOVE 'OCORSEQ'                        TO WS-MED-ITEM
       MOVE 'OCORRENCIAS POR CONTATO, 9(03)' TO WS-MED-DESC
       PERFORM P810-REGISTRAR-SEQUENCIA
       .

       P350-LER-OCORRENCIA.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
               IF OCO-SEQUENCIA GREATER WS-MAIOR-SEQ
                  MOVE OCO-SEQUENCIA  TO WS-MAIOR-SEQ
                  MOVE OCO-ID-CONTATO TO WS-DONO-SEQ
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P360-MEDIR-CAMPANHAS.
       MOVE ZEROS TO WS-MAIOR-CMP WS-MAIOR-ITEM-CMP WS-CMP-DO-ITEM
       MOVE 'CONTCAMP'                       TO WS-MED-ITEM
       MOVE 'ITENS DE CAMPANHA'              TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT CAMPANHAS
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P370-LER-CAMPANHA UNTIL EOF-OK
          CLOSE CAMPANHAS
       END-IF
       PERFORM P750-GUARDAR-CONTAGEM

       MOVE 'CAMPNUM'                        TO WS-MED-ITEM
       MOVE 'L'                              TO WS-MED-TIPO
       MOVE 'NUMERO DA CAMPANHA, 9(04)'      TO WS-MED-DESC
       MOVE WS-MAIOR-CMP                     TO WS-MED-VALOR
       MOVE 9999                             TO WS-MED-LIMITE
       MOVE SPACES                           TO WS-MED-REF
       PERFORM P800-REGISTRAR-MEDIDA

       MOVE 'CAMPSEQ'                        TO WS-MED-ITEM
       MOVE 'L'                              TO WS-MED-TIPO
       MOVE 'ITENS POR CAMPANHA, 9(05)'      TO WS-MED-DESC
       MOVE WS-MAIOR-ITEM-CMP                TO WS-MED-VALOR
       MOVE 99999                            TO WS-MED-LIMITE
       MOVE SPACES                           TO WS-MED-REF
       IF WS-MAIOR-ITEM-CMP GREATER ZEROS
          STRING 'CAMPANHA '                 DELIMITED BY SIZE
                 WS-CMP-DO-ITEM              DELIMITED BY SIZE
            INTO WS-MED-REF
          END-STRING
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P370-LER-CAMPANHA.
       READ CAMPANHAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
               IF CMP-NR-CAMPANHA GREATER WS-MAIOR-CMP
                  MOVE CMP-NR-CAMPANHA TO WS-MAIOR-CMP
               END-IF
               IF CMP-SEQUENCIA GREATER WS-MAIOR-ITEM-CMP
                  MOVE CMP-SEQUENCIA   TO WS-MAIOR-ITEM-CMP
                  MOVE CMP-NR-CAMPANHA TO WS-CMP-DO-ITEM
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * O condutor (NOTURNTT) só aceita passos de 1 a 20; sem a
      * tabela, roda a sequência padrão de seis passos.
      *---------------------------------------------------------
       P380-MEDIR-TABELA-NOTURNO.
       MOVE ZEROS TO WS-MAIOR-PASSO WS-QTD-TRABALHOS
       MOVE SPACES TO WS-MED-REF
       SET FS-OK TO TRUE
       OPEN INPUT TABELA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P385-LER-TRABALHO UNTIL EOF-OK
          CLOSE TABELA
          STRING WS-QTD-TRABALHOS            DELIMITED BY SIZE
                 ' TRABALHO(S)'              DELIMITED BY SIZE
            INTO WS-MED-REF
          END-STRING
       ELSE
          MOVE 6 TO WS-MAIOR-PASSO
          MOVE 'SEQUENCIA PADRAO'            TO WS-MED-REF
       END-IF

       MOVE 'PASSONOT'                       TO WS-MED-ITEM
       MOVE 'L'                              TO WS-MED-TIPO
       MOVE 'PASSOS DO LOTE NOTURNO (20)'    TO WS-MED-DESC
       MOVE WS-MAIOR-PASSO                   TO WS-MED-VALOR
       MOVE 20                               TO WS-MED-LIMITE
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P385-LER-TRABALHO.
       READ TABELA
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-QTD-TRABALHOS
               IF TAB-PASSO NUMERIC
                  AND TAB-PASSO GREATER WS-MAIOR-PASSO
                  MOVE TAB-PASSO TO WS-MAIOR-PASSO
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Os três arquivos de rejeitados corrigíveis em tela; o
      * maior deles é o que primeiro perde linhas na correção.
      *---------------------------------------------------------
       P390-MEDIR-REJEITADOS.
       MOVE ZEROS TO WS-MAIOR-REJ
       MOVE SPACES TO WS-ARQ-MAIOR-REJ
       MOVE 1 TO WS-IDX-REJ
       PERFORM P391-CONTAR-REJEITADOS UNTIL WS-IDX-REJ GREATER 3

       MOVE 'LINHAREJ'                       TO WS-MED-ITEM
       MOVE 'L'                              TO WS-MED-TIPO
       MOVE 'LINHAS DE REJEITADOS (500)'     TO WS-MED-DESC
       MOVE WS-MAIOR-REJ                     TO WS-MED-VALOR
       MOVE 500                              TO WS-MED-LIMITE
       MOVE WS-ARQ-MAIOR-REJ                 TO WS-MED-REF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P391-CONTAR-REJEITADOS.
       EVALUATE WS-IDX-REJ
          WHEN 1 MOVE 'CARGCNTT.REJ' TO WS-NOME-REJ
          WHEN 2 MOVE 'MOVCONTT.REJ' TO WS-NOME-REJ
          WHEN 3 MOVE 'IMPCSVTT.REJ' TO WS-NOME-REJ
       END-EVALUATE
       MOVE WS-NOME-REJ TO WS-ARQ-REJEITO
       CALL 'ARQPARTT' USING WS-ARQ-REJEITO

       MOVE ZEROS TO WS-QTD-LINHAS-REJ
       SET FS-OK TO TRUE
       OPEN INPUT ARQREJ
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P392-LER-REJEITADO UNTIL EOF-OK
          CLOSE ARQREJ
       END-IF
       IF WS-QTD-LINHAS-REJ GREATER WS-MAIOR-REJ
          MOVE WS-QTD-LINHAS-REJ TO WS-MAIOR-REJ
          MOVE WS-NOME-REJ       TO WS-ARQ-MAIOR-REJ
       END-IF
       ADD 1 TO WS-IDX-REJ
       .

       P392-LER-REJEITADO.
       READ ARQREJ
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-QTD-LINHAS-REJ
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Contagem dos arquivos indexados: os já varridos para os
      * tetos saem da tabela guardada por P750; os demais são
      * lidos aqui.
      *---------------------------------------------------------
       P500-CONTAR-ARQUIVOS.
       PERFORM P505-IMPRIMIR-GUARDADAS
       PERFORM P510-CONTAR-GRUPADIC
       PERFORM P520-CONTAR-CARTEIRA
       PERFORM P530-CONTAR-VINCULOS
       PERFORM P540-CONTAR-CONVITES
       PERFORM P550-CONTAR-CHAVES
       PERFORM P560-CONTAR-TELIDX
       PERFORM P570-CONTAR-MAILIDX
       PERFORM P580-CONTAR-DOCIDX
       PERFORM P590-CONTAR-FONIDX
       PERFORM P600-CONTAR-PALIDX
       .

       P505-IMPRIMIR-GUARDADAS.
       MOVE 1 TO WS-IDX-GRD
       PERFORM P506-IMPRIMIR-GUARDADA UNTIL WS-IDX-GRD GREATER
               WS-QTD-GUARDADAS
       .

       P506-IMPRIMIR-GUARDADA.
       MOVE WS-GRD-MEDIDA(WS-IDX-GRD) TO WS-MEDIDA
       PERFORM P800-REGISTRAR-MEDIDA
       ADD 1 TO WS-IDX-GRD
       .

       P510-CONTAR-GRUPADIC.
       MOVE 'CONTGRAD'                       TO WS-MED-ITEM
       MOVE 'GRUPOS ADICIONAIS'              TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT GRUPADIC
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P511-LER-GRUPADIC UNTIL EOF-OK
          CLOSE GRUPADIC
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P511-LER-GRUPADIC.
       READ GRUPADIC NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P520-CONTAR-CARTEIRA.
       MOVE 'CONTCART'                       TO WS-MED-ITEM
       MOVE 'CARTEIRA DE CONTATOS'           TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT CARTEIRA
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P521-LER-CARTEIRA UNTIL EOF-OK
          CLOSE CARTEIRA
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P521-LER-CARTEIRA.
       READ CARTEIRA NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P530-CONTAR-VINCULOS.
       MOVE 'CONTVINC'                       TO WS-MED-ITEM
       MOVE 'VINCULOS ENTRE CONTATOS'        TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT VINCULOS
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P531-LER-VINCULO UNTIL EOF-OK
          CLOSE VINCULOS
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P531-LER-VINCULO.
       READ VINCULOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P540-CONTAR-CONVITES.
       MOVE 'CONTCONV'                       TO WS-MED-ITEM
       MOVE 'CONVITES DE EVENTOS'            TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT CONVITES
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P541-LER-CONVITE UNTIL EOF-OK
          CLOSE CONVITES
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P541-LER-CONVITE.
       READ CONVITES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P550-CONTAR-CHAVES.
       MOVE 'CONTCHAV'                       TO WS-MED-ITEM
       MOVE 'CHAVES DE SISTEMAS EXTERNOS'    TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT CHAVES
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P551-LER-CHAVE UNTIL EOF-OK
          CLOSE CHAVES
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P551-LER-CHAVE.
       READ CHAVES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P560-CONTAR-TELIDX.
       MOVE 'CONTTELF'                       TO WS-MED-ITEM
       MOVE 'INDICE DE TELEFONES'            TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT TELIDX
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P561-LER-TELIDX UNTIL EOF-OK
          CLOSE TELIDX
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P561-LER-TELIDX.
       READ TELIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P570-CONTAR-MAILIDX.
       MOVE 'CONTMAIL'                       TO WS-MED-ITEM
       MOVE 'INDICE DE E-MAILS'              TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT MAILIDX
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P571-LER-MAILIDX UNTIL EOF-OK
          CLOSE MAILIDX
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P571-LER-MAILIDX.
       READ MAILIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P580-CONTAR-DOCIDX.
       MOVE 'CONTDOCU'                       TO WS-MED-ITEM
       MOVE 'INDICE DE CPF/CNPJ'             TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT DOCIDX
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P581-LER-DOCIDX UNTIL EOF-OK
          CLOSE DOCIDX
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P581-LER-DOCIDX.
       READ DOCIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P590-CONTAR-FONIDX.
       MOVE 'CONTFONE'                       TO WS-MED-ITEM
       MOVE 'INDICE FONETICO'                TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT FONIDX
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P591-LER-FONIDX UNTIL EOF-OK
          CLOSE FONIDX
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P591-LER-FONIDX.
       READ FONIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P600-CONTAR-PALIDX.
       MOVE 'CONTPALA'                       TO WS-MED-ITEM
       MOVE 'INDICE DE PALAVRAS DOS NOMES'   TO WS-MED-DESC
       PERFORM P700-PREPARAR-CONTAGEM
       OPEN INPUT PALIDX
       PERFORM P710-CONFERIR-ABERTURA
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P601-LER-PALIDX UNTIL EOF-OK
          CLOSE PALIDX
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

       P601-LER-PALIDX.
       READ PALIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-MED-VALOR
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P700-PREPARAR-CONTAGEM.
       MOVE 'A'    TO WS-MED-TIPO
       MOVE ZEROS  TO WS-MED-VALOR WS-MED-LIMITE
       MOVE SPACES TO WS-MED-REF
       SET FS-OK TO TRUE
       .

      *---------------------------------------------------------
      * Arquivo ainda não criado conta zero registros; outro
      * erro de abertura vai ao log de erros e à observação da
      * linha, e o lote termina com RETURN-CODE 8.
      *---------------------------------------------------------
       P710-CONFERIR-ABERTURA.
       IF WS-FS EQUAL 35
          MOVE 'ARQUIVO AUSENTE' TO WS-MED-REF
       ELSE
          IF NOT FS-OK
             DISPLAY 'ERRO AO ABRIR ' WS-MED-ITEM
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             MOVE WS-MED-ITEM TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'CAPCONTT' 'ABERTURA  '
                  WS-FS WS-ERR-CHAVE
             MOVE WS-FS TO WS-FS-ED
             STRING 'ERRO FS '           DELIMITED BY SIZE
                    WS-FS-ED             DELIMITED BY SIZE
               INTO WS-MED-REF
             END-STRING
             ADD 1 TO WS-QTD-ERROS-ARQ
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * A contagem de um arquivo varrido para os tetos é guardada
      * para sair na seção dos arquivos, depois dos tetos.
      *---------------------------------------------------------
       P750-GUARDAR-CONTAGEM.
       IF WS-QTD-GUARDADAS LESS 10
          ADD 1 TO WS-QTD-GUARDADAS
          MOVE WS-MEDIDA TO WS-GRD-MEDIDA(WS-QTD-GUARDADAS)
       END-IF
       .

      *---------------------------------------------------------
      * Registra uma medida: ocupação e alerta (só itens com
      * teto), crescimento sobre a medição anterior, linha do
      * relatório e linha do histórico.
      *---------------------------------------------------------
       P800-REGISTRAR-MEDIDA.
       MOVE ZEROS TO WS-MED-PCT
       SET MED-ALERTA-OK TO FALSE
       IF MED-CAMPO AND WS-MED-LIMITE GREATER ZEROS
          COMPUTE WS-MED-PCT = WS-MED-VALOR * 100 / WS-MED-LIMITE
          IF WS-MED-PCT NOT LESS PAR-PCT-CAPACIDADE
             SET MED-ALERTA-OK TO TRUE
             ADD 1 TO WS-QTD-ALERTAS
          END-IF
       END-IF

       PERFORM P120-LOCALIZAR-ANTERIOR
       MOVE ZEROS TO WS-CRESCIMENTO WS-PCT-CRESC WS-DIAS-INTERVALO
       IF ACHOU-OK
          COMPUTE WS-CRESCIMENTO =
                  WS-MED-VALOR - WS-AN-VALOR(WS-IDX)
          IF WS-AN-VALOR(WS-IDX) GREATER ZEROS
             COMPUTE WS-PCT-CRESC ROUNDED =
                     WS-CRESCIMENTO * 100 / WS-AN-VALOR(WS-IDX)
          END-IF
          MOVE WS-AN-DATA(WS-IDX) TO WS-CALC-DATA
          PERFORM P058-CALCULAR-DIAS
          COMPUTE WS-DIAS-INTERVALO = WS-DIAS-HOJE - WS-CALC-DIAS
       END-IF

       IF MED-CAMPO
          PERFORM P820-IMPRIMIR-TETO
       ELSE
          PERFORM P830-IMPRIMIR-ARQUIVO
       END-IF

       MOVE WS-SPL-DATA       TO CAP-DATA
       MOVE WS-SPL-HORA(1:6)  TO CAP-HORA
       MOVE WS-MED-ITEM       TO CAP-ITEM
       MOVE WS-MED-TIPO       TO CAP-TIPO
       MOVE WS-MED-DESC       TO CAP-DESCRICAO
       MOVE WS-MED-VALOR      TO CAP-VALOR
       MOVE WS-MED-LIMITE     TO CAP-LIMITE
       MOVE WS-MED-PCT        TO CAP-PCT-USO
       MOVE WS-MED-REF        TO CAP-REFERENCIA
       MOVE WS-MED-ALERTA     TO CAP-ALERTA
       WRITE REG-CAPACIDADE
       .

      *---------------------------------------------------------
      * Sequência por contato: maior em uso e o contato que a
      * detém.
      *---------------------------------------------------------
       P810-REGISTRAR-SEQUENCIA.
       MOVE 'L'                              TO WS-MED-TIPO
       MOVE WS-MAIOR-SEQ                     TO WS-MED-VALOR
       MOVE 999                              TO WS-MED-LIMITE
       MOVE SPACES                           TO WS-MED-REF
       IF WS-DONO-SEQ GREATER ZEROS
          MOVE WS-DONO-SEQ TO WS-ID-ED
          STRING 'ID '                       DELIMITED BY SIZE
                 WS-ID-ED                    DELIMITED BY SIZE
            INTO WS-MED-REF
          END-STRING
       END-IF
       PERFORM P800-REGISTRAR-MEDIDA
       .

      *---------------------------------------------------------
      * Semanas até esgotar: o que falta do teto dividido pelo
      * crescimento semanal desde a medição anterior.
      *---------------------------------------------------------
       P820-IMPRIMIR-TETO.
       MOVE WS-MED-ITEM   TO WS-LT-ITEM
       MOVE WS-MED-DESC   TO WS-LT-DESC
       MOVE WS-MED-VALOR  TO WS-LT-VALOR
       MOVE WS-MED-LIMITE TO WS-LT-LIMITE
       MOVE WS-MED-PCT    TO WS-LT-PCT
       MOVE WS-MED-REF    TO WS-LT-REF
       MOVE ZEROS         TO WS-LT-ANTERIOR
       EVALUATE TRUE
          WHEN WS-MED-VALOR NOT LESS WS-MED-LIMITE
             MOVE 'ESGOTADO'   TO WS-LT-ESGOTA
          WHEN NOT ACHOU-OK
             MOVE 'SEM BASE'   TO WS-LT-ESGOTA
          WHEN WS-CRESCIMENTO NOT GREATER ZEROS
               OR WS-DIAS-INTERVALO NOT GREATER ZEROS
             MOVE WS-AN-VALOR(WS-IDX) TO WS-LT-ANTERIOR
             MOVE 'SEM CRESC.' TO WS-LT-ESGOTA
          WHEN OTHER
             MOVE WS-AN-VALOR(WS-IDX) TO WS-LT-ANTERIOR
             COMPUTE WS-SEMANAS =
                     (WS-MED-LIMITE - WS-MED-VALOR)
                     * WS-DIAS-INTERVALO / (WS-CRESCIMENTO * 7)
             MOVE WS-SEMANAS   TO WS-ESG-SEMANAS
             MOVE WS-ESGOTA-ED TO WS-LT-ESGOTA
       END-EVALUATE
       IF MED-ALERTA-OK
          MOVE 'ATENCAO' TO WS-LT-SITUACAO
       ELSE
          MOVE 'OK'      TO WS-LT-SITUACAO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-TETO
       .

       P830-IMPRIMIR-ARQUIVO.
       MOVE WS-MED-ITEM   TO WS-LA-ITEM
       MOVE WS-MED-DESC   TO WS-LA-DESC
       MOVE WS-MED-VALOR  TO WS-LA-VALOR
       MOVE WS-MED-REF    TO WS-LA-OBS
       IF ACHOU-OK
          MOVE WS-AN-VALOR(WS-IDX) TO WS-LA-ANTERIOR
          MOVE WS-AN-DATA(WS-IDX)  TO WS-LA-DATA
          MOVE WS-CRESCIMENTO      TO WS-LA-CRESC
          MOVE WS-PCT-CRESC        TO WS-LA-PCT
       ELSE
          MOVE ZEROS      TO WS-LA-ANTERIOR WS-LA-CRESC WS-LA-PCT
          MOVE 'SEM BASE' TO WS-LA-DATA
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-ARQ
       .

       P900-ENCERRAR.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE SPACES TO REG-RELATORIO
       IF WS-QTD-ALERTAS EQUAL ZEROS
          MOVE 'SITUACAO GERAL: OK, NENHUM TETO ACIMA DO PERCENTUAL'
            TO REG-RELATORIO
       ELSE
          STRING 'SITUACAO GERAL: ATENCAO, '  DELIMITED BY SIZE
                 WS-QTD-ALERTAS               DELIMITED BY SIZE
                 ' TETO(S) ACIMA DO PERCENTUAL'
                                              DELIMITED BY SIZE
            INTO REG-RELATORIO
          END-STRING
       END-IF
       WRITE REG-RELATORIO

       CLOSE RELATORIO
       CLOSE HISTCAPAC
       CALL 'CATSPLTT' USING 'CAPCONTT' WS-ARQ-RELATORIO
       DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-RELATORIO

       IF WS-QTD-ALERTAS EQUAL ZEROS
          DISPLAY 'CAPACIDADE: OK'
       ELSE
          DISPLAY 'CAPACIDADE: ATENCAO, ' WS-QTD-ALERTAS
                  ' TETO(S) ACIMA DE ' PAR-PCT-CAPACIDADE '%'
       END-IF
       IF WS-QTD-ERROS-ARQ GREATER ZEROS
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE 0 TO RETURN-CODE
       END-IF
       .
       END PROGRAM CAPCONTT.
