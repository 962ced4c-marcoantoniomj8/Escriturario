      *            o dia lê uma linha em vez de três arquivos.
      *            Relatório datado catalogado (CATSPLTT);
      *            conduzível pelo NOTURNTT (GOBACK).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Nova seção com as alterações sensíveis
      *                   que aguardam a aprovação do supervisor
      *                   (CONTPEND.DAT) há mais dias que o prazo
      *                   do parâmetro PAR-DIAS-PENDENCIA; cada uma
      *                   conta como ocorrência no veredicto.
      * 15/10/2026 MAMJ - Nova seção com os passos de hoje que
      *                   passaram da média de tempo mais a
      *                   tolerância (marcados pelo NOTURNTT no
      *                   NOTURNTT.HST); cada um conta como
      *                   ocorrência no veredicto.
      * 15/10/2026 MAMJ - Nova seção com os tetos de contadores e
      *                   campos de tamanho fixo que a medição de
      *                   capacidade de hoje (CAPCONTT, semanal)
      *                   marcou acima do percentual do parâmetro
      *                   PAR-PCT-CAPACIDADE; cada um conta como
      *                   ocorrência no veredicto.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT PENDENTES ASSIGN TO WS-ARQ-PENDENTES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PEN-CHAVE
                FILE STATUS IS WS-FS-PEN.

                SELECT HISTTEMPO ASSIGN TO WS-ARQ-HISTTEMPO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HST.

                SELECT HISTCAPAC ASSIGN TO WS-ARQ-HISTCAPAC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CAP.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       FD PENDENTES.
          COPY FD_PENTT.

       FD HISTTEMPO.
          COPY FD_TMPTT.

       FD HISTCAPAC.
          COPY FD_CAPTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS-CTL         PIC 99.
          88 FS-CTL-OK      VALUE 0.
       77 WS-FS-ERR         PIC 99.
          88 FS-CKP-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-PEN         PIC 99.
          88 FS-PEN-OK      VALUE 0.
       77 WS-FS-HST         PIC 99.
          88 FS-HST-OK      VALUE 0.
       77 WS-FS-CAP         PIC 99.
          88 FS-CAP-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-ARQ-CATBKP     PIC X(60) VALUE 'BKPCNTT.CTL'.
       77 WS-ARQ-CHECKPOINT PIC X(60) VALUE 'DIARIOTT.CKP'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-PENDENTES  PIC X(60) VALUE 'CONTPEND.DAT'.
       77 WS-ARQ-HISTTEMPO  PIC X(60) VALUE 'NOTURNTT.HST'.
       77 WS-ARQ-HISTCAPAC  PIC X(60) VALUE 'CAPCONTT.HST'.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DH-HORA        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PASSOS-ER  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PASSOS-DIA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ERROS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTES  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ESTOUROS   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TETOS      PIC 9(03) VALUE ZEROS.

      *---------------------------------------------------------
      * Hora da última medição de capacidade de hoje: uma
      * reexecução do CAPCONTT no mesmo dia substitui a anterior
      * no diário.
      *---------------------------------------------------------
       77 WS-CAP-HORA       PIC 9(06) VALUE ZEROS.
       77 WS-CAP-HOJE       PIC X VALUE 'N'.
          88 CAPACIDADE-HOJE-OK VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Idade do pedido pendente em dias corridos aproximados,
      * pela mesma conta da validade da senha (MENUCNTT).
      *---------------------------------------------------------
       01 WS-CALC-DATA.
          03 WS-CALC-ANO    PIC 9(04).
          03 WS-CALC-MES    PIC 9(02).
          03 WS-CALC-DIA    PIC 9(02).
       77 WS-CALC-DIAS      PIC 9(07) VALUE ZEROS.
       77 WS-ACUM-MES       PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PEDIDO    PIC S9(07) VALUE ZEROS.
       77 WS-PEDIDO-VENCIDO PIC X VALUE 'N'.
          88 PEDIDO-VENCIDO-OK VALUE 'S' FALSE 'N'.

       77 WS-BKP-DE-HOJE    PIC X VALUE 'N'.
          88 BACKUP-DE-HOJE-OK VALUE 'S' FALSE 'N'.
          03 WS-LB-VERIF    PIC X(01).
          03 FILLER         PIC X(34) VALUE SPACES.

       01 WS-LINHA-PENDENTE.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-LN-ID       PIC 9(06).
          03 FILLER         PIC X(02) VALUE '  '.
          03 WS-LN-TIPO     PIC X(14).
          03 FILLER         PIC X(11) VALUE ' PEDIDO EM '.
          03 WS-LN-DATA     PIC 9(08).
          03 FILLER         PIC X(05) VALUE ' POR '.
          03 WS-LN-OPERADOR PIC X(12).
          03 FILLER         PIC X(02) VALUE '  '.
          03 WS-LN-DIAS     PIC ZZ9.
          03 FILLER         PIC X(06) VALUE ' DIAS '.
          03 FILLER         PIC X(60) VALUE SPACES.

       01 WS-LINHA-TEMPO.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-LT-PASSO    PIC 9(02).
          03 FILLER         PIC X(02) VALUE '  '.
          03 WS-LT-NOME     PIC X(08).
          03 FILLER         PIC X(09) VALUE '  INICIO '.
          03 WS-LT-INICIO   PIC 9(06).
          03 FILLER         PIC X(10) VALUE '  DURACAO '.
          03 WS-LT-SEGUNDOS PIC ZZZZZ9.
          03 FILLER         PIC X(08) VALUE 'S  MEDIA'.
          03 WS-LT-MEDIA    PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE 'S'.
          03 FILLER         PIC X(71) VALUE SPACES.

       01 WS-LINHA-TETO.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-LC-ITEM     PIC X(08).
          03 FILLER         PIC X(02) VALUE '  '.
          03 WS-LC-DESC     PIC X(32).
          03 WS-LC-VALOR    PIC ZZZZZZ9.
          03 FILLER         PIC X(04) VALUE ' DE '.
          03 WS-LC-LIMITE   PIC ZZZZZZ9.
          03 FILLER         PIC X(02) VALUE ' ('.
          03 WS-LC-PCT      PIC ZZ9.
          03 FILLER         PIC X(04) VALUE '%)  '.
          03 WS-LC-REF      PIC X(20).
          03 FILLER         PIC X(40) VALUE SPACES.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
            CALL 'ARQPARTT' USING WS-ARQ-ERROS
            CALL 'ARQPARTT' USING WS-ARQ-CATBKP
            CALL 'ARQPARTT' USING WS-ARQ-CHECKPOINT
            CALL 'ARQPARTT' USING WS-ARQ-PENDENTES
            CALL 'ARQPARTT' USING WS-ARQ-HISTTEMPO
            CALL 'ARQPARTT' USING WS-ARQ-HISTCAPAC
            CALL 'LERPARTT' USING REG-PARAMETROS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-CALC-DATA
            PERFORM P058-CALCULAR-DIAS
            MOVE WS-CALC-DIAS TO WS-DIAS-HOJE
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-LER-CHECKPOINT

            PERFORM P200-CONTAR-PASSOS
            PERFORM P300-LOCALIZAR-BACKUP
            PERFORM P400-CONTAR-ERROS
            PERFORM P450-CONTAR-PENDENTES
            PERFORM P480-CONTAR-ESTOUROS
            PERFORM P492-CONTAR-TETOS

            MOVE ZEROS TO WS-QTD-OCORRENCIAS
            ADD WS-QTD-PASSOS-ER TO WS-QTD-OCORRENCIAS
            ADD WS-QTD-ERROS     TO WS-QTD-OCORRENCIAS
            ADD WS-QTD-PENDENTES TO WS-QTD-OCORRENCIAS
            ADD WS-QTD-ESTOUROS  TO WS-QTD-OCORRENCIAS
            ADD WS-QTD-TETOS     TO WS-QTD-OCORRENCIAS
            IF NOT BACKUP-DE-HOJE-OK
               OR WS-BKP-VERIF EQUAL 'F'
               ADD 1 TO WS-QTD-OCORRENCIAS
       END-READ
       .

      *---------------------------------------------------------
      * Pedido de alteração sensível que aguarda o supervisor há
      * mais que o prazo do parâmetro. Sem o arquivo, não há
      * pedido nenhum.
      *---------------------------------------------------------
       P450-CONTAR-PENDENTES.
       MOVE ZEROS TO WS-QTD-PENDENTES.
       SET FS-PEN-OK TO TRUE.

       OPEN INPUT PENDENTES
       IF FS-PEN-OK
          SET EOF-OK TO FALSE
          PERFORM P460-CONTAR-PENDENTE UNTIL EOF-OK
          CLOSE PENDENTES
       END-IF
       .

       P460-CONTAR-PENDENTE.
       READ PENDENTES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               PERFORM P470-AVALIAR-PENDENTE
               IF PEDIDO-VENCIDO-OK
                  ADD 1 TO WS-QTD-PENDENTES
               END-IF
       END-READ
       .

       P470-AVALIAR-PENDENTE.
       SET PEDIDO-VENCIDO-OK TO FALSE
       IF PEDIDO-PENDENTE
          MOVE PEN-DT-PEDIDO TO WS-CALC-DATA
          PERFORM P058-CALCULAR-DIAS
          COMPUTE WS-DIAS-PEDIDO = WS-DIAS-HOJE - WS-CALC-DIAS
          IF WS-DIAS-PEDIDO GREATER PAR-DIAS-PENDENCIA
             SET PEDIDO-VENCIDO-OK TO TRUE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Passos de hoje que o NOTURNTT marcou como acima do tempo
      * médio no histórico de tempos.
      *---------------------------------------------------------
       P480-CONTAR-ESTOUROS.
       MOVE ZEROS TO WS-QTD-ESTOUROS.
       SET FS-HST-OK TO TRUE.

       OPEN INPUT HISTTEMPO
       IF FS-HST-OK
          SET EOF-OK TO FALSE
          PERFORM P490-CONTAR-ESTOURO UNTIL EOF-OK
          CLOSE HISTTEMPO
       END-IF
       .

       P490-CONTAR-ESTOURO.
       READ HISTTEMPO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF TMP-DATA EQUAL WS-DATA-HOJE
                  AND TEMPO-ESTOURADO
                  ADD 1 TO WS-QTD-ESTOUROS
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Tetos marcados na medição de capacidade de hoje (CAPCONTT,
      * semanal); o histórico é gravado em ordem, então a troca
      * de hora recomeça a contagem na medição mais recente.
      *---------------------------------------------------------
       P492-CONTAR-TETOS.
       MOVE ZEROS TO WS-QTD-TETOS WS-CAP-HORA.
       SET CAPACIDADE-HOJE-OK TO FALSE.
       SET FS-CAP-OK TO TRUE.

       OPEN INPUT HISTCAPAC
       IF FS-CAP-OK
          SET EOF-OK TO FALSE
          PERFORM P494-CONTAR-TETO UNTIL EOF-OK
          CLOSE HISTCAPAC
       END-IF
       .

       P494-CONTAR-TETO.
       READ HISTCAPAC
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CAP-DATA EQUAL WS-DATA-HOJE
                  IF CAP-HORA NOT EQUAL WS-CAP-HORA
                     MOVE CAP-HORA TO WS-CAP-HORA
                     MOVE ZEROS    TO WS-QTD-TETOS
                  END-IF
                  SET CAPACIDADE-HOJE-OK TO TRUE
                  IF CAPAC-CAMPO AND CAPACIDADE-ALERTA
                     ADD 1 TO WS-QTD-TETOS
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Converte AAAAMMDD em dias corridos aproximados: ano de
      * 365 dias mais o dia do ano pelos meses acumulados, a
      * mesma técnica do lembrete de aniversários (ANIVCNTT).
      *---------------------------------------------------------
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

       P500-IMPRIMIR-DIARIO.
       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
          PERFORM P700-IMPRIMIR-ERROS
       END-IF

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE SPACES TO REG-RELATORIO
       STRING 'ALTERACOES AGUARDANDO APROVACAO HA MAIS DE '
                                    DELIMITED BY SIZE
              PAR-DIAS-PENDENCIA    DELIMITED BY SIZE
              ' DIA(S):'            DELIMITED BY SIZE
         INTO REG-RELATORIO
       END-STRING
       WRITE REG-RELATORIO
       IF WS-QTD-PENDENTES EQUAL ZEROS
          MOVE '   NENHUMA' TO REG-RELATORIO
          WRITE REG-RELATORIO
       ELSE
          PERFORM P750-IMPRIMIR-PENDENTES
       END-IF

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE SPACES TO REG-RELATORIO
       STRING 'PASSOS ACIMA DO TEMPO MEDIO HOJE (TOLERANCIA '
                                    DELIMITED BY SIZE
              PAR-PCT-ESTOURO       DELIMITED BY SIZE
              '%):'                 DELIMITED BY SIZE
         INTO REG-RELATORIO
       END-STRING
       WRITE REG-RELATORIO
       IF WS-QTD-ESTOUROS EQUAL ZEROS
          MOVE '   NENHUM' TO REG-RELATORIO
          WRITE REG-RELATORIO
       ELSE
          PERFORM P770-IMPRIMIR-ESTOUROS
       END-IF

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE SPACES TO REG-RELATORIO
       STRING 'TETOS ACIMA DE '     DELIMITED BY SIZE
              PAR-PCT-CAPACIDADE    DELIMITED BY SIZE
              '% NA MEDICAO DE CAPACIDADE DE HOJE:'
                                    DELIMITED BY SIZE
         INTO REG-RELATORIO
       END-STRING
       WRITE REG-RELATORIO
       EVALUATE TRUE
          WHEN NOT CAPACIDADE-HOJE-OK
             MOVE '   SEM MEDICAO HOJE (RELATORIO SEMANAL CAPCONTT)'
               TO REG-RELATORIO
             WRITE REG-RELATORIO
          WHEN WS-QTD-TETOS EQUAL ZEROS
             MOVE '   NENHUM' TO REG-RELATORIO
             WRITE REG-RELATORIO
          WHEN OTHER
             PERFORM P790-IMPRIMIR-TETOS
       END-EVALUATE

       CLOSE RELATORIO
       CALL 'CATSPLTT' USING 'DIARIOTT' WS-ARQ-RELATORIO
       DISPLAY 'DIARIO GRAVADO EM ' WS-ARQ-RELATORIO
       END-READ
       .

       P750-IMPRIMIR-PENDENTES.
       SET FS-PEN-OK TO TRUE
       OPEN INPUT PENDENTES
       IF FS-PEN-OK
          SET EOF-OK TO FALSE
          PERFORM P760-IMPRIMIR-PENDENTE UNTIL EOF-OK
          CLOSE PENDENTES
       END-IF
       .

       P760-IMPRIMIR-PENDENTE.
       READ PENDENTES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               PERFORM P470-AVALIAR-PENDENTE
               IF PEDIDO-VENCIDO-OK
                  MOVE PEN-ID-CONTATO     TO WS-LN-ID
                  EVALUATE TRUE
                     WHEN PENDENTE-DOCUMENTO
                          MOVE 'CPF/CNPJ'       TO WS-LN-TIPO
                     WHEN PENDENTE-CONSENT
                          MOVE 'CONSENTIMENTOS' TO WS-LN-TIPO
                     WHEN PENDENTE-REATIVACAO
                          MOVE 'REATIVACAO'     TO WS-LN-TIPO
                     WHEN OTHER
                          MOVE PEN-TP-ALTERACAO TO WS-LN-TIPO
                  END-EVALUATE
                  MOVE PEN-DT-PEDIDO      TO WS-LN-DATA
                  MOVE PEN-US-SOLICITANTE TO WS-LN-OPERADOR
                  MOVE WS-DIAS-PEDIDO     TO WS-LN-DIAS
                  WRITE REG-RELATORIO FROM WS-LINHA-PENDENTE
               END-IF
       END-READ
       .

       P770-IMPRIMIR-ESTOUROS.
       SET FS-HST-OK TO TRUE
       OPEN INPUT HISTTEMPO
       IF FS-HST-OK
          SET EOF-OK TO FALSE
          PERFORM P780-IMPRIMIR-ESTOURO UNTIL EOF-OK
          CLOSE HISTTEMPO
       END-IF
       .

       P780-IMPRIMIR-ESTOURO.
       READ HISTTEMPO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF TMP-DATA EQUAL WS-DATA-HOJE
                  AND TEMPO-ESTOURADO
                  MOVE TMP-PASSO    TO WS-LT-PASSO
                  MOVE TMP-NOME     TO WS-LT-NOME
                  MOVE TMP-INICIO   TO WS-LT-INICIO
                  MOVE TMP-SEGUNDOS TO WS-LT-SEGUNDOS
                  MOVE TMP-MEDIA    TO WS-LT-MEDIA
                  WRITE REG-RELATORIO FROM WS-LINHA-TEMPO
               END-IF
       END-READ
       .

       P790-IMPRIMIR-TETOS.
       SET FS-CAP-OK TO TRUE
       OPEN INPUT HISTCAPAC
       IF FS-CAP-OK
          SET EOF-OK TO FALSE
          PERFORM P795-IMPRIMIR-TETO UNTIL EOF-OK
          CLOSE HISTCAPAC
       END-IF
       .

       P795-IMPRIMIR-TETO.
       READ HISTCAPAC
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CAP-DATA EQUAL WS-DATA-HOJE
                  AND CAP-HORA EQUAL WS-CAP-HORA
                  AND CAPAC-CAMPO AND CAPACIDADE-ALERTA
                  MOVE CAP-ITEM       TO WS-LC-ITEM
                  MOVE CAP-DESCRICAO  TO WS-LC-DESC
                  MOVE CAP-VALOR      TO WS-LC-VALOR
                  MOVE CAP-LIMITE     TO WS-LC-LIMITE
                  MOVE CAP-PCT-USO    TO WS-LC-PCT
                  MOVE CAP-REFERENCIA TO WS-LC-REF
                  WRITE REG-RELATORIO FROM WS-LINHA-TETO
               END-IF
       END-READ
       .

       P800-GRAVAR-CHECKPOINT.
       ACCEPT WS-DH-HORA FROM TIME
       SET FS-CKP-OK TO TRUE
