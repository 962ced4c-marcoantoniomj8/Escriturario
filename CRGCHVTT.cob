      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Carregar as chaves externas mandadas pela
      *            equipe do ERP (CRGCHVTT.TXT) na remissão de
      *            chaves (CONTCHAV.DAT). Cada linha traz o id do
      *            contato, o dígito verificador (em branco não é
      *            conferido), o código do sistema, a chave naquele
      *            sistema e a ação: em branco ou 'I' liga a chave
      *            ao contato, 'E' desfaz a ligação. O arquivo vem
      *            com cabeçalho e rodapé padrão (FD_ITFTT, tipo
      *            CRGCHVTT), conferidos pelo CONFITFTT antes de
      *            qualquer gravação. Recusa a linha com id
      *            inválido ou inexistente, dígito que não confere,
      *            sistema ou chave em branco, ação desconhecida e
      *            chave do sistema já ligada a outro contato; a
      *            mesma ligação repetida só é contada, para o
      *            reprocessamento não alterar nada. Cada gravação
      *            e exclusão sai na trilha de auditoria
      *            (GRAVAUDTT) e o relatório catalogado (CATSPLTT)
      *            relaciona as linhas recusadas com o motivo.
      *            Arquivo ausente é "nada a processar"; roda
      *            avulso ou no lote noturno (NOTURNTT), antes da
      *            exportação que leva a chave.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRGCHVTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQCARGA ASSIGN TO WS-ARQ-CARGA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CRG.

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CHV.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCARGA.
       01 REG-CARGA.
          03 CRG-ID-CONTATO  PIC X(06).
          03 CRG-DV          PIC X(01).
          03 CRG-CD-SISTEMA  PIC X(08).
          03 CRG-CHAVE-EXTERNA PIC X(20).
          03 CRG-ACAO        PIC X(01).

       FD CHAVES.
          COPY FD_CHVTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS-CRG         PIC 99.
          88 FS-CRG-OK      VALUE 0.
       77 WS-FS-CHV         PIC 99.
          88 FS-CHV-OK      VALUE 0.
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-SEM-ARQUIVO    PIC X VALUE 'N'.
          88 SEM-ARQUIVO-OK VALUE 'S' FALSE 'N'.

       77 WS-ID-CARGA       PIC 9(06) VALUE ZEROS.
       77 WS-DV-CARGA       PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO   PIC 9(01) VALUE ZEROS.
       77 WS-SISTEMA-CARGA  PIC X(08) VALUE SPACES.
       77 WS-CHAVE-CARGA    PIC X(20) VALUE SPACES.
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-US-LOTE        PIC X(12) VALUE SPACES.

       77 WS-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-INCLUIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-EXCLUIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-JA-EXISTENTES  PIC 9(06) VALUE ZEROS.
       77 WS-JA-AUSENTES    PIC 9(06) VALUE ZEROS.
       77 WS-RECUSADOS      PIC 9(06) VALUE ZEROS.

       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC X(08) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'CARGA DE CHAVES EXTERNAS DO ERP'.
          03 FILLER         PIC X(10) VALUE '  EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-SECAO.
          03 WS-SECAO-DESC  PIC X(50).
          03 FILLER         PIC X(82) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(07) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'SISTEMA'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(20) VALUE 'CHAVE'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(04) VALUE 'ACAO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(30) VALUE 'MOTIVO'.
          03 FILLER         PIC X(55) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC X(06).
          03 WS-DET-DV      PIC X(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-SISTEMA PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CHAVE   PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ACAO    PIC X(04).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MOTIVO  PIC X(30).
          03 FILLER         PIC X(55) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       77 WS-ARQ-CARGA       PIC X(60) VALUE
          'CRGCHVTT.TXT'.
       77 WS-ARQ-CHAVES      PIC X(60) VALUE
          'CONTCHAV.DAT'.
       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       77 WS-ARQ-RELATORIO   PIC X(60) VALUE SPACES.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'CRGCHVTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE     PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-IMPEDIDA PIC X VALUE 'N'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'CRGCHVTT'.
          03 FILLER         PIC X(08) VALUE SPACES.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 1.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CARGA
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            DISPLAY '***** CARGA DE CHAVES EXTERNAS DO ERP *****'
            CALL 'CONFITFTT' USING 'CRGCHVTT' WS-ARQ-CARGA
                 WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
            IF WS-CONF-ITF EQUAL 'N'
               PERFORM P020-LIBERAR-TRAVA
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            ACCEPT WS-US-LOTE FROM ENVIRONMENT 'USERNAME'
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            IF NOT HOUVE-FALHA AND NOT SEM-ARQUIVO-OK
               SET EOF-OK TO FALSE
               PERFORM P200-PROCESSAR UNTIL EOF-OK
               PERFORM P800-IMPRIMIR-TOTAIS
            END-IF
            PERFORM P900-FIM
            PERFORM P020-LIBERAR-TRAVA
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'CRGCHVTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * Noite sem arquivo do ERP não é falha: o passo termina sem
      * nada a fazer. A remissão de chaves nasce vazia na
      * primeira carga.
      *---------------------------------------------------------
       P100-ABRIR-ARQUIVOS.
       SET FS-CRG-OK TO TRUE.
       SET FS-CHV-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       SET SEM-ARQUIVO-OK TO FALSE.
       MOVE ZEROS TO WS-LIDOS WS-INCLUIDOS WS-EXCLUIDOS
                     WS-JA-EXISTENTES WS-JA-AUSENTES WS-RECUSADOS.

       OPEN INPUT ARQCARGA
       IF WS-FS-CRG EQUAL 35
          SET SEM-ARQUIVO-OK TO TRUE
          DISPLAY 'NENHUM ARQUIVO DE CHAVES DO ERP (CRGCHVTT.TXT)'
          DISPLAY 'NESTA RODADA, NADA A PROCESSAR'
          GO TO P100-FIM
       END-IF
       IF NOT FS-CRG-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES DO ERP'
          CALL 'FSMSGTT' USING WS-FS-CRG WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCHVTT' 'CARGA     '
               WS-FS-CRG WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCHVTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN I-O CHAVES
       IF WS-FS-CHV EQUAL 35
          OPEN OUTPUT CHAVES
          CLOSE CHAVES
          OPEN I-O CHAVES
       END-IF
       IF NOT FS-CHV-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
          CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCHVTT' 'CHAVES    '
               WS-FS-CHV WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCHVTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       MOVE WS-SPL-DATA TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'LINHAS RECUSADAS:' TO WS-SECAO-DESC
       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       .
       P100-FIM.

       P200-PROCESSAR.
       READ ARQCARGA
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
      *    Cabeçalho e rodapé de controle (FD_ITFTT) não são
      *    chave.
               IF REG-CARGA(1:3) NOT EQUAL 'HDR'
                  AND REG-CARGA(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
                  PERFORM P210-TRATAR-LINHA THRU P210-FIM
               END-IF
       END-READ
       IF WS-FS-CRG NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Confere a linha e aplica a ação. Sistema e chave vão
      * para maiúsculas, como a tela e a consulta os gravam e
      * procuram.
      *---------------------------------------------------------
       P210-TRATAR-LINHA.
       MOVE SPACES TO WS-MOTIVO

       IF CRG-ID-CONTATO NOT NUMERIC
          OR CRG-ID-CONTATO EQUAL '000000'
          MOVE 'ID INVALIDO' TO WS-MOTIVO
          PERFORM P600-RECUSAR-LINHA
          GO TO P210-FIM
       END-IF
       MOVE CRG-ID-CONTATO TO WS-ID-CARGA

       IF CRG-DV NOT EQUAL SPACE
          IF CRG-DV NOT NUMERIC
             MOVE 'DIGITO VERIFICADOR INVALIDO' TO WS-MOTIVO
             PERFORM P600-RECUSAR-LINHA
             GO TO P210-FIM
          END-IF
          MOVE CRG-DV TO WS-DV-CARGA
          CALL 'CALCDVTT' USING WS-ID-CARGA WS-DV-CALCULADO
          IF WS-DV-CARGA NOT EQUAL WS-DV-CALCULADO
             MOVE 'DIGITO VERIFICADOR NAO CONFERE' TO WS-MOTIVO
             PERFORM P600-RECUSAR-LINHA
             GO TO P210-FIM
          END-IF
       END-IF

       MOVE CRG-CD-SISTEMA    TO WS-SISTEMA-CARGA
       MOVE CRG-CHAVE-EXTERNA TO WS-CHAVE-CARGA
       INSPECT WS-SISTEMA-CARGA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       INSPECT WS-CHAVE-CARGA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       IF WS-SISTEMA-CARGA EQUAL SPACES
          MOVE 'SISTEMA EM BRANCO' TO WS-MOTIVO
          PERFORM P600-RECUSAR-LINHA
          GO TO P210-FIM
       END-IF
       IF WS-CHAVE-CARGA EQUAL SPACES
          MOVE 'CHAVE EM BRANCO' TO WS-MOTIVO
          PERFORM P600-RECUSAR-LINHA
          GO TO P210-FIM
       END-IF

       EVALUATE CRG-ACAO
          WHEN SPACE
          WHEN 'I'
             PERFORM P300-INCLUIR-CHAVE THRU P300-FIM
          WHEN 'E'
             PERFORM P400-EXCLUIR-CHAVE THRU P400-FIM
          WHEN OTHER
             MOVE 'ACAO INVALIDA' TO WS-MOTIVO
             PERFORM P600-RECUSAR-LINHA
       END-EVALUATE
       .
       P210-FIM.

      *---------------------------------------------------------
      * Liga a chave ao contato, que precisa existir na base
      * (qualquer situação: o ERP pode conhecer cliente que aqui
      * está inativo).
      *---------------------------------------------------------
       P300-INCLUIR-CHAVE.
       MOVE WS-ID-CARGA TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO
               PERFORM P600-RECUSAR-LINHA
               GO TO P300-FIM
       END-READ

       MOVE WS-SISTEMA-CARGA TO CHV-CD-SISTEMA
       MOVE WS-CHAVE-CARGA   TO CHV-CHAVE-EXTERNA
       READ CHAVES
            KEY IS CHV-CHAVE
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF CHV-ID-CONTATO EQUAL WS-ID-CARGA
                  ADD 1 TO WS-JA-EXISTENTES
               ELSE
                  STRING 'CHAVE LIGADA AO ID ' DELIMITED BY SIZE
                         CHV-ID-CONTATO DELIMITED BY SIZE
                    INTO WS-MOTIVO
                  END-STRING
                  PERFORM P600-RECUSAR-LINHA
               END-IF
               GO TO P300-FIM
       END-READ

       MOVE WS-SISTEMA-CARGA TO CHV-CD-SISTEMA
       MOVE WS-CHAVE-CARGA   TO CHV-CHAVE-EXTERNA
       MOVE WS-ID-CARGA      TO CHV-ID-CONTATO
       MOVE WS-SPL-DATA      TO CHV-DT-INCLUSAO
       MOVE WS-US-LOTE       TO CHV-US-INCLUSAO
       SET CHAVE-CARGA TO TRUE
       WRITE REG-CHAVEXT
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR A CHAVE EXTERNA ' CHV-CHAVE
             CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
             DISPLAY WS-FS-MSG
             MOVE CHV-CHAVE TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'CRGCHVTT' 'CHAVES    '
                  WS-FS-CHV WS-ERR-CHAVE
             MOVE 'ERRO AO GRAVAR' TO WS-MOTIVO
             PERFORM P600-RECUSAR-LINHA
             GO TO P300-FIM
       END-WRITE

       ADD 1 TO WS-INCLUIDOS
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-ID-CARGA TO WS-AUD-CHAVE
       PERFORM P500-DESCREVER-CHAVE
       MOVE WS-AUD-ANTES TO WS-AUD-DEPOIS
       MOVE SPACES TO WS-AUD-ANTES
       CALL 'GRAVAUDTT' USING 'CRGCHVTT' 'INCLUSAO  '
            WS-US-LOTE WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       .
       P300-FIM.

      *---------------------------------------------------------
      * Desfaz a ligação. Chave já ausente só é contada; chave
      * ligada a outro contato não é tocada.
      *---------------------------------------------------------
       P400-EXCLUIR-CHAVE.
       MOVE WS-SISTEMA-CARGA TO CHV-CD-SISTEMA
       MOVE WS-CHAVE-CARGA   TO CHV-CHAVE-EXTERNA
       READ CHAVES
            KEY IS CHV-CHAVE
            INVALID KEY
               ADD 1 TO WS-JA-AUSENTES
               GO TO P400-FIM
       END-READ
       IF CHV-ID-CONTATO NOT EQUAL WS-ID-CARGA
          STRING 'CHAVE LIGADA AO ID ' DELIMITED BY SIZE
                 CHV-ID-CONTATO DELIMITED BY SIZE
            INTO WS-MOTIVO
          END-STRING
          PERFORM P600-RECUSAR-LINHA
          GO TO P400-FIM
       END-IF

       DELETE CHAVES RECORD
          INVALID KEY
             DISPLAY 'ERRO AO EXCLUIR A CHAVE EXTERNA ' CHV-CHAVE
             CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
             DISPLAY WS-FS-MSG
             MOVE CHV-CHAVE TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'CRGCHVTT' 'CHAVES    '
                  WS-FS-CHV WS-ERR-CHAVE
             MOVE 'ERRO AO EXCLUIR' TO WS-MOTIVO
             PERFORM P600-RECUSAR-LINHA
             GO TO P400-FIM
       END-DELETE

       ADD 1 TO WS-EXCLUIDOS
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-ID-CARGA TO WS-AUD-CHAVE
       PERFORM P500-DESCREVER-CHAVE
       CALL 'GRAVAUDTT' USING 'CRGCHVTT' 'EXCLUSAO  '
            WS-US-LOTE WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       .
       P400-FIM.

       P500-DESCREVER-CHAVE.
       STRING 'CHAVE ' DELIMITED BY SIZE
              WS-SISTEMA-CARGA DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-CHAVE-CARGA DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       .

       P600-RECUSAR-LINHA.
       ADD 1 TO WS-RECUSADOS
       MOVE CRG-ID-CONTATO    TO WS-DET-ID
       MOVE CRG-DV            TO WS-DET-DV
       MOVE CRG-CD-SISTEMA    TO WS-DET-SISTEMA
       MOVE CRG-CHAVE-EXTERNA TO WS-DET-CHAVE
       EVALUATE CRG-ACAO
          WHEN SPACE
          WHEN 'I'
             MOVE 'INCL' TO WS-DET-ACAO
          WHEN 'E'
             MOVE 'EXCL' TO WS-DET-ACAO
          WHEN OTHER
             MOVE CRG-ACAO TO WS-DET-ACAO
       END-EVALUATE
       MOVE WS-MOTIVO         TO WS-DET-MOTIVO
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'LINHAS LIDAS...........................:' TO WS-TOT-DESC
       MOVE WS-LIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CHAVES INCLUIDAS.......................:' TO WS-TOT-DESC
       MOVE WS-INCLUIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CHAVES EXCLUIDAS.......................:' TO WS-TOT-DESC
       MOVE WS-EXCLUIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'LIGACOES JA EXISTENTES.................:' TO WS-TOT-DESC
       MOVE WS-JA-EXISTENTES TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'EXCLUSOES DE CHAVE JA AUSENTE..........:' TO WS-TOT-DESC
       MOVE WS-JA-AUSENTES TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'LINHAS RECUSADAS.......................:' TO WS-TOT-DESC
       MOVE WS-RECUSADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado), no molde do ARQCONTT.
       CLOSE ARQCARGA
       CLOSE CONTATOS
       CLOSE CHAVES
       IF FS-REL-OK AND NOT SEM-ARQUIVO-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'CRGCHVTT' WS-ARQ-RELATORIO
       END-IF
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
       ELSE
          DISPLAY 'LINHAS LIDAS................: ' WS-LIDOS
          DISPLAY 'CHAVES INCLUIDAS............: ' WS-INCLUIDOS
          DISPLAY 'CHAVES EXCLUIDAS............: ' WS-EXCLUIDOS
          DISPLAY 'LIGACOES JA EXISTENTES......: ' WS-JA-EXISTENTES
          DISPLAY 'EXCLUSOES JA AUSENTES.......: ' WS-JA-AUSENTES
          DISPLAY 'LINHAS RECUSADAS............: ' WS-RECUSADOS
       END-IF
       .

      *---------------------------------------------------------
      * Recusa a execução enquanto houver sessão online aberta
      * (trava TRAVCNTT) e, estando livre, registra este lote na
      * trava para o MENUCNTT avisar os operadores.
      *---------------------------------------------------------
       P010-REGISTRAR-TRAVA.
       SET TRAVA-IMPEDIDA-OK TO FALSE
       CALL 'TRAVCNTT' USING 'C' WS-TRAVA-QUEM WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       IF WS-TRAVA-ONLINE GREATER ZEROS
          SET TRAVA-IMPEDIDA-OK TO TRUE
          DISPLAY 'EXECUCAO RECUSADA: HA ' WS-TRAVA-ONLINE
                  ' SESSAO(OES) ONLINE ABERTA(S), A PRIMEIRA DE '
                  WS-TRAVA-PRI-ON
          DISPLAY 'PECA AOS OPERADORES PARA SAIR DO MENU E TENTE'
          DISPLAY 'NOVAMENTE'
       ELSE
          CALL 'TRAVCNTT' USING 'B' WS-TRAVA-QUEM WS-TRAVA-ONLINE
               WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       END-IF
       .

       P020-LIBERAR-TRAVA.
       CALL 'TRAVCNTT' USING 'F' WS-TRAVA-QUEM WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       .

       END PROGRAM CRGCHVTT.
