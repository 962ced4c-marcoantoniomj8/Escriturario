      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Recuperação das atualizações de contato
      *            interrompidas no meio. Lê o diário de intenções
      *            (CONTINTE.DAT, gravado pelo GRAVINTTT) e, para
      *            cada intenção que ficou aberta, confere o que
      *            chegou a ser gravado e conclui ou desfaz:
      *            - inclusão (CADCONTT): contato gravado tem o log
      *              e as chaves dos índices de busca completados;
      *              contato não gravado não deixou nada a desfazer;
      *            - alteração (ALTCONTT): contato ainda igual ao
      *              de antes é dado como desfeito; regravado tem o
      *              log completado e as chaves antigas dos índices
      *              trocadas pelas novas, como no ALTCONTT;
      *            - meio novo (MEIOCNTT): meio gravado entra no
      *              índice de telefone/e-mail;
      *            - promoção a preferido (MEIOCNTT): contato
      *              regravado tem o log completado e o preferido
      *              antigo devolvido ao meio.
      *            Toda chave é gravada ou excluída ignorando a que
      *            já estiver no lugar, então repetir a recuperação
      *            não estraga nada. Intenção aberta há menos de
      *            dois minutos é deixada para a próxima vez: pode
      *            ser de outra sessão ainda gravando. Cada
      *            intenção tratada sai no relatório datado
      *            catalogado (CATSPLTT), na tela e na trilha de
      *            auditoria (GRAVAUDTT). Consentimentos, carteira
      *            e pendências de aprovação não são refeitos: o
      *            RECCONTT da manhã aponta o que faltar.
      *            Chamado pelo MENUCNTT na entrada da sessão e
      *            pelo NOTURNTT antes dos passos do lote.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECINTTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT INTENCOES ASSIGN TO WS-ARQ-INTENCOES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INT-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

                SELECT MEIOS ASSIGN TO WS-ARQ-MEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MEI-CHAVE
                FILE STATUS IS WS-FS-MEI.

                SELECT CONTLOG ASSIGN TO WS-ARQ-CONTLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

                SELECT TELIDX ASSIGN TO WS-ARQ-TELIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TEL-CHAVE
                FILE STATUS IS WS-FS-TEL.

                SELECT MAILIDX ASSIGN TO WS-ARQ-MAILIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAI-CHAVE
                FILE STATUS IS WS-FS-MAI.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

                SELECT FONIDX ASSIGN TO WS-ARQ-FONIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FON-CHAVE
                FILE STATUS IS WS-FS-FON.

                SELECT PALIDX ASSIGN TO WS-ARQ-PALIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS-PAL.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD INTENCOES.
          COPY FD_INTTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD MEIOS.
          COPY FD_MEIOTT.

       FD CONTLOG.
          COPY FD_LOGTT.

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

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-CTT         PIC 99.
          88 FS-CTT-OK      VALUE 0.
       77 WS-FS-MEI         PIC 99.
          88 FS-MEI-OK      VALUE 0.
       77 WS-FS-LOG         PIC 99.
          88 FS-LOG-OK      VALUE 0.
       77 WS-FS-TEL         PIC 99.
          88 FS-TEL-OK      VALUE 0.
       77 WS-FS-MAI         PIC 99.
          88 FS-MAI-OK      VALUE 0.
       77 WS-FS-DOC         PIC 99.
          88 FS-DOC-OK      VALUE 0.
       77 WS-FS-FON         PIC 99.
          88 FS-FON-OK      VALUE 0.
       77 WS-FS-PAL         PIC 99.
          88 FS-PAL-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FIM-LOG        PIC X.
          88 FIM-LOG-OK     VALUE 'S' FALSE 'N'.

       77 WS-ARQ-INTENCOES  PIC X(60) VALUE 'CONTINTE.DAT'.
       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-MEIOS      PIC X(60) VALUE 'CONTMEIO.DAT'.
       77 WS-ARQ-CONTLOG    PIC X(60) VALUE 'CONTLOG.DAT'.
       77 WS-ARQ-TELIDX     PIC X(60) VALUE 'CONTTELF.DAT'.
       77 WS-ARQ-MAILIDX    PIC X(60) VALUE 'CONTMAIL.DAT'.
       77 WS-ARQ-DOCIDX     PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-ARQ-FONIDX     PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-ARQ-PALIDX     PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-RELATORIO-ABERTO PIC X VALUE 'N'.
          88 RELATORIO-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CONTATO-EXISTE PIC X VALUE 'N'.
          88 CONTATO-EXISTE-OK VALUE 'S' FALSE 'N'.
       77 WS-CONTATOS-FALHOU PIC X VALUE 'N'.
          88 CONTATOS-FALHOU-OK VALUE 'S' FALSE 'N'.
       77 WS-LOG-ACHADO     PIC X VALUE 'N'.
          88 LOG-ACHADO-OK  VALUE 'S' FALSE 'N'.
       77 WS-MEIO-DEVOLVIDO PIC X VALUE 'N'.
          88 MEIO-DEVOLVIDO-OK VALUE 'S' FALSE 'N'.

       77 WS-QTD-CONCLUIDAS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DESFEITAS   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DESCARTADAS PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AGUARDANDO  PIC 9(03) VALUE ZEROS.

       77 WS-SITUACAO       PIC X(10) VALUE SPACES.
       77 WS-DETALHE        PIC X(40) VALUE SPACES.
       77 WS-OP-LOG         PIC X(01) VALUE SPACES.
       77 WS-VALOR-PROMOVIDO PIC X(40) VALUE SPACES.
       77 WS-CHAVE-FON      PIC X(08) VALUE SPACES.
       77 WS-IND-PAL        PIC 9(02) VALUE ZEROS.
       01 WS-PALAVRAS.
          03 WS-QT-PALAVRAS PIC 9(02).
          03 WS-PALAVRA     PIC X(20) OCCURS 15 TIMES.

       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.

      *---------------------------------------------------------
      * Idade da intenção: hora de agora e da intenção em
      * segundos do dia (só se compara no mesmo dia; de um dia
      * anterior a intenção já está velha).
      *---------------------------------------------------------
       01 WS-HR-AGORA.
          03 WS-HA-HH       PIC 9(02).
          03 WS-HA-MM       PIC 9(02).
          03 WS-HA-SS       PIC 9(02).
          03 WS-HA-CC       PIC 9(02).
       01 WS-HR-INTENCAO.
          03 WS-HI-HH       PIC 9(02).
          03 WS-HI-MM       PIC 9(02).
          03 WS-HI-SS       PIC 9(02).
          03 WS-HI-CC       PIC 9(02).
       01 FILLER REDEFINES WS-HR-INTENCAO.
          03 WS-HI-HHMMSS   PIC 9(06).
          03 FILLER         PIC 9(02).
       77 WS-SEG-AGORA      PIC 9(05) VALUE ZEROS.
       77 WS-SEG-INTENCAO   PIC 9(05) VALUE ZEROS.
       77 WS-IDADE          PIC S9(05) VALUE ZEROS.

      *---------------------------------------------------------
      * Imagens do contato guardadas na intenção (antes e depois
      * da atualização) e o registro como está hoje na base.
      *---------------------------------------------------------
       01 WS-REG-ANTES      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-ANTES.
          03 WS-AN-ID       PIC 9(06).
          03 WS-AN-NOME     PIC X(20).
          03 WS-AN-TELEFONE PIC X(15).
          03 WS-AN-EMAIL    PIC X(40).
          03 WS-AN-ENDERECO PIC X(90).
          03 FILLER         PIC X(35).
          03 WS-AN-DOCUMENTO PIC X(14).
          03 FILLER         PIC X(04).
          03 WS-AN-NM-COMPLETO PIC X(60).
       01 WS-REG-DEPOIS     PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-DEPOIS.
          03 WS-DP-ID       PIC 9(06).
          03 WS-DP-NOME     PIC X(20).
          03 WS-DP-TELEFONE PIC X(15).
          03 WS-DP-EMAIL    PIC X(40).
          03 WS-DP-ENDERECO PIC X(90).
          03 FILLER         PIC X(35).
          03 WS-DP-DOCUMENTO PIC X(14).
          03 FILLER         PIC X(04).
          03 WS-DP-NM-COMPLETO PIC X(60).
       01 WS-REG-ATUAL      PIC X(284) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(45) VALUE
                    'RECUPERACAO DE ATUALIZACOES INTERROMPIDAS EM '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(79) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(10) VALUE 'DATA'.
          03 FILLER         PIC X(08) VALUE 'HORA'.
          03 FILLER         PIC X(14) VALUE 'OPERADOR'.
          03 FILLER         PIC X(10) VALUE 'PROGRAMA'.
          03 FILLER         PIC X(14) VALUE 'OPERACAO'.
          03 FILLER         PIC X(08) VALUE 'CONTATO'.
          03 FILLER         PIC X(12) VALUE 'SITUACAO'.
          03 FILLER         PIC X(56) VALUE 'DETALHE'.

       01 WS-LINHA-DET.
          03 WS-LD-DATA     PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-HORA     PIC 9(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-OPERADOR PIC X(12).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-PROGRAMA PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-OPERACAO PIC X(12).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-ID       PIC 9(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-SITUACAO PIC X(10).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LD-DETALHE  PIC X(40).
          03 FILLER         PIC X(16) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 FILLER         PIC X(12) VALUE 'CONCLUIDAS: '.
          03 WS-LT-CONCLUIDAS PIC ZZ9.
          03 FILLER         PIC X(14) VALUE '  DESFEITAS: '.
          03 WS-LT-DESFEITAS PIC ZZ9.
          03 FILLER         PIC X(16) VALUE '  DESCARTADAS: '.
          03 WS-LT-DESCARTADAS PIC ZZ9.
          03 FILLER         PIC X(15) VALUE '  AGUARDANDO: '.
          03 WS-LT-AGUARDANDO PIC ZZ9.
          03 FILLER         PIC X(63) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-US-OPERADOR    PIC X(12).

       PROCEDURE DIVISION USING LK-US-OPERADOR.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-INTENCOES
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTLOG
            CALL 'ARQPARTT' USING WS-ARQ-TELIDX
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
            ACCEPT WS-SPL-HORA FROM TIME
            MOVE WS-SPL-HORA TO WS-HR-AGORA
            COMPUTE WS-SEG-AGORA = WS-HA-HH * 3600
                    + WS-HA-MM * 60 + WS-HA-SS
            MOVE ZEROS TO WS-QTD-CONCLUIDAS WS-QTD-DESFEITAS
                          WS-QTD-DESCARTADAS WS-QTD-AGUARDANDO
            SET RELATORIO-ABERTO-OK TO FALSE

      *    Diário ainda inexistente: nenhuma atualização foi
      *    registrada no diário, não há o que recuperar.
            OPEN I-O INTENCOES
            IF WS-FS EQUAL 35
               GOBACK
            END-IF
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O DIARIO DE INTENCOES'
               CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
               DISPLAY WS-FS-MSG
               CALL 'ERRLOGTT' USING 'RECINTTT' 'INTENCOES '
                    WS-FS WS-ERR-CHAVE
               GOBACK
            END-IF

            SET EOF-OK TO FALSE
            PERFORM P200-TRATAR-INTENCAO UNTIL EOF-OK
            CLOSE INTENCOES

            IF RELATORIO-ABERTO-OK
               PERFORM P900-ENCERRAR
            END-IF
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RECINTTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * O relatório só é aberto quando aparece a primeira
      * intenção a tratar: a entrada do menu, no dia a dia, não
      * deixa spool vazio.
      *---------------------------------------------------------
       P150-ABRIR-RELATORIO.
       PERFORM P050-MONTAR-NOME-SPOOL
       SET RELATORIO-ABERTO-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF FS-REL-OK
          MOVE WS-SPL-DATA TO WS-CAB1-DATA
          WRITE REG-RELATORIO FROM WS-LINHA-CAB1
          MOVE SPACES TO REG-RELATORIO
          WRITE REG-RELATORIO
          WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       ELSE
          DISPLAY 'ERRO AO ABRIR O RELATORIO DA RECUPERACAO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RECINTTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
       END-IF
       .

       P200-TRATAR-INTENCAO.
       READ INTENCOES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               PERFORM P210-AVALIAR-INTENCAO THRU P210-FIM
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Decide o destino de uma intenção aberta. A intenção só
      * sai do diário depois de tratada; sem acesso ao cadastro
      * ela fica para a próxima recuperação.
      *---------------------------------------------------------
       P210-AVALIAR-INTENCAO.
       MOVE INT-HORA TO WS-HR-INTENCAO
       IF INT-DATA EQUAL WS-SPL-DATA
          COMPUTE WS-SEG-INTENCAO = WS-HI-HH * 3600
                  + WS-HI-MM * 60 + WS-HI-SS
          COMPUTE WS-IDADE = WS-SEG-AGORA - WS-SEG-INTENCAO
          IF WS-IDADE LESS 120
             ADD 1 TO WS-QTD-AGUARDANDO
             GO TO P210-FIM
          END-IF
       END-IF

       MOVE INT-ID-CONTATO TO WS-ERR-CHAVE
       MOVE INT-ANTES  TO WS-REG-ANTES
       MOVE INT-DEPOIS TO WS-REG-DEPOIS
       PERFORM P220-LER-CONTATO
       IF CONTATOS-FALHOU-OK
          ADD 1 TO WS-QTD-AGUARDANDO
          SET EOF-OK TO TRUE
          GO TO P210-FIM
       END-IF

       IF NOT RELATORIO-ABERTO-OK
          PERFORM P150-ABRIR-RELATORIO
       END-IF
       MOVE SPACES TO WS-SITUACAO WS-DETALHE
       EVALUATE TRUE
          WHEN INTENCAO-INCLUSAO
             PERFORM P300-RECUPERAR-INCLUSAO
          WHEN INTENCAO-ALTERACAO
             PERFORM P310-RECUPERAR-ALTERACAO
          WHEN INTENCAO-NOVO-MEIO
             PERFORM P320-RECUPERAR-MEIO
          WHEN INTENCAO-PROMOCAO
             PERFORM P330-RECUPERAR-PROMOCAO
          WHEN OTHER
             MOVE 'DESCARTADA' TO WS-SITUACAO
             MOVE 'OPERACAO DESCONHECIDA NO DIARIO'
               TO WS-DETALHE
       END-EVALUATE
       PERFORM P800-REGISTRAR-RECUPERACAO

       DELETE INTENCOES RECORD
          INVALID KEY
             CALL 'ERRLOGTT' USING 'RECINTTT' 'INTENCOES '
                  WS-FS WS-ERR-CHAVE
       END-DELETE
       .
       P210-FIM.

      *---------------------------------------------------------
      * Lê o contato como está hoje. Cadastro inexistente (35)
      * quer dizer contato inexistente; outra falha de abertura
      * impede a decisão.
      *---------------------------------------------------------
       P220-LER-CONTATO.
       SET CONTATO-EXISTE-OK TO FALSE
       SET CONTATOS-FALHOU-OK TO FALSE
       MOVE SPACES TO WS-REG-ATUAL
       OPEN INPUT CONTATOS
       IF FS-CTT-OK
          MOVE INT-ID-CONTATO TO ID-CONTATO
          READ CONTATOS INTO WS-REG-ATUAL
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CONTATO-EXISTE-OK TO TRUE
          END-READ
          CLOSE CONTATOS
       ELSE
          IF WS-FS-CTT NOT EQUAL 35
             SET CONTATOS-FALHOU-OK TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
             CALL 'FSMSGTT' USING WS-FS-CTT WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RECINTTT' 'CONTATOS  '
                  WS-FS-CTT WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Inclusão: o contato é a primeira gravação, então sem ele
      * nada mais foi gravado; com ele, completa o log e os
      * índices (a imagem de antes é branca, então todas as
      * chaves do contato entram).
      *---------------------------------------------------------
       P300-RECUPERAR-INCLUSAO.
       IF NOT CONTATO-EXISTE-OK
          MOVE 'DESFEITA'   TO WS-SITUACAO
          MOVE 'CONTATO NAO CHEGOU A SER GRAVADO' TO WS-DETALHE
       ELSE
          MOVE 'I' TO WS-OP-LOG
          PERFORM P700-GARANTIR-LOG
          PERFORM P600-ACERTAR-INDICES
          MOVE 'CONCLUIDA'  TO WS-SITUACAO
          IF LOG-ACHADO-OK
             MOVE 'INDICES CONFERIDOS, LOG JA GRAVADO'
               TO WS-DETALHE
          ELSE
             MOVE 'LOG GRAVADO E INDICES CONFERIDOS'
               TO WS-DETALHE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Alteração: contato igual à imagem de antes não chegou a
      * ser regravado (nada a desfazer); regravado, a alteração
      * confirmada pelo operador é concluída.
      *---------------------------------------------------------
       P310-RECUPERAR-ALTERACAO.
       EVALUATE TRUE
          WHEN NOT CONTATO-EXISTE-OK
             MOVE 'DESCARTADA' TO WS-SITUACAO
             MOVE 'CONTATO NAO EXISTE MAIS NA BASE'
               TO WS-DETALHE
          WHEN WS-REG-ATUAL EQUAL WS-REG-ANTES
             MOVE 'DESFEITA'   TO WS-SITUACAO
             MOVE 'CONTATO NAO CHEGOU A SER REGRAVADO'
               TO WS-DETALHE
          WHEN OTHER
             MOVE 'A' TO WS-OP-LOG
             PERFORM P700-GARANTIR-LOG
             PERFORM P600-ACERTAR-INDICES
             MOVE 'CONCLUIDA'  TO WS-SITUACAO
             IF LOG-ACHADO-OK
                MOVE 'INDICES CONFERIDOS, LOG JA GRAVADO'
                  TO WS-DETALHE
             ELSE
                MOVE 'LOG GRAVADO E INDICES CONFERIDOS'
                  TO WS-DETALHE
             END-IF
       END-EVALUATE
       .

      *---------------------------------------------------------
      * Meio novo: gravado, entra no índice de busca; não
      * gravado, não deixou nada.
      *---------------------------------------------------------
       P320-RECUPERAR-MEIO.
       SET FS-MEI-OK TO TRUE
       MOVE 'DESFEITA' TO WS-SITUACAO
       MOVE 'MEIO NAO CHEGOU A SER GRAVADO' TO WS-DETALHE
       OPEN INPUT MEIOS
       IF FS-MEI-OK
          MOVE INT-ID-CONTATO    TO MEI-ID-CONTATO
          MOVE INT-MEI-SEQUENCIA TO MEI-SEQUENCIA
          READ MEIOS
               KEY IS MEI-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MEI-VALOR EQUAL INT-MEI-VALOR
                     MOVE 'CONCLUIDA' TO WS-SITUACAO
                     MOVE 'MEIO CONFERIDO NO INDICE DE BUSCA'
                       TO WS-DETALHE
                  END-IF
          END-READ
          CLOSE MEIOS
       END-IF
       IF WS-SITUACAO EQUAL 'CONCLUIDA'
          PERFORM P660-INDEXAR-MEIO
       END-IF
       .

      *---------------------------------------------------------
      * Promoção: contato não regravado, nada a desfazer;
      * regravado, completa o log e devolve ao meio o preferido
      * antigo, se o meio ainda traz o valor promovido.
      *---------------------------------------------------------
       P330-RECUPERAR-PROMOCAO.
       EVALUATE TRUE
          WHEN NOT CONTATO-EXISTE-OK
             MOVE 'DESCARTADA' TO WS-SITUACAO
             MOVE 'CONTATO NAO EXISTE MAIS NA BASE'
               TO WS-DETALHE
          WHEN WS-REG-ATUAL EQUAL WS-REG-ANTES
             MOVE 'DESFEITA'   TO WS-SITUACAO
             MOVE 'CONTATO NAO CHEGOU A SER REGRAVADO'
               TO WS-DETALHE
          WHEN OTHER
             MOVE 'A' TO WS-OP-LOG
             PERFORM P700-GARANTIR-LOG
             PERFORM P340-DEVOLVER-MEIO
             MOVE 'CONCLUIDA'  TO WS-SITUACAO
             IF MEIO-DEVOLVIDO-OK
                MOVE 'PREFERIDO ANTIGO DEVOLVIDO AO MEIO'
                  TO WS-DETALHE
             ELSE
                MOVE 'LOG CONFERIDO, MEIO JA TROCADO'
                  TO WS-DETALHE
             END-IF
       END-EVALUATE
       .

       P340-DEVOLVER-MEIO.
       SET MEIO-DEVOLVIDO-OK TO FALSE
       IF INT-MEI-CLASSE EQUAL 'T'
          MOVE WS-DP-TELEFONE TO WS-VALOR-PROMOVIDO
       ELSE
          MOVE WS-DP-EMAIL    TO WS-VALOR-PROMOVIDO
       END-IF
       SET FS-MEI-OK TO TRUE
       OPEN I-O MEIOS
       IF FS-MEI-OK
          MOVE INT-ID-CONTATO    TO MEI-ID-CONTATO
          MOVE INT-MEI-SEQUENCIA TO MEI-SEQUENCIA
          READ MEIOS
               KEY IS MEI-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MEI-VALOR EQUAL WS-VALOR-PROMOVIDO
                     MOVE INT-MEI-VALOR TO MEI-VALOR
                     REWRITE REG-MEIO
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           SET MEIO-DEVOLVIDO-OK TO TRUE
                     END-REWRITE
                  END-IF
          END-READ
          CLOSE MEIOS
       ELSE
          CALL 'ERRLOGTT' USING 'RECINTTT' 'MEIOS     '
               WS-FS-MEI WS-ERR-CHAVE
       END-IF
       .

      *---------------------------------------------------------
      * Troca, em cada índice de busca, as chaves da imagem de
      * antes pelas da imagem de depois, só nos campos que
      * mudaram — a mesma regra do ALTCONTT. Chave já excluída
      * ou já gravada é ignorada.
      *---------------------------------------------------------
       P600-ACERTAR-INDICES.
       IF WS-DP-NOME NOT EQUAL WS-AN-NOME
          PERFORM P610-ACERTAR-FONETICA
       END-IF
       IF WS-DP-NM-COMPLETO NOT EQUAL WS-AN-NM-COMPLETO
          OR WS-DP-NOME NOT EQUAL WS-AN-NOME
          PERFORM P620-ACERTAR-PALAVRAS
       END-IF
       IF WS-DP-DOCUMENTO NOT EQUAL WS-AN-DOCUMENTO
          PERFORM P630-ACERTAR-DOCUMENTO
       END-IF
       IF WS-DP-TELEFONE NOT EQUAL WS-AN-TELEFONE
          PERFORM P640-ACERTAR-TELEFONE
       END-IF
       IF WS-DP-EMAIL NOT EQUAL WS-AN-EMAIL
          PERFORM P650-ACERTAR-EMAIL
       END-IF
       .

       P610-ACERTAR-FONETICA.
       SET FS-FON-OK TO TRUE
       OPEN I-O FONIDX
       IF WS-FS-FON EQUAL 35
          OPEN OUTPUT FONIDX
          CLOSE FONIDX
          OPEN I-O FONIDX
       END-IF
       IF FS-FON-OK
          IF WS-AN-NOME NOT EQUAL SPACES
             CALL 'FONETTT' USING WS-AN-NOME WS-CHAVE-FON
             MOVE WS-CHAVE-FON   TO FON-FONETICA
             MOVE INT-ID-CONTATO TO FON-ID-CONTATO
             DELETE FONIDX RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
          END-IF
          IF WS-DP-NOME NOT EQUAL SPACES
             CALL 'FONETTT' USING WS-DP-NOME WS-CHAVE-FON
             MOVE WS-CHAVE-FON   TO FON-FONETICA
             MOVE INT-ID-CONTATO TO FON-ID-CONTATO
             WRITE REG-FONIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
          CLOSE FONIDX
       END-IF
       .

       P620-ACERTAR-PALAVRAS.
       SET FS-PAL-OK TO TRUE
       OPEN I-O PALIDX
       IF WS-FS-PAL EQUAL 35
          OPEN OUTPUT PALIDX
          CLOSE PALIDX
          OPEN I-O PALIDX
       END-IF
       IF FS-PAL-OK
          CALL 'PALNOMTT' USING WS-AN-NM-COMPLETO WS-AN-NOME
               WS-PALAVRAS
          MOVE 1 TO WS-IND-PAL
          PERFORM P625-EXCLUIR-PALAVRA
             UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
          CALL 'PALNOMTT' USING WS-DP-NM-COMPLETO WS-DP-NOME
               WS-PALAVRAS
          MOVE 1 TO WS-IND-PAL
          PERFORM P626-GRAVAR-PALAVRA
             UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
          CLOSE PALIDX
       END-IF
       .

       P625-EXCLUIR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE INT-ID-CONTATO         TO PAL-ID-CONTATO
       DELETE PALIDX RECORD
          INVALID KEY
             CONTINUE
       END-DELETE
       ADD 1 TO WS-IND-PAL
       .

       P626-GRAVAR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE INT-ID-CONTATO         TO PAL-ID-CONTATO
       WRITE REG-PALIDX
          INVALID KEY
             CONTINUE
       END-WRITE
       ADD 1 TO WS-IND-PAL
       .

       P630-ACERTAR-DOCUMENTO.
       SET FS-DOC-OK TO TRUE
       OPEN I-O DOCIDX
       IF WS-FS-DOC EQUAL 35
          OPEN OUTPUT DOCIDX
          CLOSE DOCIDX
          OPEN I-O DOCIDX
       END-IF
       IF FS-DOC-OK
          IF WS-AN-DOCUMENTO NOT EQUAL SPACES
             MOVE WS-AN-DOCUMENTO TO DOC-NUMERO
             MOVE INT-ID-CONTATO  TO DOC-ID-CONTATO
             DELETE DOCIDX RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
          END-IF
          IF WS-DP-DOCUMENTO NOT EQUAL SPACES
             MOVE WS-DP-DOCUMENTO TO DOC-NUMERO
             MOVE INT-ID-CONTATO  TO DOC-ID-CONTATO
             WRITE REG-DOCIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
          CLOSE DOCIDX
       END-IF
       .

       P640-ACERTAR-TELEFONE.
       SET FS-TEL-OK TO TRUE
       OPEN I-O TELIDX
       IF WS-FS-TEL EQUAL 35
          OPEN OUTPUT TELIDX
          CLOSE TELIDX
          OPEN I-O TELIDX
       END-IF
       IF FS-TEL-OK
          IF WS-AN-TELEFONE NOT EQUAL SPACES
             MOVE WS-AN-TELEFONE TO TEL-NUMERO
             MOVE INT-ID-CONTATO TO TEL-ID-CONTATO
             DELETE TELIDX RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
          END-IF
          IF WS-DP-TELEFONE NOT EQUAL SPACES
             MOVE WS-DP-TELEFONE TO TEL-NUMERO
             MOVE INT-ID-CONTATO TO TEL-ID-CONTATO
             WRITE REG-TELIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
          CLOSE TELIDX
       END-IF
       .

       P650-ACERTAR-EMAIL.
       SET FS-MAI-OK TO TRUE
       OPEN I-O MAILIDX
       IF WS-FS-MAI EQUAL 35
          OPEN OUTPUT MAILIDX
          CLOSE MAILIDX
          OPEN I-O MAILIDX
       END-IF
       IF FS-MAI-OK
          IF WS-AN-EMAIL NOT EQUAL SPACES
             MOVE WS-AN-EMAIL TO MAI-EMAIL
             INSPECT MAI-EMAIL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             MOVE INT-ID-CONTATO TO MAI-ID-CONTATO
             DELETE MAILIDX RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
          END-IF
          IF WS-DP-EMAIL NOT EQUAL SPACES
             MOVE WS-DP-EMAIL TO MAI-EMAIL
             INSPECT MAI-EMAIL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             MOVE INT-ID-CONTATO TO MAI-ID-CONTATO
             WRITE REG-MAILIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
          CLOSE MAILIDX
       END-IF
       .

      *---------------------------------------------------------
      * O meio novo entra no índice de telefone ou de e-mail,
      * como no MEIOCNTT.
      *---------------------------------------------------------
       P660-INDEXAR-MEIO.
       IF INT-MEI-CLASSE EQUAL 'T'
          SET FS-TEL-OK TO TRUE
          OPEN I-O TELIDX
          IF WS-FS-TEL EQUAL 35
             OPEN OUTPUT TELIDX
             CLOSE TELIDX
             OPEN I-O TELIDX
          END-IF
          IF FS-TEL-OK
             MOVE INT-MEI-VALOR(1:15) TO TEL-NUMERO
             MOVE INT-ID-CONTATO      TO TEL-ID-CONTATO
             WRITE REG-TELIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
             CLOSE TELIDX
          END-IF
       ELSE
          SET FS-MAI-OK TO TRUE
          OPEN I-O MAILIDX
          IF WS-FS-MAI EQUAL 35
             OPEN OUTPUT MAILIDX
             CLOSE MAILIDX
             OPEN I-O MAILIDX
          END-IF
          IF FS-MAI-OK
             MOVE INT-MEI-VALOR TO MAI-EMAIL
             INSPECT MAI-EMAIL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             MOVE INT-ID-CONTATO TO MAI-ID-CONTATO
             WRITE REG-MAILIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
             CLOSE MAILIDX
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Procura no log de movimentação a linha da operação para
      * o contato, no instante da intenção ou depois; sem ela,
      * grava a linha com a imagem de depois e o operador da
      * intenção (GRAVLOGTT).
      *---------------------------------------------------------
       P700-GARANTIR-LOG.
       SET LOG-ACHADO-OK TO FALSE
       SET FS-LOG-OK TO TRUE
       OPEN INPUT CONTLOG
       IF FS-LOG-OK
          SET FIM-LOG-OK TO FALSE
          PERFORM P710-LER-LOG UNTIL FIM-LOG-OK
          CLOSE CONTLOG
       END-IF
       IF NOT LOG-ACHADO-OK
          CALL 'GRAVLOGTT' USING WS-OP-LOG WS-DP-ID WS-DP-NOME
               WS-DP-TELEFONE WS-DP-EMAIL WS-DP-ENDERECO
               INT-US-OPERADOR WS-REG-DEPOIS
       END-IF
       .

       P710-LER-LOG.
       READ CONTLOG
            AT END
               SET FIM-LOG-OK TO TRUE
            NOT AT END
               IF LOG-ID-CONTATO EQUAL INT-ID-CONTATO
                  AND LOG-OPERACAO EQUAL WS-OP-LOG
                  AND (LOG-DATA GREATER INT-DATA
                   OR (LOG-DATA EQUAL INT-DATA
                       AND LOG-HORA NOT LESS WS-HI-HHMMSS))
                  SET LOG-ACHADO-OK TO TRUE
                  SET FIM-LOG-OK TO TRUE
               END-IF
       END-READ
       IF WS-FS-LOG NOT LESS 30
          SET FIM-LOG-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Uma linha no relatório, o aviso na tela e o registro na
      * trilha de auditoria para cada intenção tratada.
      *---------------------------------------------------------
       P800-REGISTRAR-RECUPERACAO.
       EVALUATE WS-SITUACAO
          WHEN 'CONCLUIDA'
             ADD 1 TO WS-QTD-CONCLUIDAS
          WHEN 'DESFEITA'
             ADD 1 TO WS-QTD-DESFEITAS
          WHEN OTHER
             ADD 1 TO WS-QTD-DESCARTADAS
       END-EVALUATE

       MOVE INT-DATA        TO WS-LD-DATA
       MOVE WS-HI-HHMMSS    TO WS-LD-HORA
       MOVE INT-US-OPERADOR TO WS-LD-OPERADOR
       MOVE INT-PROGRAMA    TO WS-LD-PROGRAMA
       EVALUATE TRUE
          WHEN INTENCAO-INCLUSAO
             MOVE 'INCLUSAO'  TO WS-LD-OPERACAO
          WHEN INTENCAO-ALTERACAO
             MOVE 'ALTERACAO' TO WS-LD-OPERACAO
          WHEN INTENCAO-NOVO-MEIO
             MOVE 'MEIO NOVO' TO WS-LD-OPERACAO
          WHEN INTENCAO-PROMOCAO
             MOVE 'PROMOCAO'  TO WS-LD-OPERACAO
          WHEN OTHER
             MOVE INT-OPERACAO TO WS-LD-OPERACAO
       END-EVALUATE
       MOVE INT-ID-CONTATO  TO WS-LD-ID
       MOVE WS-SITUACAO     TO WS-LD-SITUACAO
       MOVE WS-DETALHE      TO WS-LD-DETALHE
       IF FS-REL-OK
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF

       DISPLAY 'ATUALIZACAO INTERROMPIDA ' WS-LD-OPERACAO
               ' CONTATO ' INT-ID-CONTATO ': ' WS-SITUACAO

       MOVE INT-ID-CONTATO TO WS-AUD-CHAVE
       MOVE SPACES TO WS-AUD-ANTES
       STRING INT-PROGRAMA     DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              INT-OPERACAO     DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              INT-DATA         DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              WS-HI-HHMMSS     DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              INT-US-OPERADOR  DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       CALL 'GRAVAUDTT' USING 'RECINTTT' WS-SITUACAO
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES WS-DETALHE
       .

       P900-ENCERRAR.
       MOVE WS-QTD-CONCLUIDAS  TO WS-LT-CONCLUIDAS
       MOVE WS-QTD-DESFEITAS   TO WS-LT-DESFEITAS
       MOVE WS-QTD-DESCARTADAS TO WS-LT-DESCARTADAS
       MOVE WS-QTD-AGUARDANDO  TO WS-LT-AGUARDANDO
       IF FS-REL-OK
          MOVE SPACES TO REG-RELATORIO
          WRITE REG-RELATORIO
          WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'RECINTTT' WS-ARQ-RELATORIO
       END-IF
       DISPLAY 'RECUPERACAO DE ATUALIZACOES INTERROMPIDAS: '
               WS-LINHA-TOTAL(1:69)
       .
       END PROGRAM RECINTTT.
