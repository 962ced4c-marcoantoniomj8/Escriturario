      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Carregar a tabela de CEPs (CEPCNTT.DAT) a
      *            partir do extrato do Diretório Nacional de
      *            Endereços (DNE) dos Correios (DNECEPTT.TXT), uma
      *            linha por CEP, em layout fixo de 121 posições:
      *            CEP (8), logradouro (40, em branco no CEP geral
      *            da localidade), bairro (30), localidade (40), UF
      *            (2) e tipo ('L' logradouro, 'G' localidade
      *            geral; em branco, deduzido do logradouro). O
      *            extrato é completo, então a tabela é refeita do
      *            zero a cada carga: CEP extinto pelos Correios sai
      *            da tabela. Antes de apagar a tabela anterior o
      *            extrato é lido uma vez para contar as linhas
      *            válidas — extrato vazio ou todo inválido é
      *            recusado e a tabela anterior fica como está.
      *            Linhas com CEP fora de 8 dígitos, UF inexistente,
      *            localidade em branco ou CEP repetido são
      *            rejeitadas e relacionadas no relatório
      *            catalogado (CATSPLTT), que traz ainda a
      *            contagem de CEPs por UF para conferir a
      *            cobertura do extrato. Rodar quando chegar um
      *            extrato novo, fora do horário das sessões (a
      *            tabela é consultada pelas telas).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRGCEPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQDNE ASSIGN TO WS-ARQ-DNE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-DNE.

                SELECT TABCEP ASSIGN TO WS-ARQ-TABCEP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CEP-CODIGO
                FILE STATUS IS WS-FS-CEP.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQDNE.
       01 REG-DNE.
          03 DNE-CEP         PIC X(08).
          03 DNE-LOGRADOURO  PIC X(40).
          03 DNE-BAIRRO      PIC X(30).
          03 DNE-CIDADE      PIC X(40).
          03 DNE-UF          PIC X(02).
          03 DNE-TIPO        PIC X(01).

       FD TABCEP.
          COPY FD_CEPTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS-DNE         PIC 99.
          88 FS-DNE-OK      VALUE 0.
       77 WS-FS-CEP         PIC 99.
          88 FS-CEP-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-SEM-ARQUIVO    PIC X VALUE 'N'.
          88 SEM-ARQUIVO-OK VALUE 'S' FALSE 'N'.

       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-DATA-CARGA     PIC 9(08) VALUE ZEROS.
       77 WS-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-VALIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-CARREGADOS     PIC 9(07) VALUE ZEROS.
       77 WS-REJEITADOS     PIC 9(07) VALUE ZEROS.

      *---------------------------------------------------------
      * As 27 unidades da federação, na ordem alfabética das
      * siglas, com a contagem de CEPs carregados de cada uma.
      *---------------------------------------------------------
       01 WS-TAB-UF-SIGLAS  PIC X(54) VALUE
          'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01 FILLER REDEFINES WS-TAB-UF-SIGLAS.
          03 WS-UF-SIGLA    PIC X(02) OCCURS 27 TIMES.
       01 WS-TAB-UF-QTD.
          03 WS-UF-QTD      PIC 9(07) OCCURS 27 TIMES.
       77 WS-IDX-UF         PIC 9(02) VALUE ZEROS.
       77 WS-UF-ACHADA      PIC 9(02) VALUE ZEROS.

       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC X(08) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'CARGA DA TABELA DE CEPS (EXTRATO DNE)'.
          03 FILLER         PIC X(10) VALUE '  EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-SECAO.
          03 WS-SECAO-DESC  PIC X(50).
          03 FILLER         PIC X(82) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(08) VALUE 'LINHA'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'CEP'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'LOCALIDADE'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(02) VALUE 'UF'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(30) VALUE 'MOTIVO'.
          03 FILLER         PIC X(36) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-LINHA   PIC ZZZZZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-CEP     PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CIDADE  PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-UF      PIC X(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MOTIVO  PIC X(30).
          03 FILLER         PIC X(36) VALUE SPACES.

       01 WS-LINHA-UF.
          03 FILLER         PIC X(04) VALUE 'UF: '.
          03 WS-LUF-SIGLA   PIC X(02).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-LUF-QTD     PIC Z.ZZZ.ZZ9.
          03 FILLER         PIC X(113) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC Z.ZZZ.ZZ9.
          03 FILLER         PIC X(83) VALUE SPACES.

       77 WS-ARQ-DNE        PIC X(60) VALUE
          'DNECEPTT.TXT'.
       77 WS-ARQ-TABCEP     PIC X(60) VALUE
          'CEPCNTT.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'CRGCEPTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE     PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-IMPEDIDA PIC X VALUE 'N'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-DNE
            CALL 'ARQPARTT' USING WS-ARQ-TABCEP
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            DISPLAY '***** CARGA DA TABELA DE CEPS *****'
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-CONTAR-VALIDOS THRU P100-FIM
            IF NOT HOUVE-FALHA AND NOT SEM-ARQUIVO-OK
               PERFORM P150-ABRIR-ARQUIVOS THRU P150-FIM
            END-IF
            IF NOT HOUVE-FALHA AND NOT SEM-ARQUIVO-OK
               MOVE ZEROS TO WS-LIDOS
               SET EOF-OK TO FALSE
               PERFORM P200-CARREGAR UNTIL EOF-OK
               PERFORM P800-IMPRIMIR-TOTAIS
            END-IF
            PERFORM P900-FIM
            PERFORM P020-LIBERAR-TRAVA
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE WS-SPL-DATA TO WS-DATA-CARGA
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'CRGCEPTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * Primeira leitura do extrato, só para contar as linhas
      * válidas: a tabela anterior só é apagada quando há o que
      * pôr no lugar.
      *---------------------------------------------------------
       P100-CONTAR-VALIDOS.
       SET FS-DNE-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       SET SEM-ARQUIVO-OK TO FALSE.
       MOVE ZEROS TO WS-LIDOS WS-VALIDOS.

       OPEN INPUT ARQDNE
       IF WS-FS-DNE EQUAL 35
          SET SEM-ARQUIVO-OK TO TRUE
          DISPLAY 'NENHUM EXTRATO DO DNE (DNECEPTT.TXT) NESTA'
          DISPLAY 'RODADA, A TABELA DE CEPS FICA COMO ESTA'
          GO TO P100-FIM
       END-IF
       IF NOT FS-DNE-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O EXTRATO DO DNE'
          CALL 'FSMSGTT' USING WS-FS-DNE WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCEPTT' 'DNE       '
               WS-FS-DNE WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       SET EOF-OK TO FALSE
       PERFORM P110-CONTAR-LINHA UNTIL EOF-OK
       CLOSE ARQDNE

       IF WS-VALIDOS EQUAL ZEROS
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'EXTRATO DO DNE SEM NENHUMA LINHA VALIDA ('
                  WS-LIDOS ' LIDAS): CARGA RECUSADA, A TABELA'
          DISPLAY 'DE CEPS ANTERIOR FOI MANTIDA'
          CALL 'ERRLOGTT' USING 'CRGCEPTT' 'DNE       '
               WS-FS-DNE WS-ERR-CHAVE
       END-IF
       .
       P100-FIM.

       P110-CONTAR-LINHA.
       READ ARQDNE
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-LIDOS
               PERFORM P300-VALIDAR-LINHA
               IF WS-MOTIVO EQUAL SPACES
                  ADD 1 TO WS-VALIDOS
               END-IF
       END-READ
       .

       P150-ABRIR-ARQUIVOS.
       SET FS-DNE-OK TO TRUE.
       SET FS-CEP-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       MOVE ZEROS TO WS-CARREGADOS WS-REJEITADOS.
       INITIALIZE WS-TAB-UF-QTD.

       OPEN INPUT ARQDNE
       IF NOT FS-DNE-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO REABRIR O EXTRATO DO DNE'
          CALL 'FSMSGTT' USING WS-FS-DNE WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCEPTT' 'DNE       '
               WS-FS-DNE WS-ERR-CHAVE
          GO TO P150-FIM
       END-IF

       OPEN OUTPUT TABCEP
       IF NOT FS-CEP-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO CRIAR A TABELA DE CEPS'
          CALL 'FSMSGTT' USING WS-FS-CEP WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCEPTT' 'TABCEP    '
               WS-FS-CEP WS-ERR-CHAVE
          GO TO P150-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CRGCEPTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P150-FIM
       END-IF

       MOVE WS-SPL-DATA TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'LINHAS REJEITADAS DO EXTRATO:' TO WS-SECAO-DESC
       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       .
       P150-FIM.

       P200-CARREGAR.
       READ ARQDNE
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-LIDOS
               PERFORM P300-VALIDAR-LINHA
               IF WS-MOTIVO EQUAL SPACES
                  PERFORM P400-GRAVAR-CEP
               ELSE
                  PERFORM P500-IMPRIMIR-REJEITADO
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Valida a linha e deixa os textos em maiúsculas, na grafia
      * que as telas passam a gravar nos contatos. Motivo em
      * branco = linha válida.
      *---------------------------------------------------------
       P300-VALIDAR-LINHA.
       MOVE SPACES TO WS-MOTIVO
       INSPECT REG-DNE CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       MOVE ZEROS TO WS-UF-ACHADA
       MOVE 1 TO WS-IDX-UF
       PERFORM P310-PROCURAR-UF
          UNTIL WS-IDX-UF GREATER 27 OR WS-UF-ACHADA GREATER ZEROS
       IF DNE-CEP NOT NUMERIC OR DNE-CEP EQUAL ZEROS
          MOVE 'CEP INVALIDO (8 DIGITOS)' TO WS-MOTIVO
       ELSE
          IF WS-UF-ACHADA EQUAL ZEROS
             MOVE 'UF INEXISTENTE' TO WS-MOTIVO
          ELSE
             IF DNE-CIDADE EQUAL SPACES
                MOVE 'LOCALIDADE EM BRANCO' TO WS-MOTIVO
             ELSE
                IF DNE-TIPO NOT EQUAL 'L'
                   AND DNE-TIPO NOT EQUAL 'G'
                   AND DNE-TIPO NOT EQUAL SPACES
                   MOVE 'TIPO INVALIDO (L, G OU BRANCO)'
                        TO WS-MOTIVO
                END-IF
             END-IF
          END-IF
       END-IF
       .

       P310-PROCURAR-UF.
       IF WS-UF-SIGLA(WS-IDX-UF) EQUAL DNE-UF
          MOVE WS-IDX-UF TO WS-UF-ACHADA
       END-IF
       ADD 1 TO WS-IDX-UF
       .

       P400-GRAVAR-CEP.
       MOVE DNE-CEP        TO CEP-CODIGO
       MOVE DNE-LOGRADOURO TO CEP-LOGRADOURO
       MOVE DNE-BAIRRO     TO CEP-BAIRRO
       MOVE DNE-CIDADE     TO CEP-CIDADE
       MOVE DNE-UF         TO CEP-UF
       MOVE DNE-TIPO       TO CEP-TIPO
       IF CEP-TIPO EQUAL SPACES
          IF CEP-LOGRADOURO EQUAL SPACES
             SET CEP-DE-LOCALIDADE TO TRUE
          ELSE
             SET CEP-DE-LOGRADOURO TO TRUE
          END-IF
       END-IF
       MOVE WS-DATA-CARGA  TO CEP-DT-CARGA
       WRITE REG-CEP
          INVALID KEY
             MOVE 'CEP REPETIDO NO EXTRATO' TO WS-MOTIVO
             PERFORM P500-IMPRIMIR-REJEITADO
          NOT INVALID KEY
             ADD 1 TO WS-CARREGADOS
             ADD 1 TO WS-UF-QTD(WS-UF-ACHADA)
       END-WRITE
       .

       P500-IMPRIMIR-REJEITADO.
       ADD 1 TO WS-REJEITADOS
       MOVE WS-LIDOS   TO WS-DET-LINHA
       MOVE DNE-CEP    TO WS-DET-CEP
       MOVE DNE-CIDADE TO WS-DET-CIDADE
       MOVE DNE-UF     TO WS-DET-UF
       MOVE WS-MOTIVO  TO WS-DET-MOTIVO
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CEPS CARREGADOS POR UF:' TO WS-SECAO-DESC
       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
       MOVE 1 TO WS-IDX-UF
       PERFORM P810-IMPRIMIR-UF UNTIL WS-IDX-UF GREATER 27
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'LINHAS LIDAS DO EXTRATO................:' TO WS-TOT-DESC
       MOVE WS-LIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CEPS CARREGADOS........................:' TO WS-TOT-DESC
       MOVE WS-CARREGADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'LINHAS REJEITADAS......................:' TO WS-TOT-DESC
       MOVE WS-REJEITADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .

       P810-IMPRIMIR-UF.
       MOVE WS-UF-SIGLA(WS-IDX-UF) TO WS-LUF-SIGLA
       MOVE WS-UF-QTD(WS-IDX-UF)   TO WS-LUF-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-UF
       ADD 1 TO WS-IDX-UF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado), no molde do ARQCONTT.
       CLOSE ARQDNE
       CLOSE TABCEP
       IF FS-REL-OK AND NOT SEM-ARQUIVO-OK AND NOT HOUVE-FALHA
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'CRGCEPTT' WS-ARQ-RELATORIO
       END-IF
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
       ELSE
          IF NOT SEM-ARQUIVO-OK
             DISPLAY 'LINHAS LIDAS DO EXTRATO.....: ' WS-LIDOS
             DISPLAY 'CEPS CARREGADOS.............: ' WS-CARREGADOS
             DISPLAY 'LINHAS REJEITADAS...........: ' WS-REJEITADOS
          END-IF
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

       END PROGRAM CRGCEPTT.
