      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Manter a tabela de tarifas da mala direta
      *            (CONTTARF.DAT): as faixas de CEP da tabela dos
      *            Correios, cada uma com a sua descrição e o
      *            valor por peça, que a mala direta pré-triada
      *            (MALACNTT) usa para montar os malotes e estimar
      *            a franquia. Uma faixa nova não pode sobrepor
      *            outra já cadastrada: cada CEP cai em uma faixa
      *            só. Quando os Correios reajustam, basta alterar
      *            o valor das faixas. Toda manutenção gera linha
      *            na trilha de auditoria (GRAVAUDTT), como nos
      *            demais cadastros de apoio. Opção restrita ao
      *            supervisor pelo MENUCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARFCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT TARIFAS ASSIGN TO WS-ARQ-TARIFAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TAR-CEP-INICIO
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TARIFAS.
          COPY FD_TARTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-CEP-INICIO    PIC 9(08) VALUE ZEROS.
       77 WS-CEP-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-DS-FAIXA      PIC X(30) VALUE SPACES.
       77 WS-VL-CENTAVOS   PIC 9(05) VALUE ZEROS.
       77 WS-VL-PECA       PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-LISTADAS  PIC 9(03) VALUE ZEROS.
       77 WS-SOBREPOSTA    PIC X VALUE 'N'.
          88 FAIXA-SOBREPOSTA VALUE 'S' FALSE 'N'.
       77 WS-CEP-CONFLITO  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       01 WS-AUD-FAIXA.
          03 WS-AF-INICIO  PIC 9(08).
          03 FILLER        PIC X(01) VALUE '-'.
          03 WS-AF-FIM     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-AF-VALOR   PIC ZZ9,99.
          03 FILLER        PIC X(16) VALUE SPACES.

       01 WS-LINHA-FAIXA.
          03 WS-LF-INICIO  PIC 99999B999.
          03 FILLER        PIC X(03) VALUE ' A '.
          03 WS-LF-FIM     PIC 99999B999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-LF-DESC    PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-LF-VALOR   PIC ZZ9,99.

       77 WS-ARQ-TARIFAS   PIC X(60) VALUE 'CONTTARF.DAT'.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-TARIFAS
            DISPLAY '***** TABELA DE TARIFAS DA MALA DIRETA *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .

       P300-PROCESSA-MENU.
       DISPLAY '<1> INCLUIR FAIXA DE CEP   <2> LISTAR TARIFAS'
       DISPLAY '<3> ALTERAR FAIXA          <4> EXCLUIR FAIXA'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN '2'
             PERFORM P320-LISTAR-TARIFAS
          WHEN '3'
             PERFORM P330-ALTERAR-FAIXA
          WHEN '4'
             PERFORM P340-EXCLUIR-FAIXA
          WHEN OTHER
             PERFORM P310-INCLUIR-FAIXA THRU P310-FIM
       END-EVALUATE

       DISPLAY 'TECLE: '
       DISPLAY ' QUALQUER <TECLA> PARA CONTINUAR OU <F> PARA FINALIZAR'
       ACCEPT WS-EXIT
       .
       P300-FIM.

      *---------------------------------------------------------
      * A faixa nova é conferida contra todas as já cadastradas
      * (a tabela é pequena, uma varredura basta): sobrepondo
      * qualquer uma, a inclusão é recusada e a faixa em
      * conflito é informada.
      *---------------------------------------------------------
       P310-INCLUIR-FAIXA.
       SET FS-OK TO TRUE.

       DISPLAY 'INFORME O CEP INICIAL DA FAIXA (8 DIGITOS):'
       ACCEPT WS-CEP-INICIO
       DISPLAY 'INFORME O CEP FINAL DA FAIXA (8 DIGITOS):'
       ACCEPT WS-CEP-FIM
       IF WS-CEP-FIM LESS WS-CEP-INICIO
          DISPLAY 'O CEP FINAL DEVE SER MAIOR OU IGUAL AO INICIAL'
          GO TO P310-FIM
       END-IF
       DISPLAY 'INFORME A DESCRICAO DA FAIXA:'
       ACCEPT WS-DS-FAIXA
       IF WS-DS-FAIXA EQUAL SPACES
          DISPLAY 'A DESCRICAO NAO PODE FICAR EM BRANCO'
          GO TO P310-FIM
       END-IF
       DISPLAY 'INFORME O VALOR POR PECA EM CENTAVOS (EX.: 125):'
       ACCEPT WS-VL-CENTAVOS
       COMPUTE WS-VL-PECA = WS-VL-CENTAVOS / 100

       OPEN I-O TARIFAS
       IF WS-FS EQUAL 35
          OPEN OUTPUT TARIFAS
          CLOSE TARIFAS
          OPEN I-O TARIFAS
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TARFCNTT' 'TARIFAS   '
               WS-FS WS-ERR-CHAVE
          GO TO P310-FIM
       END-IF

       SET FAIXA-SOBREPOSTA TO FALSE
       SET EOF-OK TO FALSE
       MOVE ZEROS TO TAR-CEP-INICIO
       START TARIFAS KEY IS GREATER OR EQUAL TAR-CEP-INICIO
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P315-CONFERIR-SOBREPOSICAO
          UNTIL EOF-OK OR FAIXA-SOBREPOSTA

       IF FAIXA-SOBREPOSTA
          DISPLAY 'A FAIXA SOBREPOE A FAIXA JA CADASTRADA QUE'
          DISPLAY 'COMECA NO CEP ' WS-CEP-CONFLITO
          DISPLAY 'INCLUSAO NAO REALIZADA'
       ELSE
          MOVE WS-CEP-INICIO  TO TAR-CEP-INICIO
          MOVE WS-CEP-FIM     TO TAR-CEP-FIM
          MOVE WS-DS-FAIXA    TO TAR-DS-FAIXA
          MOVE WS-VL-PECA     TO TAR-VL-PECA
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
          MOVE WS-DATA-HOJE   TO TAR-DT-ALTERACAO
          MOVE LK-US-OPERADOR TO TAR-US-ALTERACAO
          WRITE REG-TARIFA
             INVALID KEY
                DISPLAY 'FAIXA JA CADASTRADA'
             NOT INVALID KEY
                DISPLAY 'FAIXA CADASTRADA COM SUCESSO'
                MOVE TAR-CEP-INICIO TO WS-AUD-CHAVE
                MOVE SPACES TO WS-AUD-ANTES
                PERFORM P350-MONTAR-AUD-FAIXA
                MOVE WS-AUD-FAIXA TO WS-AUD-DEPOIS
                CALL 'GRAVAUDTT' USING 'TARFCNTT' 'INCLUSAO  '
                     LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
                     WS-AUD-DEPOIS
          END-WRITE
       END-IF
       CLOSE TARIFAS
       .
       P310-FIM.

       P315-CONFERIR-SOBREPOSICAO.
       READ TARIFAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF TAR-CEP-INICIO NOT GREATER WS-CEP-FIM
                  AND TAR-CEP-FIM NOT LESS WS-CEP-INICIO
                  SET FAIXA-SOBREPOSTA TO TRUE
                  MOVE TAR-CEP-INICIO TO WS-CEP-CONFLITO
               END-IF
       END-READ
       .

       P320-LISTAR-TARIFAS.
       SET EOF-OK TO FALSE.
       SET FS-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-LISTADAS.

       OPEN INPUT TARIFAS
       IF WS-FS EQUAL 35
          DISPLAY 'A TABELA DE TARIFAS AINDA NAO EXISTE'
       ELSE
          IF FS-OK THEN
             DISPLAY 'CEP INICIAL   CEP FINAL  DESCRICAO'
                     '                         VALOR'
             PERFORM P321-LISTAR-FAIXA UNTIL EOF-OK
             CLOSE TARIFAS
             DISPLAY 'FAIXAS CADASTRADAS: ' WS-QTD-LISTADAS
          ELSE
             DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'TARFCNTT' 'TARIFAS   '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P321-LISTAR-FAIXA.
       READ TARIFAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-QTD-LISTADAS
               MOVE TAR-CEP-INICIO TO WS-LF-INICIO
               MOVE TAR-CEP-FIM    TO WS-LF-FIM
               INSPECT WS-LF-INICIO REPLACING ALL SPACE BY '-'
               INSPECT WS-LF-FIM    REPLACING ALL SPACE BY '-'
               MOVE TAR-DS-FAIXA   TO WS-LF-DESC
               MOVE TAR-VL-PECA    TO WS-LF-VALOR
               DISPLAY WS-LINHA-FAIXA
       END-READ
       .

      *---------------------------------------------------------
      * Altera a descrição e o valor por peça (o reajuste dos
      * Correios); os limites da faixa não mudam por aqui: para
      * redesenhar a faixa, exclua e inclua de novo, passando pela
      * conferência de sobreposição.
      *---------------------------------------------------------
       P330-ALTERAR-FAIXA.
       SET FS-OK TO TRUE.

       DISPLAY 'INFORME O CEP INICIAL DA FAIXA A ALTERAR:'
       ACCEPT WS-CEP-INICIO

       OPEN I-O TARIFAS
       IF FS-OK THEN
          MOVE WS-CEP-INICIO TO TAR-CEP-INICIO
          READ TARIFAS
               KEY IS TAR-CEP-INICIO
               INVALID KEY
                  DISPLAY 'FAIXA NAO CADASTRADA'
               NOT INVALID KEY
                  PERFORM P350-MONTAR-AUD-FAIXA
                  MOVE WS-AUD-FAIXA TO WS-AUD-ANTES
                  MOVE TAR-VL-PECA  TO WS-LF-VALOR
                  DISPLAY 'DESCRICAO ATUAL: ' TAR-DS-FAIXA
                  DISPLAY 'VALOR ATUAL....: ' WS-LF-VALOR
                  DISPLAY 'INFORME A NOVA DESCRICAO (EM BRANCO'
                  DISPLAY 'MANTEM A ATUAL):'
                  ACCEPT WS-DS-FAIXA
                  IF WS-DS-FAIXA NOT EQUAL SPACES
                     MOVE WS-DS-FAIXA TO TAR-DS-FAIXA
                  END-IF
                  DISPLAY 'INFORME O NOVO VALOR POR PECA EM'
                  DISPLAY 'CENTAVOS (ZERO MANTEM O ATUAL):'
                  ACCEPT WS-VL-CENTAVOS
                  IF WS-VL-CENTAVOS GREATER ZEROS
                     COMPUTE TAR-VL-PECA = WS-VL-CENTAVOS / 100
                  END-IF
                  ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                  MOVE WS-DATA-HOJE   TO TAR-DT-ALTERACAO
                  MOVE LK-US-OPERADOR TO TAR-US-ALTERACAO
                  REWRITE REG-TARIFA
                  DISPLAY 'FAIXA ALTERADA COM SUCESSO'
                  MOVE TAR-CEP-INICIO TO WS-AUD-CHAVE
                  PERFORM P350-MONTAR-AUD-FAIXA
                  MOVE WS-AUD-FAIXA TO WS-AUD-DEPOIS
                  CALL 'GRAVAUDTT' USING 'TARFCNTT'
                       'ALTERACAO ' LK-US-OPERADOR WS-AUD-CHAVE
                       WS-AUD-ANTES WS-AUD-DEPOIS
          END-READ
          CLOSE TARIFAS
       ELSE
          DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TARFCNTT' 'TARIFAS   '
               WS-FS WS-ERR-CHAVE
       END-IF
       .

       P340-EXCLUIR-FAIXA.
       SET FS-OK TO TRUE.

       DISPLAY 'INFORME O CEP INICIAL DA FAIXA A EXCLUIR:'
       ACCEPT WS-CEP-INICIO

       OPEN I-O TARIFAS
       IF FS-OK THEN
          MOVE WS-CEP-INICIO TO TAR-CEP-INICIO
          READ TARIFAS
               KEY IS TAR-CEP-INICIO
               INVALID KEY
                  DISPLAY 'FAIXA NAO CADASTRADA'
               NOT INVALID KEY
                  DISPLAY 'FAIXA: ' TAR-CEP-INICIO ' A '
                          TAR-CEP-FIM ' - ' TAR-DS-FAIXA
                  DISPLAY 'TECLE <S> PARA CONFIRMAR A EXCLUSAO'
                  DISPLAY 'OU <QUALQUER TECLA> PARA ABORTAR'
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM EQUAL 'S'
                     PERFORM P350-MONTAR-AUD-FAIXA
                     MOVE WS-AUD-FAIXA TO WS-AUD-ANTES
                     MOVE SPACES TO WS-AUD-DEPOIS
                     MOVE TAR-CEP-INICIO TO WS-AUD-CHAVE
                     DELETE TARIFAS RECORD
                     DISPLAY 'FAIXA EXCLUIDA COM SUCESSO'
                     CALL 'GRAVAUDTT' USING 'TARFCNTT'
                          'EXCLUSAO  ' LK-US-OPERADOR WS-AUD-CHAVE
                          WS-AUD-ANTES WS-AUD-DEPOIS
                  ELSE
                     DISPLAY 'FAIXA NAO EXCLUIDA'
                  END-IF
          END-READ
          CLOSE TARIFAS
       ELSE
          DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TARFCNTT' 'TARIFAS   '
               WS-FS WS-ERR-CHAVE
       END-IF
       .

       P350-MONTAR-AUD-FAIXA.
       MOVE TAR-CEP-INICIO TO WS-AF-INICIO
       MOVE TAR-CEP-FIM    TO WS-AF-FIM
       MOVE TAR-VL-PECA    TO WS-AF-VALOR
       .

       P900-FIM.

       GOBACK.
       END PROGRAM TARFCNTT.
