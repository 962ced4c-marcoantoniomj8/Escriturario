      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Ficha cadastral impressa do contato, para
      *            levar à visita de campo: uma folha (ou mais)
      *            por contato, sempre começando em página nova,
      *            com:
      *            - o registro formatado: telefone pelo
      *              FMTTELTT, grupo e filial pelo nome, situação,
      *              endereço e responsável pela carteira
      *              (CONTCART.DAT);
      *            - as autorizações de contato por canal;
      *            - os meios de contato adicionais (CONTMEIO.DAT);
      *            - as últimas N anotações (CONTNOTA.DAT), e
      *              também as mais antigas que ainda tenham
      *              retorno prometido de hoje em diante;
      *            - os itens de campanha em aberto (pendentes ou
      *              a retentar, CONTCAMP.DAT);
      *            - a pendência com o fornecedor (CONTVEND.DAT).
      *            A ficha sai para um id (com o dígito
      *            verificador), para os contatos ativos de um
      *            grupo (principal ou adicional, GRADCNTT) ou
      *            para os contatos ativos da carteira de um
      *            operador; como no MINCARTT, só o supervisor
      *            pede a carteira de outro operador. Para quem
      *            não é supervisor, o CPF/CNPJ e o nascimento
      *            saem mascarados (MASCARTT). Sai em spool datado
      *            catalogado (CATSPLTT).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - A situação do endereço mostra a empresa
      *                   baixada na Receita (marca 'B', RFBCNPTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHCNTT.

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

                SELECT FILIAIS ASSIGN TO WS-ARQ-FILIAIS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FIL-CD-FILIAL
                FILE STATUS IS WS-FS-FIL.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT MEIOS ASSIGN TO WS-ARQ-MEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MEI-CHAVE
                FILE STATUS IS WS-FS-MEI.

                SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOT-CHAVE
                FILE STATUS IS WS-FS-NOT.

                SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMP-CHAVE
                FILE STATUS IS WS-FS-CMP.

                SELECT PENDENCIAS ASSIGN TO WS-ARQ-PENDENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS VEN-ID-CONTATO
                FILE STATUS IS WS-FS-VEN.

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

       FD FILIAIS.
          COPY FD_FILTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD MEIOS.
          COPY FD_MEIOTT.

       FD NOTAS.
          COPY FD_NOTATT.

       FD CAMPANHAS.
          COPY FD_CMPTT.

       FD PENDENCIAS.
          COPY FD_VENTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-GRP         PIC 99.
          88 FS-GRP-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-FIL         PIC 99.
          88 FS-FIL-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-MEI         PIC 99.
          88 FS-MEI-OK      VALUE 0.
       77 WS-FS-NOT         PIC 99.
          88 FS-NOT-OK      VALUE 0.
       77 WS-FS-CMP         PIC 99.
          88 FS-CMP-OK      VALUE 0.
       77 WS-FS-VEN         PIC 99.
          88 FS-VEN-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-EOF-SEL        PIC X.
          88 EOF-SEL-OK     VALUE 'S' FALSE 'N'.

      *    Arquivos auxiliares abertos (arquivo ainda inexistente,
      *    status 35, é só uma seção sem nada a mostrar).
       77 WS-GRP-ABERTO     PIC X VALUE 'N'.
          88 GRUPOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-GRA-ABERTO     PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FIL-ABERTO     PIC X VALUE 'N'.
          88 FILIAIS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CAR-ABERTO     PIC X VALUE 'N'.
          88 CARTEIRA-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-MEI-ABERTO     PIC X VALUE 'N'.
          88 MEIOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NOT-ABERTO     PIC X VALUE 'N'.
          88 NOTAS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-VEN-ABERTO     PIC X VALUE 'N'.
          88 PENDENCIAS-ABERTO-OK VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-GRUPOS     PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-FILIAIS    PIC X(60) VALUE 'FILICNTT.DAT'.
       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-MEIOS      PIC X(60) VALUE 'CONTMEIO.DAT'.
       77 WS-ARQ-NOTAS      PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-CAMPANHAS  PIC X(60) VALUE 'CONTCAMP.DAT'.
       77 WS-ARQ-PENDENCIAS PIC X(60) VALUE 'CONTVEND.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-ERR-ARQUIVO    PIC X(10) VALUE SPACES.
       77 WS-ERR-FS         PIC 99 VALUE ZEROS.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Seleção: 1 = um id, 2 = um grupo, 3 = uma carteira.
       77 WS-MODO-SELECAO   PIC X VALUE SPACES.
          88 SELECAO-POR-ID       VALUE '1'.
          88 SELECAO-POR-GRUPO    VALUE '2'.
          88 SELECAO-POR-CARTEIRA VALUE '3'.
       77 WS-SELECAO-OK     PIC X VALUE 'N'.
          88 SELECAO-VALIDA-OK VALUE 'S' FALSE 'N'.
       77 WS-ID-PESSOA      PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA     PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO   PIC 9(01) VALUE ZEROS.
       77 WS-GRUPO-FILTRO   PIC 9(03) VALUE ZEROS.
       77 WS-CD-CARTEIRA    PIC X(08) VALUE SPACES.
       77 WS-NO-GRUPO       PIC X VALUE 'N'.
          88 NO-GRUPO-OK    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-CAR      PIC X VALUE 'N'.
          88 ACHOU-CAR-OK   VALUE 'S' FALSE 'N'.

      *    Quantas anotações recentes saem na ficha (padrão 5).
       77 WS-QTD-ULT-NOTAS  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-NOTAS      PIC 9(04) VALUE ZEROS.
       77 WS-NOTAS-PULAR    PIC 9(04) VALUE ZEROS.
       77 WS-POS-NOTA       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-IMPRESSAS  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MEIOS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CAMP       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FICHAS     PIC 9(06) VALUE ZEROS.

      *    Itens de campanha em aberto, carregados uma única vez:
      *    o arquivo é chaveado por campanha, não por contato.
       77 WS-MAX-CMP        PIC 9(04) VALUE 2000.
       77 WS-QTD-CMP-TAB    PIC 9(04) VALUE ZEROS.
       77 WS-CMP-EXCEDENTES PIC 9(06) VALUE ZEROS.
       77 WS-IDX-CMP        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CAMPANHAS.
          03 WS-TAB-CMP     OCCURS 2000 TIMES.
             05 WS-TCMP-ID-CONTATO PIC 9(06).
             05 WS-TCMP-NR-CAMPANHA PIC 9(04).
             05 WS-TCMP-SEQUENCIA  PIC 9(05).
             05 WS-TCMP-SITUACAO   PIC X(01).
             05 WS-TCMP-DT-GERACAO PIC 9(08).

       77 WS-TEL-ENTRADA    PIC X(15) VALUE SPACES.
       77 WS-TEL-FMT        PIC X(15) VALUE SPACES.
       77 WS-MSC-VALOR      PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA      PIC X(40) VALUE SPACES.
       77 WS-DS-CLASSE      PIC X(09) VALUE SPACES.
       77 WS-DS-TIPO        PIC X(12) VALUE SPACES.
       77 WS-DS-SIM-NAO     PIC X(03) VALUE SPACES.
       77 WS-DS-RETORNO     PIC X(40) VALUE SPACES.
       01 WS-CEP-EDITADO    PIC 99999B999.

       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.
       01 WS-LINHA-REL      PIC X(132) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(36) VALUE
                     'FICHA CADASTRAL DO CONTATO - ID '.
          03 WS-CAB1-ID     PIC 9(06).
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-CAB1-DV     PIC 9(01).
          03 FILLER         PIC X(06) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-SECAO.
          03 FILLER         PIC X(04) VALUE '--- '.
          03 WS-SEC-TITULO  PIC X(50).
          03 FILLER         PIC X(78) VALUE SPACES.

       01 WS-LINHA-CAMPO.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-CPO-ROTULO  PIC X(16).
          03 WS-CPO-VALOR   PIC X(60).
          03 FILLER         PIC X(52) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-FILIAIS
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-CAMPANHAS
            CALL 'ARQPARTT' USING WS-ARQ-PENDENCIAS
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** FICHA CADASTRAL PARA VISITA *****'

            SET SELECAO-VALIDA-OK TO FALSE
            PERFORM P100-ESCOLHER-SELECAO THRU P100-FIM
            IF SELECAO-VALIDA-OK
               PERFORM P050-MONTAR-NOME-SPOOL
               PERFORM P200-EMITIR-FICHAS THRU P200-FIM
            END-IF
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE WS-SPL-DATA TO WS-DATA-HOJE
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'FICHCNTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * A ficha sai para um id (conferido pelo dígito
      * verificador), para um grupo ou para uma carteira; em
      * seguida, quantas anotações recentes devem sair.
      *---------------------------------------------------------
       P100-ESCOLHER-SELECAO.
       DISPLAY 'EMITIR FICHA DE: <1> UM CONTATO  <2> UM GRUPO'
       DISPLAY '                 <3> UMA CARTEIRA'
       ACCEPT WS-MODO-SELECAO
       EVALUATE TRUE
          WHEN SELECAO-POR-GRUPO
             PERFORM P120-INFORMAR-GRUPO
             IF WS-GRUPO-FILTRO EQUAL ZEROS
                GO TO P100-FIM
             END-IF
          WHEN SELECAO-POR-CARTEIRA
             MOVE LK-US-OPERADOR(1:8) TO WS-CD-CARTEIRA
             IF OPERADOR-SUPERVISOR
                DISPLAY 'INFORME O OPERADOR DA CARTEIRA (EM BRANCO'
                DISPLAY 'PARA A SUA PROPRIA):'
                MOVE SPACES TO WS-CD-CARTEIRA
                ACCEPT WS-CD-CARTEIRA
                IF WS-CD-CARTEIRA EQUAL SPACES
                   MOVE LK-US-OPERADOR(1:8) TO WS-CD-CARTEIRA
                END-IF
             END-IF
          WHEN OTHER
             SET SELECAO-POR-ID TO TRUE
             DISPLAY 'INFORME O NUMERO DE IDENTIFICACAO DO CONTATO:'
             ACCEPT WS-ID-PESSOA
             IF WS-ID-PESSOA EQUAL ZEROS
                DISPLAY 'NUMERO DE IDENTIFICACAO INVALIDO'
                GO TO P100-FIM
             END-IF
             DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
             ACCEPT WS-DV-ENTRADA
             CALL 'CALCDVTT' USING WS-ID-PESSOA WS-DV-CALCULADO
             IF WS-DV-ENTRADA NOT EQUAL WS-DV-CALCULADO
                DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
                DISPLAY 'ID ANOTADO'
                GO TO P100-FIM
             END-IF
       END-EVALUATE

       DISPLAY 'QUANTAS ANOTACOES RECENTES POR FICHA (0 = 5):'
       ACCEPT WS-QTD-ULT-NOTAS
       IF WS-QTD-ULT-NOTAS EQUAL ZEROS
          MOVE 5 TO WS-QTD-ULT-NOTAS
       END-IF
       SET SELECAO-VALIDA-OK TO TRUE
       .
       P100-FIM.

      *---------------------------------------------------------
      * Valida o grupo contra o cadastro de grupos, como as
      * etiquetas (ETQCONTT); aqui o grupo é obrigatório.
      *---------------------------------------------------------
       P120-INFORMAR-GRUPO.
       DISPLAY 'INFORME O CODIGO DO GRUPO:'
       ACCEPT WS-GRUPO-FILTRO
       IF WS-GRUPO-FILTRO EQUAL ZEROS
          DISPLAY 'GRUPO NAO INFORMADO'
       ELSE
          SET FS-GRP-OK TO TRUE
          OPEN INPUT GRUPOS
          IF FS-GRP-OK
             MOVE WS-GRUPO-FILTRO TO GRP-CD-GRUPO
             READ GRUPOS
                  KEY IS GRP-CD-GRUPO
                  INVALID KEY
                     DISPLAY 'GRUPO NAO CADASTRADO'
                     MOVE ZEROS TO WS-GRUPO-FILTRO
                  NOT INVALID KEY
                     DISPLAY 'GRUPO: ' GRP-CD-GRUPO ' - '
                             GRP-NM-GRUPO
             END-READ
             CLOSE GRUPOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
             CALL 'FSMSGTT' USING WS-FS-GRP WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'FICHCNTT' 'GRUPOS    '
                  WS-FS-GRP WS-ERR-CHAVE
             MOVE ZEROS TO WS-GRUPO-FILTRO
          END-IF
       END-IF
       .

       P200-EMITIR-FICHAS.
       MOVE ZEROS TO WS-LINHA WS-PAGINA WS-QTD-FICHAS
       SET FS-OK TO TRUE
       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'FICHCNTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF

       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'FICHCNTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          CLOSE CONTATOS
          GO TO P200-FIM
       END-IF

       PERFORM P210-ABRIR-AUXILIARES
       PERFORM P250-CARREGAR-CAMPANHAS

       EVALUATE TRUE
          WHEN SELECAO-POR-GRUPO
             PERFORM P260-FICHAS-DO-GRUPO
          WHEN SELECAO-POR-CARTEIRA
             PERFORM P270-FICHAS-DA-CARTEIRA
          WHEN OTHER
             MOVE WS-ID-PESSOA TO ID-CONTATO
             READ CONTATOS
                  KEY IS ID-CONTATO
                  INVALID KEY
                     DISPLAY 'CONTATO NAO CADASTRADO'
                  NOT INVALID KEY
                     SET ACHOU-CAR-OK TO FALSE
                     PERFORM P300-IMPRIMIR-FICHA
             END-READ
       END-EVALUATE

       CLOSE CONTATOS
       PERFORM P290-FECHAR-AUXILIARES
       CLOSE RELATORIO
       CALL 'CATSPLTT' USING 'FICHCNTT' WS-ARQ-RELATORIO
       DISPLAY 'FICHAS EMITIDAS: ' WS-QTD-FICHAS
       IF WS-CMP-EXCEDENTES GREATER ZEROS
          DISPLAY 'ATENCAO: ' WS-CMP-EXCEDENTES ' ITENS DE CAMPANHA'
          DISPLAY 'EM ABERTO ALEM DOS ' WS-MAX-CMP ' SUPORTADOS NAO'
          DISPLAY 'SAIRAM NAS FICHAS'
       END-IF
       DISPLAY 'SPOOL: ' WS-ARQ-RELATORIO
       .
       P200-FIM.

      *---------------------------------------------------------
      * Arquivos auxiliares: abertos uma vez para todas as
      * fichas. Arquivo inexistente (35) só deixa a seção vazia;
      * outro erro é registrado e a seção sai sem os dados.
      *---------------------------------------------------------
       P210-ABRIR-AUXILIARES.
       SET FS-GRP-OK TO TRUE
       OPEN INPUT GRUPOS
       IF FS-GRP-OK
          SET GRUPOS-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-GRP TO WS-ERR-FS
          MOVE 'GRUPOS    ' TO WS-ERR-ARQUIVO
          PERFORM P220-ERRO-AUXILIAR
       END-IF
       SET FS-GRA-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF FS-GRA-OK
          SET GRADIC-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-GRA NOT EQUAL 35
             MOVE WS-FS-GRA TO WS-ERR-FS
             MOVE 'GRUPADIC  ' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       SET FS-FIL-OK TO TRUE
       OPEN INPUT FILIAIS
       IF FS-FIL-OK
          SET FILIAIS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-FIL NOT EQUAL 35
             MOVE WS-FS-FIL TO WS-ERR-FS
             MOVE 'FILIAIS   ' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       SET FS-CAR-OK TO TRUE
       OPEN INPUT CARTEIRA
       IF FS-CAR-OK
          SET CARTEIRA-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-CAR NOT EQUAL 35
             MOVE WS-FS-CAR TO WS-ERR-FS
             MOVE 'CARTEIRA  ' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       SET FS-MEI-OK TO TRUE
       OPEN INPUT MEIOS
       IF FS-MEI-OK
          SET MEIOS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-MEI NOT EQUAL 35
             MOVE WS-FS-MEI TO WS-ERR-FS
             MOVE 'MEIOS     ' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       SET FS-NOT-OK TO TRUE
       OPEN INPUT NOTAS
       IF FS-NOT-OK
          SET NOTAS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-NOT NOT EQUAL 35
             MOVE WS-FS-NOT TO WS-ERR-FS
             MOVE 'NOTAS     ' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       SET FS-VEN-OK TO TRUE
       OPEN INPUT PENDENCIAS
       IF FS-VEN-OK
          SET PENDENCIAS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-VEN NOT EQUAL 35
             MOVE WS-FS-VEN TO WS-ERR-FS
             MOVE 'PENDENCIAS' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       .

       P220-ERRO-AUXILIAR.
       DISPLAY 'ERRO AO ABRIR O ARQUIVO ' WS-ERR-ARQUIVO
       CALL 'FSMSGTT' USING WS-ERR-FS WS-FS-MSG
       DISPLAY WS-FS-MSG
       CALL 'ERRLOGTT' USING 'FICHCNTT' WS-ERR-ARQUIVO
            WS-ERR-FS WS-ERR-CHAVE
       .

      *---------------------------------------------------------
      * Só os itens em aberto (pendentes ou a retentar) entram
      * na tabela; o arquivo inexistente deixa a tabela vazia.
      *---------------------------------------------------------
       P250-CARREGAR-CAMPANHAS.
       MOVE ZEROS TO WS-QTD-CMP-TAB WS-CMP-EXCEDENTES
       SET FS-CMP-OK TO TRUE
       OPEN INPUT CAMPANHAS
       IF FS-CMP-OK
          SET EOF-OK TO FALSE
          PERFORM P251-LER-CAMPANHA UNTIL EOF-OK
          CLOSE CAMPANHAS
       ELSE
          IF WS-FS-CMP NOT EQUAL 35
             MOVE WS-FS-CMP TO WS-ERR-FS
             MOVE 'CAMPANHAS ' TO WS-ERR-ARQUIVO
             PERFORM P220-ERRO-AUXILIAR
          END-IF
       END-IF
       .

       P251-LER-CAMPANHA.
       READ CAMPANHAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ITEM-PENDENTE OR ITEM-RETENTAR
                  IF WS-QTD-CMP-TAB LESS WS-MAX-CMP
                     ADD 1 TO WS-QTD-CMP-TAB
                     MOVE CMP-ID-CONTATO
                       TO WS-TCMP-ID-CONTATO(WS-QTD-CMP-TAB)
                     MOVE CMP-NR-CAMPANHA
                       TO WS-TCMP-NR-CAMPANHA(WS-QTD-CMP-TAB)
                     MOVE CMP-SEQUENCIA
                       TO WS-TCMP-SEQUENCIA(WS-QTD-CMP-TAB)
                     MOVE CMP-SITUACAO
                       TO WS-TCMP-SITUACAO(WS-QTD-CMP-TAB)
                     MOVE CMP-DT-GERACAO
                       TO WS-TCMP-DT-GERACAO(WS-QTD-CMP-TAB)
                  ELSE
                     ADD 1 TO WS-CMP-EXCEDENTES
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Grupo: varre a base em ordem de id e emite a ficha de
      * cada contato ativo do grupo, principal ou adicional.
      *---------------------------------------------------------
       P260-FICHAS-DO-GRUPO.
       MOVE ZEROS TO ID-CONTATO
       SET EOF-SEL-OK TO FALSE
       START CONTATOS KEY IS GREATER OR EQUAL ID-CONTATO
             INVALID KEY
                SET EOF-SEL-OK TO TRUE
       END-START
       PERFORM P261-LER-CONTATO-GRUPO UNTIL EOF-SEL-OK
       .

       P261-LER-CONTATO-GRUPO.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-SEL-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO
                  SET NO-GRUPO-OK TO TRUE
                  IF CD-GRUPO NOT EQUAL WS-GRUPO-FILTRO
                     PERFORM P265-CONFERIR-GRUPO-ADIC
                  END-IF
                  IF NO-GRUPO-OK
                     SET ACHOU-CAR-OK TO FALSE
                     PERFORM P300-IMPRIMIR-FICHA
                  END-IF
               END-IF
       END-READ
       .

       P265-CONFERIR-GRUPO-ADIC.
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
       .

      *---------------------------------------------------------
      * Carteira: percorre a chave alternada do operador, como
      * o MINCARTT, e emite a ficha de cada contato ativo. O
      * registro da carteira já lido dá o responsável da ficha.
      *---------------------------------------------------------
       P270-FICHAS-DA-CARTEIRA.
       IF NOT CARTEIRA-ABERTO-OK
          DISPLAY 'NENHUMA CARTEIRA DE CONTATOS CADASTRADA'
       ELSE
          MOVE WS-CD-CARTEIRA TO CAR-CD-OPERADOR
          SET EOF-SEL-OK TO FALSE
          START CARTEIRA KEY IS EQUAL CAR-CD-OPERADOR
                INVALID KEY
                   SET EOF-SEL-OK TO TRUE
          END-START
          PERFORM P271-LER-CARTEIRA UNTIL EOF-SEL-OK
       END-IF
       IF WS-QTD-FICHAS EQUAL ZEROS
          DISPLAY 'CARTEIRA ' WS-CD-CARTEIRA
                  ' SEM CONTATOS ATIVOS'
       END-IF
       .

       P271-LER-CARTEIRA.
       READ CARTEIRA NEXT RECORD
            AT END
               SET EOF-SEL-OK TO TRUE
            NOT AT END
               IF CAR-CD-OPERADOR NOT EQUAL WS-CD-CARTEIRA
                  SET EOF-SEL-OK TO TRUE
               ELSE
                  MOVE CAR-ID-CONTATO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CONTATO-ATIVO
                             SET ACHOU-CAR-OK TO TRUE
                             PERFORM P300-IMPRIMIR-FICHA
                          END-IF
                  END-READ
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Uma ficha: sempre em página nova, com o id no cabeçalho
      * de cada página para as folhas não se misturarem.
      *---------------------------------------------------------
       P300-IMPRIMIR-FICHA.
       ADD 1 TO WS-QTD-FICHAS
       MOVE ID-CONTATO TO WS-ID-PESSOA WS-CAB1-ID
       CALL 'CALCDVTT' USING WS-ID-PESSOA WS-DV-CALCULADO
       MOVE WS-DV-CALCULADO TO WS-CAB1-DV
       PERFORM P800-IMPRIMIR-CABECALHO
       MOVE SPACES TO WS-LINHA-REL
       STRING 'EMITIDA EM '    DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              ' POR '          DELIMITED BY SIZE
              LK-US-OPERADOR   DELIMITED BY SIZE
         INTO WS-LINHA-REL
       END-STRING
       PERFORM P810-ESCREVER-LINHA

       PERFORM P310-SECAO-CADASTRO
       PERFORM P320-SECAO-CONSENTIMENTOS
       PERFORM P330-SECAO-MEIOS
       PERFORM P340-SECAO-NOTAS
       PERFORM P360-SECAO-CAMPANHAS
       PERFORM P370-SECAO-PENDENCIA

       MOVE 'FIM DA FICHA' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       .

       P310-SECAO-CADASTRO.
       MOVE 'DADOS CADASTRAIS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE 'NOME COMPLETO..:' TO WS-CPO-ROTULO
       MOVE NM-COMPLETO        TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'NOME SOCIAL....:' TO WS-CPO-ROTULO
       MOVE NM-CONTATO         TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO

      *    CPF/CNPJ e nascimento mascarados para quem não é
      *    supervisor, como nos demais relatórios impressos.
       MOVE 'CPF/CNPJ.......:' TO WS-CPO-ROTULO
       IF OPERADOR-SUPERVISOR
          MOVE NR-DOCUMENTO TO WS-CPO-VALOR
       ELSE
          MOVE NR-DOCUMENTO TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'D' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'NASCIMENTO.....:' TO WS-CPO-ROTULO
       IF OPERADOR-SUPERVISOR
          MOVE DT-NASCIMENTO TO WS-CPO-VALOR
       ELSE
          MOVE DT-NASCIMENTO TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'N' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO

       MOVE 'TELEFONE.......:' TO WS-CPO-ROTULO
       MOVE TELEFONE TO WS-TEL-ENTRADA
       CALL 'FMTTELTT' USING WS-TEL-ENTRADA WS-TEL-FMT
       MOVE WS-TEL-FMT TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'E-MAIL.........:' TO WS-CPO-ROTULO
       MOVE EMAIL              TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'LOGRADOURO.....:' TO WS-CPO-ROTULO
       MOVE END-LOGRADOURO     TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'COMPLEMENTO....:' TO WS-CPO-ROTULO
       MOVE END-COMPLEMENTO    TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'CIDADE/UF/CEP..:' TO WS-CPO-ROTULO
       MOVE END-CEP TO WS-CEP-EDITADO
       INSPECT WS-CEP-EDITADO REPLACING ALL SPACES BY '-'
       MOVE SPACES TO WS-CPO-VALOR
       STRING END-CIDADE     DELIMITED BY SIZE
              ' '            DELIMITED BY SIZE
              END-UF         DELIMITED BY SIZE
              ' '            DELIMITED BY SIZE
              WS-CEP-EDITADO DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'SITUACAO END...:' TO WS-CPO-ROTULO
       IF ENDERECO-DEVOLVIDO
          MOVE 'CORRESPONDENCIA DEVOLVIDA - CONFIRMAR NA VISITA'
            TO WS-CPO-VALOR
       ELSE
       IF EMPRESA-BAIXADA
          MOVE 'EMPRESA BAIXADA NA RECEITA - CONFIRMAR NA VISITA'
            TO WS-CPO-VALOR
       ELSE
          MOVE 'NORMAL' TO WS-CPO-VALOR
       END-IF
       END-IF
       PERFORM P840-ESCREVER-CAMPO

       MOVE 'GRUPO..........:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       MOVE CD-GRUPO TO GRP-CD-GRUPO
       MOVE SPACES TO GRP-NM-GRUPO
       IF GRUPOS-ABERTO-OK
          READ GRUPOS
               KEY IS GRP-CD-GRUPO
               INVALID KEY
                  MOVE 'NAO CADASTRADO' TO GRP-NM-GRUPO
          END-READ
       END-IF
       STRING CD-GRUPO     DELIMITED BY SIZE
              ' - '        DELIMITED BY SIZE
              GRP-NM-GRUPO DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'FILIAL.........:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       MOVE CD-FILIAL TO FIL-CD-FILIAL
       MOVE SPACES TO FIL-NM-FILIAL
       IF FILIAIS-ABERTO-OK AND CD-FILIAL NOT EQUAL SPACES
          READ FILIAIS
               KEY IS FIL-CD-FILIAL
               INVALID KEY
                  MOVE 'NAO CADASTRADA' TO FIL-NM-FILIAL
          END-READ
       END-IF
       STRING CD-FILIAL     DELIMITED BY SIZE
              ' - '         DELIMITED BY SIZE
              FIL-NM-FILIAL DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO

       MOVE 'SITUACAO.......:' TO WS-CPO-ROTULO
       IF CONTATO-ATIVO
          MOVE 'ATIVO' TO WS-CPO-VALOR
       ELSE
          MOVE 'INATIVO' TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO
       PERFORM P315-RESPONSAVEL
       MOVE 'ULT. ALTERACAO.:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       STRING DT-ULT-ALTERACAO DELIMITED BY SIZE
              ' POR '          DELIMITED BY SIZE
              US-ULT-ALTERACAO DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       .

      *    Na seleção por carteira o registro já está lido; nas
      *    demais, o responsável é lido pelo id do contato.
       P315-RESPONSAVEL.
       IF NOT ACHOU-CAR-OK AND CARTEIRA-ABERTO-OK
          MOVE ID-CONTATO TO CAR-ID-CONTATO
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET ACHOU-CAR-OK TO TRUE
          END-READ
       END-IF
       MOVE 'RESPONSAVEL....:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       IF ACHOU-CAR-OK
          STRING CAR-CD-OPERADOR DELIMITED BY SIZE
                 ' DESDE '       DELIMITED BY SIZE
                 CAR-DATA        DELIMITED BY SIZE
            INTO WS-CPO-VALOR
          END-STRING
       ELSE
          MOVE 'SEM RESPONSAVEL NA CARTEIRA' TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO
       .

       P320-SECAO-CONSENTIMENTOS.
       MOVE 'AUTORIZACOES DE CONTATO' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE 'TELEFONE.......:' TO WS-CPO-ROTULO
       IF CONSENTE-TELEFONE
          MOVE 'SIM' TO WS-CPO-VALOR
       ELSE
          MOVE 'NAO - NAO LIGAR' TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'E-MAIL.........:' TO WS-CPO-ROTULO
       IF CONSENTE-EMAIL
          MOVE 'SIM' TO WS-CPO-VALOR
       ELSE
          MOVE 'NAO - NAO ENVIAR E-MAIL' TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'CORREIO........:' TO WS-CPO-ROTULO
       IF CONSENTE-CORREIO
          MOVE 'SIM' TO WS-CPO-VALOR
       ELSE
          MOVE 'NAO - NAO ENVIAR CORRESPONDENCIA' TO WS-CPO-VALOR
       END-IF
       PERFORM P840-ESCREVER-CAMPO
       .

       P330-SECAO-MEIOS.
       MOVE 'MEIOS DE CONTATO ADICIONAIS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-MEIOS
       IF MEIOS-ABERTO-OK
          MOVE WS-ID-PESSOA TO MEI-ID-CONTATO
          MOVE ZEROS TO MEI-SEQUENCIA
          SET EOF-OK TO FALSE
          START MEIOS KEY IS GREATER OR EQUAL MEI-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P331-LER-MEIO UNTIL EOF-OK
       END-IF
       IF WS-QTD-MEIOS EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P331-LER-MEIO.
       READ MEIOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF MEI-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-MEIOS
                  PERFORM P335-IMPRIMIR-MEIO
               END-IF
       END-READ
       .

       P335-IMPRIMIR-MEIO.
       EVALUATE TRUE
          WHEN TIPO-CELULAR
             MOVE 'CELULAR'     TO WS-DS-TIPO
          WHEN TIPO-TRABALHO
             MOVE 'TRABALHO'    TO WS-DS-TIPO
          WHEN TIPO-RESIDENCIAL
             MOVE 'RESIDENCIAL' TO WS-DS-TIPO
          WHEN OTHER
             MOVE SPACES        TO WS-DS-TIPO
       END-EVALUATE
       MOVE SPACES TO WS-LINHA-REL
       IF MEIO-TELEFONE
          MOVE 'TELEFONE' TO WS-DS-CLASSE
          MOVE MEI-VALOR(1:15) TO WS-TEL-ENTRADA
          CALL 'FMTTELTT' USING WS-TEL-ENTRADA WS-TEL-FMT
          STRING '    '        DELIMITED BY SIZE
                 WS-DS-CLASSE  DELIMITED BY SIZE
                 ' '           DELIMITED BY SIZE
                 WS-DS-TIPO    DELIMITED BY SIZE
                 ' '           DELIMITED BY SIZE
                 WS-TEL-FMT    DELIMITED BY SIZE
            INTO WS-LINHA-REL
          END-STRING
       ELSE
          MOVE 'E-MAIL' TO WS-DS-CLASSE
          STRING '    '        DELIMITED BY SIZE
                 WS-DS-CLASSE  DELIMITED BY SIZE
                 ' '           DELIMITED BY SIZE
                 WS-DS-TIPO    DELIMITED BY SIZE
                 ' '           DELIMITED BY SIZE
                 MEI-VALOR     DELIMITED BY SIZE
            INTO WS-LINHA-REL
          END-STRING
       END-IF
       PERFORM P810-ESCREVER-LINHA
       .

      *---------------------------------------------------------
      * Anotações: uma primeira leitura conta as do contato; a
      * segunda imprime as N últimas e, das anteriores, só as
      * que ainda têm retorno prometido de hoje em diante.
      *---------------------------------------------------------
       P340-SECAO-NOTAS.
       MOVE SPACES TO WS-SEC-TITULO
       STRING 'ANOTACOES (AS '  DELIMITED BY SIZE
              WS-QTD-ULT-NOTAS  DELIMITED BY SIZE
              ' ULTIMAS E RETORNOS PENDENTES)' DELIMITED BY SIZE
         INTO WS-SEC-TITULO
       END-STRING
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-NOTAS WS-POS-NOTA WS-QTD-IMPRESSAS
       IF NOTAS-ABERTO-OK
          PERFORM P341-POSICIONAR-NOTAS
          PERFORM P342-CONTAR-NOTA UNTIL EOF-OK
          MOVE ZEROS TO WS-NOTAS-PULAR
          IF WS-QTD-NOTAS GREATER WS-QTD-ULT-NOTAS
             COMPUTE WS-NOTAS-PULAR = WS-QTD-NOTAS - WS-QTD-ULT-NOTAS
          END-IF
          PERFORM P341-POSICIONAR-NOTAS
          PERFORM P343-LER-NOTA UNTIL EOF-OK
       END-IF
       IF WS-QTD-IMPRESSAS EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P341-POSICIONAR-NOTAS.
       MOVE WS-ID-PESSOA TO NOT-ID-CONTATO
       MOVE ZEROS TO NOT-SEQUENCIA
       SET EOF-OK TO FALSE
       START NOTAS KEY IS GREATER OR EQUAL NOT-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       .

       P342-CONTAR-NOTA.
       READ NOTAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF NOT-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-NOTAS
               END-IF
       END-READ
       .

       P343-LER-NOTA.
       READ NOTAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF NOT-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-POS-NOTA
                  IF WS-POS-NOTA GREATER WS-NOTAS-PULAR
                     OR NOT-DT-RETORNO NOT LESS WS-DATA-HOJE
                     PERFORM P345-IMPRIMIR-NOTA
                  END-IF
               END-IF
       END-READ
       .

       P345-IMPRIMIR-NOTA.
       ADD 1 TO WS-QTD-IMPRESSAS
       MOVE SPACES TO WS-LINHA-REL
       STRING '    '          DELIMITED BY SIZE
              NOT-DATA        DELIMITED BY SIZE
              ' '             DELIMITED BY SIZE
              NOT-HORA        DELIMITED BY SIZE
              ' '             DELIMITED BY SIZE
              NOT-US-OPERADOR DELIMITED BY SIZE
              ' '             DELIMITED BY SIZE
              NOT-TEXTO       DELIMITED BY SIZE
         INTO WS-LINHA-REL
       END-STRING
       PERFORM P810-ESCREVER-LINHA
       IF NOT-DT-RETORNO GREATER ZEROS
          IF NOT-DT-RETORNO LESS WS-DATA-HOJE
             MOVE '(VENCIDO)' TO WS-DS-RETORNO
          ELSE
             MOVE '(PENDENTE)' TO WS-DS-RETORNO
          END-IF
          MOVE SPACES TO WS-LINHA-REL
          STRING '             RETORNO PROMETIDO PARA ' DELIMITED
                 BY SIZE
                 NOT-DT-RETORNO DELIMITED BY SIZE
                 ' POR '        DELIMITED BY SIZE
                 NOT-US-RETORNO DELIMITED BY SIZE
                 ' '            DELIMITED BY SIZE
                 WS-DS-RETORNO  DELIMITED BY SIZE
            INTO WS-LINHA-REL
          END-STRING
          PERFORM P810-ESCREVER-LINHA
       END-IF
       .

       P360-SECAO-CAMPANHAS.
       MOVE 'ITENS DE CAMPANHA EM ABERTO' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-CAMP
       MOVE 1 TO WS-IDX-CMP
       PERFORM P361-CONFERIR-CAMPANHA
          UNTIL WS-IDX-CMP GREATER WS-QTD-CMP-TAB
       IF WS-QTD-CAMP EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P361-CONFERIR-CAMPANHA.
       IF WS-TCMP-ID-CONTATO(WS-IDX-CMP) EQUAL WS-ID-PESSOA
          ADD 1 TO WS-QTD-CAMP
          IF WS-TCMP-SITUACAO(WS-IDX-CMP) EQUAL 'R'
             MOVE 'A RETENTAR' TO WS-DS-TIPO
          ELSE
             MOVE 'PENDENTE'   TO WS-DS-TIPO
          END-IF
          MOVE SPACES TO WS-LINHA-REL
          STRING '    CAMPANHA '  DELIMITED BY SIZE
                 WS-TCMP-NR-CAMPANHA(WS-IDX-CMP) DELIMITED BY SIZE
                 ' ITEM '         DELIMITED BY SIZE
                 WS-TCMP-SEQUENCIA(WS-IDX-CMP)   DELIMITED BY SIZE
                 ' '              DELIMITED BY SIZE
                 WS-DS-TIPO       DELIMITED BY SIZE
                 ' GERADO EM '    DELIMITED BY SIZE
                 WS-TCMP-DT-GERACAO(WS-IDX-CMP)  DELIMITED BY SIZE
            INTO WS-LINHA-REL
          END-STRING
          PERFORM P810-ESCREVER-LINHA
       END-IF
       ADD 1 TO WS-IDX-CMP
       .

       P370-SECAO-PENDENCIA.
       MOVE 'PENDENCIA COM O FORNECEDOR DE ENVIOS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       IF PENDENCIAS-ABERTO-OK
          MOVE WS-ID-PESSOA TO VEN-ID-CONTATO
          READ PENDENCIAS
               KEY IS VEN-ID-CONTATO
               INVALID KEY
                  PERFORM P830-NADA-CONSTA
               NOT INVALID KEY
                  PERFORM P375-IMPRIMIR-PENDENCIA
          END-READ
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P375-IMPRIMIR-PENDENCIA.
       IF VENDOR-REJEITADO
          MOVE 'REJEITADO PELO FORNECEDOR' TO WS-DS-RETORNO
       ELSE
          MOVE 'SEM RETORNO DO FORNECEDOR' TO WS-DS-RETORNO
       END-IF
       MOVE SPACES TO WS-LINHA-REL
       STRING '    '          DELIMITED BY SIZE
              WS-DS-RETORNO   DELIMITED BY '  '
              ' MOTIVO '      DELIMITED BY SIZE
              VEN-MOTIVO      DELIMITED BY SIZE
              ' EM '          DELIMITED BY SIZE
              VEN-DT-RETORNO  DELIMITED BY SIZE
         INTO WS-LINHA-REL
       END-STRING
       PERFORM P810-ESCREVER-LINHA
       .

       P290-FECHAR-AUXILIARES.
       IF GRUPOS-ABERTO-OK
          CLOSE GRUPOS
          SET GRUPOS-ABERTO-OK TO FALSE
       END-IF
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       IF FILIAIS-ABERTO-OK
          CLOSE FILIAIS
          SET FILIAIS-ABERTO-OK TO FALSE
       END-IF
       IF CARTEIRA-ABERTO-OK
          CLOSE CARTEIRA
          SET CARTEIRA-ABERTO-OK TO FALSE
       END-IF
       IF MEIOS-ABERTO-OK
          CLOSE MEIOS
          SET MEIOS-ABERTO-OK TO FALSE
       END-IF
       IF NOTAS-ABERTO-OK
          CLOSE NOTAS
          SET NOTAS-ABERTO-OK TO FALSE
       END-IF
       IF PENDENCIAS-ABERTO-OK
          CLOSE PENDENCIAS
          SET PENDENCIAS-ABERTO-OK TO FALSE
       END-IF
       .

       P800-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE ZEROS TO WS-LINHA
       .

       P810-ESCREVER-LINHA.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P800-IMPRIMIR-CABECALHO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-REL
       ADD 1 TO WS-LINHA
       .

       P820-ABRIR-SECAO.
       MOVE SPACES TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       MOVE WS-LINHA-SECAO TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       .

       P830-NADA-CONSTA.
       MOVE '    NADA CONSTA' TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       .

       P840-ESCREVER-CAMPO.
       MOVE WS-LINHA-CAMPO TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       .
       END PROGRAM FICHCNTT.
