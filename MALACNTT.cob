      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Mala direta pré-triada para o desconto dos
      *            Correios. Seleciona os destinatários como a
      *            impressão de etiquetas (ETQCONTT: um grupo ou
      *            uma faixa de id, só ativos com consentimento de
      *            correio, sem endereço devolvido e com
      *            logradouro), ordena as peças pelo CEP por meio
      *            de um arquivo de trabalho chaveado por CEP e id
      *            (MALACNTT.TMP) e emite, nessa ordem, as
      *            etiquetas e, se o operador quiser, as cartas do
      *            modelo da mala direta (CARTCNTT.TXT), com um
      *            separador a cada malote. O malote é a faixa de
      *            CEP da tabela de tarifas (CONTTARF.DAT, tela
      *            TARFCNTT). O extrato de depósito relaciona os
      *            malotes com as quantidades, as peças por UF e a
      *            franquia estimada por faixa (peças x valor por
      *            peça). Peças com CEP fora de todas as faixas
      *            saem num malote próprio, sem valor, e são
      *            apontadas no extrato para a tabela ser
      *            completada. Contatos sem CEP numérico ficam fora
      *            da mala e são contados à parte. Os três
      *            arquivos saem em spool datado catalogado.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Contato de empresa baixada na Receita
      *                   (FL-ST-ENDERECO 'B', RFBCNPTT) fica fora
      *                   como o de correspondência devolvida, e
      *                   contado junto com ele no fechamento.
      * 15/10/2026 MAMJ - Contato marcado como falecido (CONTOBIT.DAT,
      *                   conferência mensal OBTCONTT) fica fora do
      *                   correio; contado à parte no fechamento.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MALACNTT.

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

                SELECT TARIFAS ASSIGN TO WS-ARQ-TARIFAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TAR-CEP-INICIO
                FILE STATUS IS WS-FS-TAR.

                SELECT TRABALHO ASSIGN TO WS-ARQ-TRABALHO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAL-CHAVE
                FILE STATUS IS WS-FS-TRB.

                SELECT MODELO ASSIGN TO WS-ARQ-MODELO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-MOD.

                SELECT ETIQUETAS ASSIGN TO WS-ARQ-ETIQUETAS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ETQ.

                SELECT CARTAS ASSIGN TO WS-ARQ-CARTAS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CAR.

                SELECT EXTRATO ASSIGN TO WS-ARQ-EXTRATO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-EXT.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD TARIFAS.
          COPY FD_TARTT.

      *---------------------------------------------------------
      * Arquivo de trabalho da ordenação: a chave CEP + id deixa
      * as peças em ordem de CEP na leitura sequencial; a faixa
      * de tarifa e a UF vão junto para o malote e o extrato.
      *---------------------------------------------------------
       FD TRABALHO.
       01 REG-TRABALHO.
          03 MAL-CHAVE.
             05 MAL-CEP        PIC X(08).
             05 MAL-ID-CONTATO PIC 9(06).
          03 MAL-FAIXA         PIC 9(03).
          03 MAL-UF            PIC X(02).

       FD MODELO.
       01 REG-MODELO         PIC X(80).

       FD ETIQUETAS.
       01 REG-ETIQUETA       PIC X(132).

       FD CARTAS.
       01 REG-CARTA          PIC X(132).

       FD EXTRATO.
       01 REG-EXTRATO        PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
          03 WS-TELEFONE   PIC X(15).
          03 WS-EMAIL      PIC X(40).
          03 WS-ENDERECO.
             05 WS-END-LOGRADOURO  PIC X(40).
             05 WS-END-COMPLEMENTO PIC X(20).
             05 WS-END-CIDADE      PIC X(20).
             05 WS-END-UF          PIC X(02).
             05 WS-END-CEP         PIC X(08).
          03 WS-CD-GRUPO   PIC 9(03).
          03 WS-ST-CONTATO PIC X(01).
          03 WS-DT-ULT-ALTERACAO PIC 9(08).
          03 WS-US-ULT-ALTERACAO PIC X(12).
          03 WS-DT-NASCIMENTO PIC 9(08).
          03 WS-CD-FILIAL  PIC X(03).
          03 WS-NR-DOCUMENTO PIC X(14).
          03 WS-FL-CONSENTIMENTO.
             05 WS-FL-CONS-TELEFONE PIC X(01).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-GRP         PIC 99.
          88 FS-GRP-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-TAR         PIC 99.
          88 FS-TAR-OK      VALUE 0.
       77 WS-FS-TRB         PIC 99.
          88 FS-TRB-OK      VALUE 0.
       77 WS-FS-MOD         PIC 99.
          88 FS-MOD-OK      VALUE 0.
       77 WS-FS-ETQ         PIC 99.
          88 FS-ETQ-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-EXT         PIC 99.
          88 FS-EXT-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-OPCAO-FILTRO   PIC X VALUE SPACES.
       77 WS-GRUPO-FILTRO   PIC 9(03) VALUE ZEROS.
       77 WS-GRUPO-VALIDO   PIC X VALUE 'N'.
          88 GRUPO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO       PIC X VALUE 'N'.
          88 NO-GRUPO-OK    VALUE 'S' FALSE 'N'.
       77 WS-ID-INICIO      PIC 9(06) VALUE ZEROS.
       77 WS-ID-FIM         PIC 9(06) VALUE 999999.
       77 WS-ID-ENTRADA     PIC 9(06) VALUE ZEROS.
       77 WS-ID-VALIDO      PIC X VALUE 'N'.
          88 ID-VALIDO-OK   VALUE 'S' FALSE 'N'.
       77 WS-MODO-FAIXA     PIC X VALUE 'N'.
          88 MODO-FAIXA-OK  VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM        PIC X VALUE SPACES.
       77 WS-GERA-CARTAS    PIC X VALUE 'N'.
          88 GERAR-CARTAS   VALUE 'S' FALSE 'N'.
       77 WS-SPOOL-ABERTO   PIC X VALUE 'N'.
          88 SPOOLS-ABERTOS VALUE 'S' FALSE 'N'.

       77 WS-QTD-PECAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PULADOS    PIC 9(06) VALUE ZEROS.
       77 WS-SEM-CONSENT    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
       77 WS-SEM-CEP        PIC 9(06) VALUE ZEROS.
       77 WS-FORA-TABELA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CARTAS     PIC 9(06) VALUE ZEROS.

      *---------------------------------------------------------
      * Tabela de tarifas carregada em memória, na ordem do CEP
      * inicial, com a contagem de peças de cada faixa.
      *---------------------------------------------------------
       01 WS-TAB-TARIFAS.
          03 WS-TAB-FAIXA OCCURS 200 TIMES.
             05 WS-TF-INICIO   PIC 9(08).
             05 WS-TF-FIM      PIC 9(08).
             05 WS-TF-DESC     PIC X(30).
             05 WS-TF-VALOR    PIC 9(03)V99.
             05 WS-TF-QTD      PIC 9(06).
       77 WS-QTD-FAIXAS     PIC 9(03) VALUE ZEROS.
       77 WS-FAIXAS-FORA    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FAIXA      PIC 9(03) VALUE ZEROS.
       77 WS-CEP-NUM        PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Peças por UF, na ordem em que a UF aparece (a do CEP);
      * UF além do limite da tabela entra em OUTRAS.
      *---------------------------------------------------------
       01 WS-TAB-UFS.
          03 WS-TAB-UF OCCURS 30 TIMES.
             05 WS-TU-UF       PIC X(02).
             05 WS-TU-QTD      PIC 9(06).
       77 WS-QTD-UFS        PIC 9(02) VALUE ZEROS.
       77 WS-UF-OUTRAS      PIC 9(06) VALUE ZEROS.
       77 WS-IDX-UF         PIC 9(02) VALUE ZEROS.

       77 WS-VL-SUBTOTAL    PIC 9(09)V99 VALUE ZEROS.
       77 WS-VL-TOTAL       PIC 9(09)V99 VALUE ZEROS.

      *---------------------------------------------------------
      * Controle do malote corrente.
      *---------------------------------------------------------
       77 WS-NR-MALOTE      PIC 9(04) VALUE ZEROS.
       77 WS-MLT-FAIXA      PIC 9(03) VALUE ZEROS.
       77 WS-MLT-CEP-INI    PIC 9(08) VALUE ZEROS.
       77 WS-MLT-CEP-FIM    PIC 9(08) VALUE ZEROS.
       77 WS-MLT-QTD        PIC 9(06) VALUE ZEROS.
       77 WS-MLT-ABERTO     PIC X VALUE 'N'.
          88 MALOTE-ABERTO  VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Etiquetas em duas colunas, como no ETQCONTT; a coluna 1
      * fica pendente até a coluna 2 chegar, o malote fechar ou
      * o arquivo acabar.
      *---------------------------------------------------------
       77 WS-ETQ-PENDENTE   PIC X VALUE 'N'.
          88 ETQ-PENDENTE-OK VALUE 'S' FALSE 'N'.
       77 WS-NM-COLUNA1     PIC X(40) VALUE SPACES.
       77 WS-END-COLUNA1    PIC X(40) VALUE SPACES.
       77 WS-CID-COLUNA1    PIC X(40) VALUE SPACES.

       01 WS-LINHA-CIDADE.
          03 WS-LC-CIDADE   PIC X(20).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LC-UF       PIC X(02).
          03 FILLER         PIC X(05) VALUE ' CEP '.
          03 WS-LC-CEP      PIC 9(08).
          03 FILLER         PIC X(04) VALUE SPACES.

       01 WS-LINHA-ETQ.
          03 WS-ETQ-COL1    PIC X(40).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-ETQ-COL2    PIC X(40).
          03 FILLER         PIC X(48) VALUE SPACES.

       01 WS-LINHA-MALOTE.
          03 FILLER         PIC X(11) VALUE '#### MALOTE'.
          03 WS-LM-NR       PIC ZZZ9.
          03 FILLER         PIC X(03) VALUE ' - '.
          03 WS-LM-DESC     PIC X(30).
          03 FILLER         PIC X(05) VALUE ' CEP '.
          03 WS-LM-CEP      PIC 99999B999.
          03 FILLER         PIC X(05) VALUE ' ####'.
          03 FILLER         PIC X(65) VALUE SPACES.

      *---------------------------------------------------------
      * Cartas: o modelo inteiro fica em tabela (até 100 linhas)
      * e cada linha passa pela troca dos marcadores, como no
      * CARTCNTT.
      *---------------------------------------------------------
       01 WS-TAB-MODELO.
          03 WS-TAB-LINHA OCCURS 100 TIMES PIC X(80).
       77 WS-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77 WS-LIN-TRUNCADAS  PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.

       77 WS-LINHA-TRAB     PIC X(132) VALUE SPACES.
       77 WS-LINHA-NOVA     PIC X(132) VALUE SPACES.
       77 WS-TOKEN          PIC X(12) VALUE SPACES.
       77 WS-TOKEN-LEN      PIC 9(02) VALUE ZEROS.
       77 WS-VALOR          PIC X(60) VALUE SPACES.
       77 WS-VALOR-LEN      PIC 9(02) VALUE ZEROS.
       77 WS-POS            PIC 9(03) VALUE ZEROS.
       77 WS-POS-FIM        PIC 9(03) VALUE ZEROS.
       77 WS-RESTO          PIC 9(03) VALUE ZEROS.
       77 WS-FIM-TROCA      PIC X VALUE 'N'.
          88 FIM-TROCA-OK   VALUE 'S' FALSE 'N'.
       77 WS-FIM-SCAN       PIC X VALUE 'N'.
          88 FIM-SCAN-OK    VALUE 'S' FALSE 'N'.
       77 WS-NR-TOKEN       PIC 9(02) VALUE ZEROS.
       77 WS-NM-GRUPO-CTT   PIC X(20) VALUE SPACES.
       77 WS-ID-EDIT        PIC 9(06) VALUE ZEROS.
       77 WS-TEL-FMT        PIC X(15) VALUE SPACES.

       01 WS-LINHA-SEPARA.
          03 FILLER         PIC X(40) VALUE
             '========================================'.
          03 FILLER         PIC X(92) VALUE SPACES.

      *---------------------------------------------------------
      * Extrato de depósito.
      *---------------------------------------------------------
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(48) VALUE
                     'MALA DIRETA PRE-TRIADA - EXTRATO DE DEPOSITO'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(10) VALUE 'DATA: '.
          03 WS-CAB2-DATA   PIC 99/99/9999.
          03 FILLER         PIC X(112) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(08) VALUE 'MALOTE'.
          03 FILLER         PIC X(32) VALUE 'FAIXA DE TARIFA'.
          03 FILLER         PIC X(13) VALUE 'CEP INICIAL'.
          03 FILLER         PIC X(13) VALUE 'CEP FINAL'.
          03 FILLER         PIC X(66) VALUE 'PECAS'.

       01 WS-LINHA-DET.
          03 WS-DET-MALOTE  PIC ZZZ9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-DESC    PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CEP-INI PIC 99999B999.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-CEP-FIM PIC 99999B999.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-QTD     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(59) VALUE SPACES.

       01 WS-LINHA-UF.
          03 FILLER         PIC X(04) VALUE 'UF: '.
          03 WS-UF-SIGLA    PIC X(06).
          03 FILLER         PIC X(07) VALUE 'PECAS: '.
          03 WS-UF-QTD      PIC ZZZ.ZZ9.
          03 FILLER         PIC X(108) VALUE SPACES.

       01 WS-LINHA-CAB-FRQ.
          03 FILLER         PIC X(32) VALUE 'FAIXA DE TARIFA'.
          03 FILLER         PIC X(10) VALUE '    PECAS'.
          03 FILLER         PIC X(12) VALUE '   VL. PECA'.
          03 FILLER         PIC X(78) VALUE '        SUBTOTAL'.

       01 WS-LINHA-FRQ.
          03 WS-FRQ-DESC    PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-FRQ-QTD     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 WS-FRQ-VALOR   PIC ZZ9,99.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-FRQ-SUBTOT  PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(64) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(85) VALUE SPACES.

       01 WS-LINHA-TOT-VL.
          03 WS-TVL-DESC    PIC X(40).
          03 WS-TVL-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(78) VALUE SPACES.

       01 WS-DATA-AMD.
          03 WS-AMD-ANO     PIC 9(04).
          03 WS-AMD-MES     PIC 9(02).
          03 WS-AMD-DIA     PIC 9(02).
       01 WS-DATA-DMA.
          03 WS-DMA-DIA     PIC 9(02).
          03 WS-DMA-MES     PIC 9(02).
          03 WS-DMA-ANO     PIC 9(04).

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-GRUPOS     PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-TARIFAS    PIC X(60) VALUE 'CONTTARF.DAT'.
       77 WS-ARQ-TRABALHO   PIC X(60) VALUE 'MALACNTT.TMP'.
       77 WS-ARQ-MODELO     PIC X(60) VALUE 'CARTCNTT.TXT'.
       77 WS-ARQ-ETIQUETAS  PIC X(60) VALUE SPACES.
       77 WS-ARQ-CARTAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXTRATO    PIC X(60) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

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
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-TARIFAS
            CALL 'ARQPARTT' USING WS-ARQ-TRABALHO
            CALL 'ARQPARTT' USING WS-ARQ-MODELO
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** MALA DIRETA PRE-TRIADA POR CEP *****'
            PERFORM P050-MONTAR-NOMES-SPOOL
            PERFORM P100-CARREGAR-TARIFAS THRU P100-FIM
            PERFORM P120-ESCOLHER-CARTAS
            PERFORM P150-INFORMAR-FILTRO
            PERFORM P200-SELECIONAR THRU P200-FIM
            IF WS-QTD-PECAS GREATER ZEROS
               PERFORM P400-EMITIR THRU P400-FIM
            ELSE
               DISPLAY 'NENHUM CONTATO SELECIONADO PARA A MALA'
            END-IF
            PERFORM P900-FIM
            GOBACK.

      *---------------------------------------------------------
      * Três spools datados da mesma execução: etiquetas, cartas
      * e o extrato de depósito, todos catalogados em nome do
      * MALACNTT para a reimpressão.
      *---------------------------------------------------------
       P050-MONTAR-NOMES-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-ETIQUETAS WS-ARQ-CARTAS WS-ARQ-EXTRATO
       STRING 'MALAETQT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-ETIQUETAS
       END-STRING
       STRING 'MALACRTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-CARTAS
       END-STRING
       STRING 'MALACNTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-EXTRATO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-ETIQUETAS
       CALL 'ARQPARTT' USING WS-ARQ-CARTAS
       CALL 'ARQPARTT' USING WS-ARQ-EXTRATO
       .

      *---------------------------------------------------------
      * Tabela de tarifas ausente ou vazia não impede a mala: as
      * peças saem todas no malote fora da tabela e o extrato
      * fica sem franquia estimada.
      *---------------------------------------------------------
       P100-CARREGAR-TARIFAS.
       MOVE ZEROS TO WS-QTD-FAIXAS WS-FAIXAS-FORA
       SET FS-TAR-OK TO TRUE
       OPEN INPUT TARIFAS
       IF WS-FS-TAR EQUAL 35
          DISPLAY 'TABELA DE TARIFAS AINDA NAO CADASTRADA (TARFCNTT):'
          DISPLAY 'A FRANQUIA NAO SERA ESTIMADA'
          GO TO P100-FIM
       END-IF
       IF NOT FS-TAR-OK
          DISPLAY 'ERRO AO ABRIR A TABELA DE TARIFAS'
          CALL 'FSMSGTT' USING WS-FS-TAR WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MALACNTT' 'TARIFAS   '
               WS-FS-TAR WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF
       SET EOF-OK TO FALSE
       PERFORM P110-LER-TARIFA UNTIL EOF-OK
       CLOSE TARIFAS
       IF WS-FAIXAS-FORA GREATER ZEROS
          DISPLAY 'ATENCAO: ' WS-FAIXAS-FORA ' FAIXA(S) ALEM DO'
          DISPLAY 'LIMITE DE 200 FORAM IGNORADAS'
       END-IF
       .
       P100-FIM.

       P110-LER-TARIFA.
       READ TARIFAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-QTD-FAIXAS LESS 200
                  ADD 1 TO WS-QTD-FAIXAS
                  MOVE TAR-CEP-INICIO TO WS-TF-INICIO(WS-QTD-FAIXAS)
                  MOVE TAR-CEP-FIM    TO WS-TF-FIM(WS-QTD-FAIXAS)
                  MOVE TAR-DS-FAIXA   TO WS-TF-DESC(WS-QTD-FAIXAS)
                  MOVE TAR-VL-PECA    TO WS-TF-VALOR(WS-QTD-FAIXAS)
                  MOVE ZEROS          TO WS-TF-QTD(WS-QTD-FAIXAS)
               ELSE
                  ADD 1 TO WS-FAIXAS-FORA
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * As cartas são opcionais (a mala pode ser só de folhetos
      * etiquetados); pedidas sem o modelo, sai só a etiqueta.
      *---------------------------------------------------------
       P120-ESCOLHER-CARTAS.
       SET GERAR-CARTAS TO FALSE
       DISPLAY 'TECLE <S> PARA GERAR TAMBEM AS CARTAS DO MODELO'
       DISPLAY '(CARTCNTT.TXT) OU <QUALQUER TECLA> PARA SO ETIQUETAS'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM EQUAL 'S'
          PERFORM P130-CARREGAR-MODELO
          IF WS-QTD-LINHAS EQUAL ZEROS
             DISPLAY 'MODELO DE CARTA AUSENTE OU VAZIO'
             DISPLAY '(CARTCNTT.TXT); SAIRAO SO AS ETIQUETAS'
          ELSE
             SET GERAR-CARTAS TO TRUE
          END-IF
       END-IF
       .

       P130-CARREGAR-MODELO.
       MOVE ZEROS TO WS-QTD-LINHAS WS-LIN-TRUNCADAS.
       SET FS-MOD-OK TO TRUE.

       OPEN INPUT MODELO
       IF WS-FS-MOD EQUAL 35
          CONTINUE
       ELSE
          IF FS-MOD-OK
             SET EOF-OK TO FALSE
             PERFORM P135-LER-LINHA-MODELO UNTIL EOF-OK
             CLOSE MODELO
             IF WS-LIN-TRUNCADAS GREATER ZEROS
                DISPLAY 'ATENCAO: ' WS-LIN-TRUNCADAS ' LINHA(S) DO'
                DISPLAY 'MODELO ALEM DO LIMITE DE 100 FORAM'
                DISPLAY 'IGNORADAS'
             END-IF
          ELSE
             DISPLAY 'ERRO AO ABRIR O MODELO DE CARTA'
             CALL 'FSMSGTT' USING WS-FS-MOD WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'MALACNTT' 'MODELO    '
                  WS-FS-MOD WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P135-LER-LINHA-MODELO.
       READ MODELO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-QTD-LINHAS LESS 100
                  ADD 1 TO WS-QTD-LINHAS
                  MOVE REG-MODELO TO WS-TAB-LINHA(WS-QTD-LINHAS)
               ELSE
                  ADD 1 TO WS-LIN-TRUNCADAS
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Mesmos filtros da impressão de etiquetas (ETQCONTT): um
      * grupo (0 = todos os ativos) ou uma faixa de id.
      *---------------------------------------------------------
       P150-INFORMAR-FILTRO.
       SET MODO-FAIXA-OK TO FALSE.
       MOVE ZEROS TO WS-GRUPO-FILTRO.
       MOVE ZEROS  TO WS-ID-INICIO.
       MOVE 999999 TO WS-ID-FIM.

       DISPLAY 'FILTRAR POR: <1> GRUPO  <2> FAIXA DE ID'
       ACCEPT WS-OPCAO-FILTRO

       IF WS-OPCAO-FILTRO EQUAL '2'
          SET MODO-FAIXA-OK TO TRUE
          SET ID-VALIDO-OK TO FALSE
          PERFORM P160-INFORMAR-ID-INICIO UNTIL ID-VALIDO-OK
          SET ID-VALIDO-OK TO FALSE
          PERFORM P170-INFORMAR-ID-FIM UNTIL ID-VALIDO-OK
       ELSE
          SET GRUPO-VALIDO-OK TO FALSE
          PERFORM P180-INFORMAR-GRUPO UNTIL GRUPO-VALIDO-OK
          PERFORM P345-ABRIR-GRUPOS-ADIC
       END-IF
       .

       P160-INFORMAR-ID-INICIO.
       DISPLAY 'INFORME O ID INICIAL DA FAIXA:'
       ACCEPT WS-ID-ENTRADA
       MOVE WS-ID-ENTRADA TO WS-ID-INICIO
       SET ID-VALIDO-OK TO TRUE
       .

       P170-INFORMAR-ID-FIM.
       DISPLAY 'INFORME O ID FINAL DA FAIXA:'
       ACCEPT WS-ID-ENTRADA
       IF WS-ID-ENTRADA NOT LESS WS-ID-INICIO
          MOVE WS-ID-ENTRADA TO WS-ID-FIM
          SET ID-VALIDO-OK TO TRUE
       ELSE
          DISPLAY 'VALOR INVALIDO, DEVE SER MAIOR OU IGUAL AO ID'
          DISPLAY 'INICIAL'
       END-IF
       .

       P180-INFORMAR-GRUPO.
       DISPLAY 'INFORME O CODIGO DO GRUPO (0 = TODOS):'
       ACCEPT WS-GRUPO-FILTRO
       IF WS-GRUPO-FILTRO EQUAL ZEROS
          SET GRUPO-VALIDO-OK TO TRUE
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
                     SET GRUPO-VALIDO-OK TO TRUE
             END-READ
             CLOSE GRUPOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
             CALL 'FSMSGTT' USING WS-FS-GRP WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'MALACNTT' 'GRUPOS    '
                  WS-FS-GRP WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Primeira passada: varre a base pelo filtro e grava cada
      * peça aceita no arquivo de trabalho, chaveada por CEP.
      *---------------------------------------------------------
       P200-SELECIONAR.
       SET SPOOLS-ABERTOS TO FALSE
       SET FS-OK TO TRUE
       SET FS-TRB-OK TO TRUE
       MOVE ZEROS TO WS-QTD-PECAS WS-QTD-PULADOS WS-SEM-CONSENT
                     WS-QTD-DEVOLVIDOS WS-SEM-CEP WS-FORA-TABELA

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MALACNTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF

       OPEN OUTPUT TRABALHO
       IF NOT FS-TRB-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO DA MALA'
          CALL 'FSMSGTT' USING WS-FS-TRB WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MALACNTT' 'TRABALHO  '
               WS-FS-TRB WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF

       SET EOF-OK TO FALSE
       MOVE WS-ID-INICIO TO ID-CONTATO
       START CONTATOS KEY IS GREATER OR EQUAL ID-CONTATO
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P360-ABRIR-OBITOS
       PERFORM P300-PROCESSAR UNTIL EOF-OK
       CLOSE TRABALHO
       .
       P200-FIM.

       P300-PROCESSAR.
       READ CONTATOS NEXT RECORD INTO WS-REGISTRO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF MODO-FAIXA-OK AND WS-ID-CONTATO GREATER WS-ID-FIM
                  SET EOF-OK TO TRUE
               ELSE
                  SET NO-GRUPO-OK TO TRUE
                  IF CONTATO-ATIVO
                     PERFORM P350-CONFERIR-GRUPO
                  END-IF
                  IF CONTATO-ATIVO AND NO-GRUPO-OK
                     PERFORM P365-CONFERIR-OBITO
                     IF FALECIDO-OK
                        ADD 1 TO WS-QTD-FALECIDOS
                     ELSE
                     IF WS-FL-CONS-CORREIO NOT EQUAL 'S'
                        ADD 1 TO WS-SEM-CONSENT
                     ELSE
                     IF WS-FL-ST-ENDERECO EQUAL 'D' OR 'B'
                        ADD 1 TO WS-QTD-DEVOLVIDOS
                     ELSE
                     IF WS-END-LOGRADOURO EQUAL SPACES
                        ADD 1 TO WS-QTD-PULADOS
                     ELSE
                     IF WS-END-CEP NOT NUMERIC
                        OR WS-END-CEP EQUAL ZEROS
                        ADD 1 TO WS-SEM-CEP
                     ELSE
                        PERFORM P310-GRAVAR-PECA
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                  END-IF
               END-IF
       END-READ
       .

       P310-GRAVAR-PECA.
       MOVE WS-END-CEP TO WS-CEP-NUM
       PERFORM P320-BUSCAR-FAIXA
       MOVE WS-END-CEP    TO MAL-CEP
       MOVE WS-ID-CONTATO TO MAL-ID-CONTATO
       MOVE WS-IDX-FAIXA  TO MAL-FAIXA
       MOVE WS-END-UF     TO MAL-UF
       WRITE REG-TRABALHO
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             ADD 1 TO WS-QTD-PECAS
       END-WRITE
       .

      *---------------------------------------------------------
      * Procura a faixa de tarifa do CEP; não achando, a faixa
      * fica zerada (malote fora da tabela).
      *---------------------------------------------------------
       P320-BUSCAR-FAIXA.
       SET ACHOU-OK TO FALSE
       MOVE 1 TO WS-IDX-FAIXA
       PERFORM P325-COMPARAR-FAIXA
          UNTIL WS-IDX-FAIXA GREATER WS-QTD-FAIXAS OR ACHOU-OK
       IF NOT ACHOU-OK
          MOVE ZEROS TO WS-IDX-FAIXA
       END-IF
       .

       P325-COMPARAR-FAIXA.
       IF WS-CEP-NUM NOT LESS WS-TF-INICIO(WS-IDX-FAIXA)
          AND WS-CEP-NUM NOT GREATER WS-TF-FIM(WS-IDX-FAIXA)
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX-FAIXA
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
                CALL 'ERRLOGTT' USING 'MALACNTT' 'GRUPADIC  '
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
      * Segunda passada: lê o arquivo de trabalho em ordem de
      * CEP, relê o contato pelo id e emite etiqueta e carta;
      * a troca de faixa de tarifa fecha o malote.
      *---------------------------------------------------------
       P400-EMITIR.
       SET FS-TRB-OK TO TRUE
       SET FS-ETQ-OK TO TRUE
       SET FS-CAR-OK TO TRUE
       SET FS-EXT-OK TO TRUE
       SET ETQ-PENDENTE-OK TO FALSE
       SET MALOTE-ABERTO TO FALSE
       MOVE ZEROS TO WS-NR-MALOTE WS-QTD-CARTAS WS-QTD-UFS
                     WS-UF-OUTRAS WS-LINHA WS-PAGINA

       OPEN INPUT TRABALHO
       IF NOT FS-TRB-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO DA MALA'
          CALL 'FSMSGTT' USING WS-FS-TRB WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MALACNTT' 'TRABALHO  '
               WS-FS-TRB WS-ERR-CHAVE
          GO TO P400-FIM
       END-IF

       OPEN OUTPUT ETIQUETAS
       IF NOT FS-ETQ-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ETIQUETAS'
          CALL 'FSMSGTT' USING WS-FS-ETQ WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MALACNTT' 'ETIQUETAS '
               WS-FS-ETQ WS-ERR-CHAVE
          CLOSE TRABALHO
          GO TO P400-FIM
       END-IF

       OPEN OUTPUT EXTRATO
       IF NOT FS-EXT-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DO EXTRATO'
          CALL 'FSMSGTT' USING WS-FS-EXT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MALACNTT' 'EXTRATO   '
               WS-FS-EXT WS-ERR-CHAVE
          CLOSE TRABALHO
          CLOSE ETIQUETAS
          GO TO P400-FIM
       END-IF
       SET SPOOLS-ABERTOS TO TRUE

       IF GERAR-CARTAS
          OPEN OUTPUT CARTAS
          IF NOT FS-CAR-OK
             DISPLAY 'ERRO AO ABRIR O SPOOL DE CARTAS;'
             DISPLAY 'SAIRAO SO AS ETIQUETAS'
             CALL 'FSMSGTT' USING WS-FS-CAR WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'MALACNTT' 'CARTAS    '
                  WS-FS-CAR WS-ERR-CHAVE
             SET GERAR-CARTAS TO FALSE
          END-IF
       END-IF

       PERFORM P610-IMPRIMIR-CABECALHO
       SET EOF-OK TO FALSE
       PERFORM P410-LER-PECA UNTIL EOF-OK
       PERFORM P450-FECHAR-MALOTE
       PERFORM P700-IMPRIMIR-RESUMO

       CLOSE TRABALHO
       .
       P400-FIM.

       P410-LER-PECA.
       READ TRABALHO NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE MAL-ID-CONTATO TO ID-CONTATO
               READ CONTATOS INTO WS-REGISTRO
                    KEY IS ID-CONTATO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM P420-EMITIR-PECA
               END-READ
       END-READ
       .

       P420-EMITIR-PECA.
       IF NOT MALOTE-ABERTO OR MAL-FAIXA NOT EQUAL WS-MLT-FAIXA
          PERFORM P450-FECHAR-MALOTE
          PERFORM P440-ABRIR-MALOTE
       END-IF
       ADD 1 TO WS-MLT-QTD
       MOVE MAL-CEP TO WS-MLT-CEP-FIM
       PERFORM P430-CONTAR-UF
       IF MAL-FAIXA EQUAL ZEROS
          ADD 1 TO WS-FORA-TABELA
       ELSE
          ADD 1 TO WS-TF-QTD(MAL-FAIXA)
       END-IF
       PERFORM P500-MONTAR-ETIQUETA
       IF GERAR-CARTAS
          PERFORM P550-GERAR-CARTA
       END-IF
       .

       P430-CONTAR-UF.
       SET ACHOU-OK TO FALSE
       MOVE 1 TO WS-IDX-UF
       PERFORM P435-COMPARAR-UF
          UNTIL WS-IDX-UF GREATER WS-QTD-UFS OR ACHOU-OK
       IF NOT ACHOU-OK
          IF WS-QTD-UFS LESS 30
             ADD 1 TO WS-QTD-UFS
             MOVE MAL-UF TO WS-TU-UF(WS-QTD-UFS)
             MOVE 1      TO WS-TU-QTD(WS-QTD-UFS)
          ELSE
             ADD 1 TO WS-UF-OUTRAS
          END-IF
       END-IF
       .

       P435-COMPARAR-UF.
       IF WS-TU-UF(WS-IDX-UF) EQUAL MAL-UF
          ADD 1 TO WS-TU-QTD(WS-IDX-UF)
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX-UF
       END-IF
       .

      *---------------------------------------------------------
      * Abre o malote da faixa da peça corrente: a etiqueta
      * pendente do malote anterior é descarregada e o separador
      * vai para as etiquetas e para as cartas.
      *---------------------------------------------------------
       P440-ABRIR-MALOTE.
       PERFORM P530-DESCARREGAR-PENDENTE
       ADD 1 TO WS-NR-MALOTE
       SET MALOTE-ABERTO TO TRUE
       MOVE MAL-FAIXA TO WS-MLT-FAIXA
       MOVE MAL-CEP   TO WS-MLT-CEP-INI
       MOVE ZEROS     TO WS-MLT-QTD
       MOVE WS-NR-MALOTE TO WS-LM-NR
       PERFORM P445-DESCREVER-FAIXA
       MOVE WS-DET-DESC  TO WS-LM-DESC
       MOVE WS-MLT-CEP-INI TO WS-LM-CEP
       INSPECT WS-LM-CEP REPLACING ALL SPACE BY '-'
       WRITE REG-ETIQUETA FROM WS-LINHA-MALOTE
       MOVE SPACES TO REG-ETIQUETA
       WRITE REG-ETIQUETA
       IF GERAR-CARTAS
          WRITE REG-CARTA FROM WS-LINHA-MALOTE
       END-IF
       .

       P445-DESCREVER-FAIXA.
       IF WS-MLT-FAIXA EQUAL ZEROS
          MOVE 'FORA DA TABELA DE TARIFAS' TO WS-DET-DESC
       ELSE
          MOVE WS-TF-DESC(WS-MLT-FAIXA) TO WS-DET-DESC
       END-IF
       .

      *---------------------------------------------------------
      * Fecha o malote corrente com a sua linha no extrato.
      *---------------------------------------------------------
       P450-FECHAR-MALOTE.
       IF MALOTE-ABERTO
          IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
             PERFORM P610-IMPRIMIR-CABECALHO
          END-IF
          ADD 1 TO WS-LINHA
          MOVE WS-NR-MALOTE   TO WS-DET-MALOTE
          PERFORM P445-DESCREVER-FAIXA
          MOVE WS-MLT-CEP-INI TO WS-DET-CEP-INI
          MOVE WS-MLT-CEP-FIM TO WS-DET-CEP-FIM
          INSPECT WS-DET-CEP-INI REPLACING ALL SPACE BY '-'
          INSPECT WS-DET-CEP-FIM REPLACING ALL SPACE BY '-'
          MOVE WS-MLT-QTD     TO WS-DET-QTD
          WRITE REG-EXTRATO FROM WS-LINHA-DET
          SET MALOTE-ABERTO TO FALSE
       END-IF
       .

      *---------------------------------------------------------
      * Guarda a etiqueta na coluna 1 se ela estiver livre;
      * senão fecha a linha com a coluna 2 e grava as duas.
      *---------------------------------------------------------
       P500-MONTAR-ETIQUETA.
       MOVE WS-END-CIDADE TO WS-LC-CIDADE
       MOVE WS-END-UF     TO WS-LC-UF
       MOVE WS-END-CEP    TO WS-LC-CEP
       IF NOT ETQ-PENDENTE-OK
          SET ETQ-PENDENTE-OK TO TRUE
          MOVE WS-NM-COMPLETO     TO WS-NM-COLUNA1
          MOVE WS-END-LOGRADOURO  TO WS-END-COLUNA1
          MOVE WS-LINHA-CIDADE    TO WS-CID-COLUNA1
       ELSE
          MOVE WS-NM-COLUNA1 TO WS-ETQ-COL1
          MOVE WS-NM-COMPLETO TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE WS-END-COLUNA1     TO WS-ETQ-COL1
          MOVE WS-END-LOGRADOURO  TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE WS-CID-COLUNA1  TO WS-ETQ-COL1
          MOVE WS-LINHA-CIDADE TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE SPACES TO REG-ETIQUETA
          WRITE REG-ETIQUETA
          SET ETQ-PENDENTE-OK TO FALSE
       END-IF
       .

      *---------------------------------------------------------
      * Quantidade ímpar de etiquetas no malote: grava a última
      * sozinha na coluna 1, para o malote seguinte começar em
      * linha nova.
      *---------------------------------------------------------
       P530-DESCARREGAR-PENDENTE.
       IF ETQ-PENDENTE-OK
          MOVE WS-NM-COLUNA1 TO WS-ETQ-COL1
          MOVE SPACES        TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE WS-END-COLUNA1 TO WS-ETQ-COL1
          MOVE SPACES         TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE WS-CID-COLUNA1 TO WS-ETQ-COL1
          MOVE SPACES         TO WS-ETQ-COL2
          WRITE REG-ETIQUETA FROM WS-LINHA-ETQ
          MOVE SPACES TO REG-ETIQUETA
          WRITE REG-ETIQUETA
          SET ETQ-PENDENTE-OK TO FALSE
       END-IF
       .

      *---------------------------------------------------------
      * Uma carta por peça, com os mesmos marcadores do CARTCNTT;
      * um separador fecha a carta para o corte do papel.
      *---------------------------------------------------------
       P550-GERAR-CARTA.
       ADD 1 TO WS-QTD-CARTAS
       PERFORM P560-BUSCAR-NOME-GRUPO
       MOVE 1 TO WS-IDX
       PERFORM P555-GERAR-LINHA UNTIL WS-IDX GREATER WS-QTD-LINHAS
       WRITE REG-CARTA FROM WS-LINHA-SEPARA
       .

       P555-GERAR-LINHA.
       MOVE SPACES TO WS-LINHA-TRAB
       MOVE WS-TAB-LINHA(WS-IDX) TO WS-LINHA-TRAB(1:80)
       MOVE 1 TO WS-NR-TOKEN
       PERFORM P570-TROCAR-MARCADOR UNTIL WS-NR-TOKEN GREATER 12
       WRITE REG-CARTA FROM WS-LINHA-TRAB
       ADD 1 TO WS-IDX
       .

       P560-BUSCAR-NOME-GRUPO.
       MOVE SPACES TO WS-NM-GRUPO-CTT
       IF WS-CD-GRUPO NOT EQUAL ZEROS
          SET FS-GRP-OK TO TRUE
          OPEN INPUT GRUPOS
          IF FS-GRP-OK
             MOVE WS-CD-GRUPO TO GRP-CD-GRUPO
             READ GRUPOS
                  KEY IS GRP-CD-GRUPO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE GRP-NM-GRUPO TO WS-NM-GRUPO-CTT
             END-READ
             CLOSE GRUPOS
          END-IF
       END-IF
       .

       P570-TROCAR-MARCADOR.
       MOVE SPACES TO WS-TOKEN WS-VALOR
       EVALUATE WS-NR-TOKEN
          WHEN 1
             MOVE '&NOME'        TO WS-TOKEN
             MOVE 5              TO WS-TOKEN-LEN
             MOVE WS-NM-COMPLETO TO WS-VALOR
          WHEN 2
             MOVE '&TELEFONE'    TO WS-TOKEN
             MOVE 9              TO WS-TOKEN-LEN
             CALL 'FMTTELTT' USING WS-TELEFONE WS-TEL-FMT
             MOVE WS-TEL-FMT     TO WS-VALOR
          WHEN 3
             MOVE '&EMAIL'       TO WS-TOKEN
             MOVE 6              TO WS-TOKEN-LEN
             MOVE WS-EMAIL       TO WS-VALOR
          WHEN 4
             MOVE '&LOGRADOURO'  TO WS-TOKEN
             MOVE 11             TO WS-TOKEN-LEN
             MOVE WS-END-LOGRADOURO TO WS-VALOR
          WHEN 5
             MOVE '&COMPLEMENTO' TO WS-TOKEN
             MOVE 12             TO WS-TOKEN-LEN
             MOVE WS-END-COMPLEMENTO TO WS-VALOR
          WHEN 6
             MOVE '&CIDADE'      TO WS-TOKEN
             MOVE 7              TO WS-TOKEN-LEN
             MOVE WS-END-CIDADE  TO WS-VALOR
          WHEN 7
             MOVE '&UF'          TO WS-TOKEN
             MOVE 3              TO WS-TOKEN-LEN
             MOVE WS-END-UF      TO WS-VALOR
          WHEN 8
             MOVE '&CEP'         TO WS-TOKEN
             MOVE 4              TO WS-TOKEN-LEN
             MOVE WS-END-CEP     TO WS-VALOR
          WHEN 9
             MOVE '&GRUPO'       TO WS-TOKEN
             MOVE 6              TO WS-TOKEN-LEN
             MOVE WS-NM-GRUPO-CTT TO WS-VALOR
          WHEN 10
             MOVE '&ID'          TO WS-TOKEN
             MOVE 3              TO WS-TOKEN-LEN
             MOVE WS-ID-CONTATO  TO WS-ID-EDIT
             MOVE WS-ID-EDIT     TO WS-VALOR
          WHEN 11
             MOVE '&DATA'        TO WS-TOKEN
             MOVE 5              TO WS-TOKEN-LEN
             MOVE WS-SPL-DATA    TO WS-VALOR
          WHEN 12
             MOVE '&SOCIAL'      TO WS-TOKEN
             MOVE 7              TO WS-TOKEN-LEN
             MOVE WS-NM-CONTATO  TO WS-VALOR
       END-EVALUATE

       PERFORM P590-MEDIR-VALOR
       SET FIM-TROCA-OK TO FALSE
       MOVE 1 TO WS-POS
       PERFORM P575-PROCURAR-OCORRENCIA UNTIL FIM-TROCA-OK
       ADD 1 TO WS-NR-TOKEN
       .

       P575-PROCURAR-OCORRENCIA.
       COMPUTE WS-POS-FIM = 132 - WS-TOKEN-LEN + 1
       IF WS-POS GREATER WS-POS-FIM
          SET FIM-TROCA-OK TO TRUE
       ELSE
          IF WS-LINHA-TRAB(WS-POS:WS-TOKEN-LEN) EQUAL
             WS-TOKEN(1:WS-TOKEN-LEN)
             PERFORM P580-RECORTAR-LINHA
          ELSE
             ADD 1 TO WS-POS
          END-IF
       END-IF
       .

       P580-RECORTAR-LINHA.
       MOVE SPACES TO WS-LINHA-NOVA
       COMPUTE WS-RESTO = 132 - (WS-POS + WS-TOKEN-LEN) + 1
       IF WS-POS EQUAL 1
          STRING WS-VALOR(1:WS-VALOR-LEN) DELIMITED BY SIZE
                 WS-LINHA-TRAB(WS-POS + WS-TOKEN-LEN:WS-RESTO)
                 DELIMITED BY SIZE
            INTO WS-LINHA-NOVA
          END-STRING
       ELSE
          STRING WS-LINHA-TRAB(1:WS-POS - 1) DELIMITED BY SIZE
                 WS-VALOR(1:WS-VALOR-LEN)    DELIMITED BY SIZE
                 WS-LINHA-TRAB(WS-POS + WS-TOKEN-LEN:WS-RESTO)
                 DELIMITED BY SIZE
            INTO WS-LINHA-NOVA
          END-STRING
       END-IF
       MOVE WS-LINHA-NOVA TO WS-LINHA-TRAB
       ADD WS-VALOR-LEN TO WS-POS
       .

       P590-MEDIR-VALOR.
       MOVE 60 TO WS-VALOR-LEN
       SET FIM-SCAN-OK TO FALSE
       PERFORM P595-MEDIR-POSICAO UNTIL FIM-SCAN-OK
       .

       P595-MEDIR-POSICAO.
       IF WS-VALOR-LEN EQUAL ZEROS
          MOVE 1 TO WS-VALOR-LEN
          SET FIM-SCAN-OK TO TRUE
       ELSE
          IF WS-VALOR(WS-VALOR-LEN:1) NOT EQUAL SPACES
             SET FIM-SCAN-OK TO TRUE
          ELSE
             SUBTRACT 1 FROM WS-VALOR-LEN
          END-IF
       END-IF
       .

       P610-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-CAB1-PAG
       MOVE WS-SPL-DATA TO WS-DATA-AMD
       MOVE WS-AMD-DIA TO WS-DMA-DIA
       MOVE WS-AMD-MES TO WS-DMA-MES
       MOVE WS-AMD-ANO TO WS-DMA-ANO
       MOVE WS-DATA-DMA TO WS-CAB2-DATA
       WRITE REG-EXTRATO FROM WS-LINHA-CAB1
       WRITE REG-EXTRATO FROM WS-LINHA-CAB2
       MOVE SPACES TO REG-EXTRATO
       WRITE REG-EXTRATO
       WRITE REG-EXTRATO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

      *---------------------------------------------------------
      * Fecho do extrato: peças por UF, franquia estimada por
      * faixa de tarifa (só as faixas com peças) e os totais.
      *---------------------------------------------------------
       P700-IMPRIMIR-RESUMO.
       MOVE SPACES TO REG-EXTRATO
       WRITE REG-EXTRATO
       MOVE 'PECAS POR UF' TO REG-EXTRATO
       WRITE REG-EXTRATO
       MOVE 1 TO WS-IDX-UF
       PERFORM P710-IMPRIMIR-UF UNTIL WS-IDX-UF GREATER WS-QTD-UFS
       IF WS-UF-OUTRAS GREATER ZEROS
          MOVE 'OUTRAS'     TO WS-UF-SIGLA
          MOVE WS-UF-OUTRAS TO WS-UF-QTD
          WRITE REG-EXTRATO FROM WS-LINHA-UF
       END-IF

       MOVE SPACES TO REG-EXTRATO
       WRITE REG-EXTRATO
       MOVE 'FRANQUIA ESTIMADA' TO REG-EXTRATO
       WRITE REG-EXTRATO
       WRITE REG-EXTRATO FROM WS-LINHA-CAB-FRQ
       MOVE ZEROS TO WS-VL-TOTAL
       MOVE 1 TO WS-IDX-FAIXA
       PERFORM P720-IMPRIMIR-FRANQUIA
          UNTIL WS-IDX-FAIXA GREATER WS-QTD-FAIXAS
       IF WS-FORA-TABELA GREATER ZEROS
          MOVE 'FORA DA TABELA (SEM VALOR)' TO WS-FRQ-DESC
          MOVE WS-FORA-TABELA TO WS-FRQ-QTD
          MOVE ZEROS TO WS-FRQ-VALOR WS-FRQ-SUBTOT
          WRITE REG-EXTRATO FROM WS-LINHA-FRQ
       END-IF

       MOVE SPACES TO REG-EXTRATO
       WRITE REG-EXTRATO
       MOVE 'TOTAL DE PECAS.........................:' TO WS-TOT-DESC
       MOVE WS-QTD-PECAS TO WS-TOT-QTD
       WRITE REG-EXTRATO FROM WS-LINHA-TOTAL
       MOVE 'TOTAL DE MALOTES.......................:' TO WS-TOT-DESC
       MOVE WS-NR-MALOTE TO WS-TOT-QTD
       WRITE REG-EXTRATO FROM WS-LINHA-TOTAL
       MOVE 'PECAS FORA DA TABELA DE TARIFAS........:' TO WS-TOT-DESC
       MOVE WS-FORA-TABELA TO WS-TOT-QTD
       WRITE REG-EXTRATO FROM WS-LINHA-TOTAL
       MOVE 'FRANQUIA ESTIMADA (R$).................:' TO WS-TVL-DESC
       MOVE WS-VL-TOTAL TO WS-TVL-VALOR
       WRITE REG-EXTRATO FROM WS-LINHA-TOT-VL
       IF WS-FORA-TABELA GREATER ZEROS
          MOVE 'ATENCAO: HA PECAS COM CEP FORA DA TABELA DE TARIFAS;'
            TO REG-EXTRATO
          WRITE REG-EXTRATO
          MOVE 'A FRANQUIA DELAS NAO ESTA NA ESTIMATIVA (TARFCNTT).'
            TO REG-EXTRATO
          WRITE REG-EXTRATO
       END-IF
       .

       P710-IMPRIMIR-UF.
       MOVE WS-TU-UF(WS-IDX-UF)  TO WS-UF-SIGLA
       MOVE WS-TU-QTD(WS-IDX-UF) TO WS-UF-QTD
       WRITE REG-EXTRATO FROM WS-LINHA-UF
       ADD 1 TO WS-IDX-UF
       .

       P720-IMPRIMIR-FRANQUIA.
       IF WS-TF-QTD(WS-IDX-FAIXA) GREATER ZEROS
          COMPUTE WS-VL-SUBTOTAL = WS-TF-QTD(WS-IDX-FAIXA)
                                 * WS-TF-VALOR(WS-IDX-FAIXA)
          ADD WS-VL-SUBTOTAL TO WS-VL-TOTAL
          MOVE WS-TF-DESC(WS-IDX-FAIXA)  TO WS-FRQ-DESC
          MOVE WS-TF-QTD(WS-IDX-FAIXA)   TO WS-FRQ-QTD
          MOVE WS-TF-VALOR(WS-IDX-FAIXA) TO WS-FRQ-VALOR
          MOVE WS-VL-SUBTOTAL            TO WS-FRQ-SUBTOT
          WRITE REG-EXTRATO FROM WS-LINHA-FRQ
       END-IF
       ADD 1 TO WS-IDX-FAIXA
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
             CALL 'ERRLOGTT' USING 'MALACNTT' 'OBITOS    '
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
       IF SPOOLS-ABERTOS
          PERFORM P530-DESCARREGAR-PENDENTE
          CLOSE ETIQUETAS
          CLOSE EXTRATO
          CALL 'CATSPLTT' USING 'MALACNTT' WS-ARQ-EXTRATO
          CALL 'CATSPLTT' USING 'MALACNTT' WS-ARQ-ETIQUETAS
          IF GERAR-CARTAS
             CLOSE CARTAS
             CALL 'CATSPLTT' USING 'MALACNTT' WS-ARQ-CARTAS
          END-IF
          DISPLAY 'PECAS DA MALA..........: ' WS-QTD-PECAS
          DISPLAY 'MALOTES................: ' WS-NR-MALOTE
          DISPLAY 'CARTAS GERADAS.........: ' WS-QTD-CARTAS
          DISPLAY 'FORA DA TABELA.........: ' WS-FORA-TABELA
          DISPLAY 'EXTRATO GRAVADO EM ' WS-ARQ-EXTRATO
       END-IF
       DISPLAY 'CONTATOS SEM ENDERECO..: ' WS-QTD-PULADOS
       DISPLAY 'SEM CEP VALIDO.........: ' WS-SEM-CEP
       DISPLAY 'SEM CONSENTIMENTO......: ' WS-SEM-CONSENT
       DISPLAY 'DEVOLVIDO/BAIXADO......: ' WS-QTD-DEVOLVIDOS
       DISPLAY 'FALECIDOS..............: ' WS-QTD-FALECIDOS
       .
       END PROGRAM MALACNTT.
