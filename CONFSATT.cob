      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conferência dos arquivos satélites e dos
      *            índices de busca contra a base de contatos
      *            (CONTATOS.DAT), o que a auditoria noturna
      *            (AUDCONTT) não cobre. Relaciona em spool datado
      *            catalogado (CONFSATT.AAAAMMDD.HHMMSS.LST), por
      *            arquivo e tipo de ocorrência:
      *            - registro de id inexistente na base nos meios
      *              adicionais (CONTMEIO), anotações (CONTNOTA),
      *              grupos adicionais (CONTGRAD), carteira
      *              (CONTCART), vínculos (CONTVINC, qualquer das
      *              pontas) e índices de telefone, e-mail,
      *              documento, fonético e de palavras dos nomes
      *              (CONTTELF, CONTMAIL, CONTDOCU, CONTFONE,
      *              CONTPALA);
      *            - entrada de índice com valor que o contato não
      *              tem mais (nem no registro nem nos meios
      *              adicionais);
      *            - valor do contato ou de meio adicional sem a
      *              entrada correspondente no índice;
      *            - remissão de fusão (CONTXREF) para id
      *              sobrevivente que não está mais na base.
      *            O modo de reparo, com autorização e confirmação
      *            do supervisor, remove os órfãos e as entradas
      *            de valor antigo e inclui as entradas ausentes,
      *            uma a uma, cada reparo registrado na auditoria
      *            (CONTAUDI.DAT) — sem precisar da reconstrução
      *            completa do IDXCONTT. No lote noturno só
      *            confere: RETURN-CODE 0 (íntegro), 8
      *            (ocorrências) ou 12 (erro de arquivo), no
      *            molde do AUDCONTT.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Confere também o índice de palavras dos
      *                   nomes (CONTPALA.DAT): palavra ausente,
      *                   palavra de nome antigo e entrada órfã.
      * 15/10/2026 MAMJ - Para operador que não é supervisor, o
      *                   CPF/CNPJ, o telefone, o e-mail e o texto
      *                   de anotação saem mascarados na listagem
      *                   (MASCARTT), como na ficha e nas consultas;
      *                   a auditoria do reparo segue com o valor
      *                   completo.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSATT.

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

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS-VIN.

                SELECT TELIDX ASSIGN TO WS-ARQ-TELIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TEL-CHAVE
                FILE STATUS IS WS-FS-TEL.

                SELECT MAILIDX ASSIGN TO WS-ARQ-MAILIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAI-CHAVE
                FILE STATUS IS WS-FS-MAI.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

                SELECT FONIDX ASSIGN TO WS-ARQ-FONIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FON-CHAVE
                FILE STATUS IS WS-FS-FON.

                SELECT PALIDX ASSIGN TO WS-ARQ-PALIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS-PAL.

                SELECT REMISSOES ASSIGN TO WS-ARQ-REMISSOES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XRF-ID-ORIGEM
                FILE STATUS IS WS-FS-XRF.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD MEIOS.
          COPY FD_MEIOTT.

       FD NOTAS.
          COPY FD_NOTATT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD VINCULOS.
          COPY FD_VINTT.

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

       FD REMISSOES.
          COPY FD_XRFTT.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-MEI         PIC 99.
          88 FS-MEI-OK      VALUE 0.
       77 WS-FS-NOT         PIC 99.
          88 FS-NOT-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-VIN         PIC 99.
          88 FS-VIN-OK      VALUE 0.
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
       77 WS-FS-XRF         PIC 99.
          88 FS-XRF-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FIM-MEIOS      PIC X VALUE 'N'.
          88 FIM-MEIOS-OK   VALUE 'S' FALSE 'N'.

       77 WS-MEI-ABERTO     PIC X VALUE 'N'.
          88 MEIOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-NOT-ABERTO     PIC X VALUE 'N'.
          88 NOTAS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-GRA-ABERTO     PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CAR-ABERTO     PIC X VALUE 'N'.
          88 CARTEIRA-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-VIN-ABERTO     PIC X VALUE 'N'.
          88 VINCULOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-TEL-ABERTO     PIC X VALUE 'N'.
          88 TELIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-MAI-ABERTO     PIC X VALUE 'N'.
          88 MAILIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-DOC-ABERTO     PIC X VALUE 'N'.
          88 DOCIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FON-ABERTO     PIC X VALUE 'N'.
          88 FONIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-PAL-ABERTO     PIC X VALUE 'N'.
          88 PALIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-XRF-ABERTO     PIC X VALUE 'N'.
          88 REMISSOES-ABERTO-OK VALUE 'S' FALSE 'N'.

       77 WS-MODO           PIC X VALUE 'C'.
          88 MODO-CONFERENCIA VALUE 'C'.
          88 MODO-REPARO    VALUE 'R'.
       77 WS-OPCAO          PIC X VALUE SPACES.
       77 WS-CONFIRMA       PIC X VALUE SPACES.
       77 WS-APROVADOR      PIC X(12) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.

       77 WS-ID-BUSCA       PIC 9(06) VALUE ZEROS.
       77 WS-ID-EXISTE      PIC X VALUE 'N'.
          88 ID-EXISTE-OK   VALUE 'S' FALSE 'N'.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.
       77 WS-CLASSE-BUSCA   PIC X(01) VALUE SPACES.
       77 WS-VALOR-BUSCA    PIC X(40) VALUE SPACES.
       77 WS-VALOR-MEIO     PIC X(40) VALUE SPACES.
       77 WS-EMAIL-MAIUSC   PIC X(40) VALUE SPACES.
       77 WS-CHAVE-FON      PIC X(08) VALUE SPACES.
       77 WS-IND-PAL        PIC 9(02) VALUE ZEROS.
       01 WS-PALAVRAS.
          03 WS-QT-PALAVRAS PIC 9(02).
          03 WS-PALAVRA     PIC X(20) OCCURS 15 TIMES.
       77 WS-DET-CLASSE     PIC X(01) VALUE SPACES.
       77 WS-DET-INICIO     PIC 9(02) VALUE 1.
       77 WS-DET-INTEGRO    PIC X(40) VALUE SPACES.
       77 WS-MSC-VALOR      PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA      PIC X(40) VALUE SPACES.
       77 WS-TIPO-OCOR      PIC 9(01) VALUE ZEROS.
          88 OCOR-ORFAO     VALUE 1.
          88 OCOR-VALOR-ANTIGO VALUE 2.
          88 OCOR-AUSENTE   VALUE 3.
          88 OCOR-REMISSAO  VALUE 4.

       77 WS-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-CONT-EXCECOES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ORFAOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ANTIGOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AUSENTES   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REMISSOES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REPARADOS  PIC 9(06) VALUE ZEROS.

       77 WS-AUD-OPERACAO   PIC X(10) VALUE SPACES.
       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.

       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.

       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          03 WS-DT-ANO      PIC 9(04).
          03 WS-DT-MES      PIC 9(02).
          03 WS-DT-DIA      PIC 9(02).

       01 WS-DATA-EDICAO.
          03 WS-DE-DIA      PIC 99.
          03 FILLER         PIC X VALUE '/'.
          03 WS-DE-MES      PIC 99.
          03 FILLER         PIC X VALUE '/'.
          03 WS-DE-ANO      PIC 9(04).

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE
                             'CONFERENCIA DOS ARQUIVOS SATELITES'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(60) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(07) VALUE 'EMISSAO'.
          03 FILLER         PIC X(02) VALUE ': '.
          03 WS-CAB2-DATA   PIC X(10).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 FILLER         PIC X(06) VALUE 'MODO: '.
          03 WS-CAB2-MODO   PIC X(30).
          03 FILLER         PIC X(73) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(08) VALUE 'ARQUIVO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(06) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(24) VALUE 'OCORRENCIA'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'CHAVE / VALOR'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(12) VALUE 'REPARO'.
          03 FILLER         PIC X(34) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ARQUIVO PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TIPO    PIC X(24).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-VALOR   PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-REPARO  PIC X(12).
          03 FILLER         PIC X(34) VALUE SPACES.

       01 WS-LINHA-RESUMO.
          03 WS-RES-TEXTO   PIC X(28).
          03 WS-RES-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(98) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-MEIOS       PIC X(60) VALUE 'CONTMEIO.DAT'.
       77 WS-ARQ-NOTAS       PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-GRUPADIC    PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-CARTEIRA    PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-VINCULOS    PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-ARQ-TELIDX      PIC X(60) VALUE 'CONTTELF.DAT'.
       77 WS-ARQ-MAILIDX     PIC X(60) VALUE 'CONTMAIL.DAT'.
       77 WS-ARQ-DOCIDX      PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-ARQ-FONIDX      PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-ARQ-PALIDX      PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-ARQ-REMISSOES   PIC X(60) VALUE 'CONTXREF.DAT'.
       77 WS-ARQ-RELATORIO   PIC X(60) VALUE SPACES.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-ERR-ARQUIVO    PIC X(10) VALUE SPACES.
       77 WS-ERR-FS         PIC 99 VALUE ZEROS.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.
          03 LK-EM-LOTE    PIC X(01).
             88 EXECUCAO-EM-LOTE VALUE 'S'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-TELIDX
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            CALL 'ARQPARTT' USING WS-ARQ-REMISSOES
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** CONFERENCIA DOS ARQUIVOS SATELITES *****'
            SET MODO-CONFERENCIA TO TRUE
            IF NOT EXECUCAO-EM-LOTE
               PERFORM P020-ESCOLHER-MODO
            END-IF
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-ABRIR-ARQUIVOS
            IF NOT HOUVE-FALHA
               PERFORM P150-ABRIR-SATELITES
               PERFORM P200-IMPRIMIR-CABECALHO
               SET EOF-OK TO FALSE
               PERFORM P300-CONFERIR-CONTATO UNTIL EOF-OK
               PERFORM P400-CONFERIR-MEIOS
               PERFORM P450-CONFERIR-NOTAS
               PERFORM P460-CONFERIR-GRUPADIC
               PERFORM P470-CONFERIR-CARTEIRA
               PERFORM P480-CONFERIR-VINCULOS
               PERFORM P500-CONFERIR-TELIDX
               PERFORM P510-CONFERIR-MAILIDX
               PERFORM P520-CONFERIR-DOCIDX
               PERFORM P530-CONFERIR-FONIDX
               PERFORM P540-CONFERIR-PALIDX
               PERFORM P600-CONFERIR-REMISSOES
               PERFORM P850-IMPRIMIR-RESUMO
            END-IF
            PERFORM P900-FIM
            GOBACK.

      *---------------------------------------------------------
      * Reparo só com autorização do supervisor (AUTSUPTT) e
      * confirmação expressa; sem isso a execução só confere.
      *---------------------------------------------------------
       P020-ESCOLHER-MODO.
       DISPLAY '<1> SOMENTE CONFERIR  <2> CONFERIR E REPARAR'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       IF WS-OPCAO EQUAL '2'
          CALL 'AUTSUPTT' USING LK-US-OPERADOR LK-PF-OPERADOR
                                WS-APROVADOR WS-AUTORIZADO
          IF WS-AUTORIZADO EQUAL 'S'
             DISPLAY 'O REPARO REMOVE OS REGISTROS ORFAOS E AS'
             DISPLAY 'ENTRADAS DE VALOR ANTIGO E INCLUI AS'
             DISPLAY 'ENTRADAS AUSENTES DOS INDICES.'
             DISPLAY 'CONFIRMA O REPARO (S/N)?'
             MOVE SPACES TO WS-CONFIRMA
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                SET MODO-REPARO TO TRUE
             END-IF
          END-IF
          IF MODO-CONFERENCIA
             DISPLAY 'REPARO NAO CONFIRMADO, SOMENTE CONFERENCIA'
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Monta o nome do spool datado (CONFSATT.AAAAMMDD.HHMMSS
      * .LST), retido para reimpressão.
      *---------------------------------------------------------
       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'CONFSATT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P100-ABRIR-ARQUIVOS.
       SET FS-OK TO TRUE
       SET FS-REL-OK TO TRUE
       SET HOUVE-FALHA TO FALSE
       MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-EXCECOES WS-QTD-ORFAOS
                     WS-QTD-ANTIGOS WS-QTD-AUSENTES WS-QTD-REMISSOES
                     WS-QTD-REPARADOS WS-LINHA WS-PAGINA

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CONFSATT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CONFSATT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
       END-IF

       ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WS-DT-DIA TO WS-DE-DIA
       MOVE WS-DT-MES TO WS-DE-MES
       MOVE WS-DT-ANO TO WS-DE-ANO
       .

      *---------------------------------------------------------
      * Satélite ainda inexistente (status 35) não tem o que
      * conferir e fica de fora sem aviso; outro erro de
      * abertura deixa o arquivo de fora com aviso e registro no
      * log de erros. No reparo os satélites abrem para
      * atualização.
      *---------------------------------------------------------
       P150-ABRIR-SATELITES.
       SET FS-MEI-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O MEIOS
       ELSE
          OPEN INPUT MEIOS
       END-IF
       IF FS-MEI-OK
          SET MEIOS-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-MEI TO WS-ERR-FS
          MOVE 'MEIOS     ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-NOT-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O NOTAS
       ELSE
          OPEN INPUT NOTAS
       END-IF
       IF FS-NOT-OK
          SET NOTAS-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-NOT TO WS-ERR-FS
          MOVE 'NOTAS     ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-GRA-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O GRUPADIC
       ELSE
          OPEN INPUT GRUPADIC
       END-IF
       IF FS-GRA-OK
          SET GRADIC-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-GRA TO WS-ERR-FS
          MOVE 'GRUPADIC  ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-CAR-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O CARTEIRA
       ELSE
          OPEN INPUT CARTEIRA
       END-IF
       IF FS-CAR-OK
          SET CARTEIRA-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-CAR TO WS-ERR-FS
          MOVE 'CARTEIRA  ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-VIN-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O VINCULOS
       ELSE
          OPEN INPUT VINCULOS
       END-IF
       IF FS-VIN-OK
          SET VINCULOS-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-VIN TO WS-ERR-FS
          MOVE 'VINCULOS  ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-TEL-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O TELIDX
       ELSE
          OPEN INPUT TELIDX
       END-IF
       IF FS-TEL-OK
          SET TELIDX-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-TEL TO WS-ERR-FS
          MOVE 'TELIDX    ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-MAI-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O MAILIDX
       ELSE
          OPEN INPUT MAILIDX
       END-IF
       IF FS-MAI-OK
          SET MAILIDX-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-MAI TO WS-ERR-FS
          MOVE 'MAILIDX   ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-DOC-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O DOCIDX
       ELSE
          OPEN INPUT DOCIDX
       END-IF
       IF FS-DOC-OK
          SET DOCIDX-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-DOC TO WS-ERR-FS
          MOVE 'DOCIDX    ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-FON-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O FONIDX
       ELSE
          OPEN INPUT FONIDX
       END-IF
       IF FS-FON-OK
          SET FONIDX-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-FON TO WS-ERR-FS
          MOVE 'FONIDX    ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-PAL-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O PALIDX
       ELSE
          OPEN INPUT PALIDX
       END-IF
       IF FS-PAL-OK
          SET PALIDX-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-PAL TO WS-ERR-FS
          MOVE 'PALIDX    ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF

       SET FS-XRF-OK TO TRUE
       IF MODO-REPARO
          OPEN I-O REMISSOES
       ELSE
          OPEN INPUT REMISSOES
       END-IF
       IF FS-XRF-OK
          SET REMISSOES-ABERTO-OK TO TRUE
       ELSE
          MOVE WS-FS-XRF TO WS-ERR-FS
          MOVE 'REMISSOES ' TO WS-ERR-ARQUIVO
          PERFORM P190-ERRO-SATELITE
       END-IF
       .

       P190-ERRO-SATELITE.
       IF WS-ERR-FS NOT EQUAL 35
          DISPLAY 'ERRO AO ABRIR O ARQUIVO ' WS-ERR-ARQUIVO
                  ', NAO CONFERIDO'
          CALL 'FSMSGTT' USING WS-ERR-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CONFSATT' WS-ERR-ARQUIVO
               WS-ERR-FS WS-ERR-CHAVE
       END-IF
       .

       P200-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA        TO WS-CAB1-PAG
       MOVE WS-DATA-EDICAO   TO WS-CAB2-DATA
       IF MODO-REPARO
          MOVE 'CONFERENCIA E REPARO' TO WS-CAB2-MODO
       ELSE
          MOVE 'SOMENTE CONFERENCIA' TO WS-CAB2-MODO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

      *---------------------------------------------------------
      * Primeira passada, pela base: cada valor preenchido do
      * contato precisa da sua entrada nos índices de busca
      * (inativos inclusive, como grava o IDXCONTT).
      *---------------------------------------------------------
       P300-CONFERIR-CONTATO.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-CONT-LIDOS
               MOVE ID-CONTATO TO WS-ID-BUSCA
               IF TELEFONE NOT EQUAL SPACES
                  MOVE TELEFONE TO WS-VALOR-BUSCA
                  PERFORM P310-CONFERIR-ENTRADA-TEL
               END-IF
               IF EMAIL NOT EQUAL SPACES
                  MOVE EMAIL TO WS-VALOR-BUSCA
                  PERFORM P320-CONFERIR-ENTRADA-MAIL
               END-IF
               IF NR-DOCUMENTO NOT EQUAL SPACES
                  PERFORM P330-CONFERIR-ENTRADA-DOC
               END-IF
               IF NM-CONTATO NOT EQUAL SPACES
                  PERFORM P340-CONFERIR-ENTRADA-FON
               END-IF
               IF PALIDX-ABERTO-OK
                  CALL 'PALNOMTT' USING NM-COMPLETO NM-CONTATO
                       WS-PALAVRAS
                  MOVE 1 TO WS-IND-PAL
                  PERFORM P345-CONFERIR-ENTRADA-PAL
                     UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
               END-IF
       END-READ
       .

       P310-CONFERIR-ENTRADA-TEL.
       IF TELIDX-ABERTO-OK
          MOVE WS-VALOR-BUSCA(1:15) TO TEL-NUMERO
          MOVE WS-ID-BUSCA          TO TEL-ID-CONTATO
          READ TELIDX
               KEY IS TEL-CHAVE
               INVALID KEY
                  MOVE 'CONTTELF' TO WS-DET-ARQUIVO
                  MOVE WS-VALOR-BUSCA(1:15) TO WS-DET-VALOR
                  MOVE 'T' TO WS-DET-CLASSE
                  SET OCOR-AUSENTE TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     MOVE WS-VALOR-BUSCA(1:15) TO TEL-NUMERO
                     MOVE WS-ID-BUSCA          TO TEL-ID-CONTATO
                     WRITE REG-TELIDX
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P820-REGISTRAR-INCLUSAO
                     END-WRITE
                  END-IF
                  MOVE SPACES TO WS-DET-CLASSE
          END-READ
       END-IF
       .

       P320-CONFERIR-ENTRADA-MAIL.
       IF MAILIDX-ABERTO-OK
          MOVE WS-VALOR-BUSCA TO WS-EMAIL-MAIUSC
          INSPECT WS-EMAIL-MAIUSC CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
          MOVE WS-EMAIL-MAIUSC TO MAI-EMAIL
          MOVE WS-ID-BUSCA     TO MAI-ID-CONTATO
          READ MAILIDX
               KEY IS MAI-CHAVE
               INVALID KEY
                  MOVE 'CONTMAIL' TO WS-DET-ARQUIVO
                  MOVE WS-EMAIL-MAIUSC TO WS-DET-VALOR
                  MOVE 'E' TO WS-DET-CLASSE
                  SET OCOR-AUSENTE TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     MOVE WS-EMAIL-MAIUSC TO MAI-EMAIL
                     MOVE WS-ID-BUSCA     TO MAI-ID-CONTATO
                     WRITE REG-MAILIDX
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P820-REGISTRAR-INCLUSAO
                     END-WRITE
                  END-IF
                  MOVE SPACES TO WS-DET-CLASSE
          END-READ
       END-IF
       .

       P330-CONFERIR-ENTRADA-DOC.
       IF DOCIDX-ABERTO-OK
          MOVE NR-DOCUMENTO TO DOC-NUMERO
          MOVE WS-ID-BUSCA  TO DOC-ID-CONTATO
          READ DOCIDX
               KEY IS DOC-CHAVE
               INVALID KEY
                  MOVE 'CONTDOCU' TO WS-DET-ARQUIVO
                  MOVE NR-DOCUMENTO TO WS-DET-VALOR
                  MOVE 'D' TO WS-DET-CLASSE
                  SET OCOR-AUSENTE TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     MOVE NR-DOCUMENTO TO DOC-NUMERO
                     MOVE WS-ID-BUSCA  TO DOC-ID-CONTATO
                     WRITE REG-DOCIDX
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P820-REGISTRAR-INCLUSAO
                     END-WRITE
                  END-IF
                  MOVE SPACES TO WS-DET-CLASSE
          END-READ
       END-IF
       .

       P340-CONFERIR-ENTRADA-FON.
       IF FONIDX-ABERTO-OK
          CALL 'FONETTT' USING NM-CONTATO WS-CHAVE-FON
          MOVE WS-CHAVE-FON TO FON-FONETICA
          MOVE WS-ID-BUSCA  TO FON-ID-CONTATO
          READ FONIDX
               KEY IS FON-CHAVE
               INVALID KEY
                  MOVE 'CONTFONE' TO WS-DET-ARQUIVO
                  MOVE WS-CHAVE-FON TO WS-DET-VALOR
                  SET OCOR-AUSENTE TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     MOVE WS-CHAVE-FON TO FON-FONETICA
                     MOVE WS-ID-BUSCA  TO FON-ID-CONTATO
                     WRITE REG-FONIDX
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P820-REGISTRAR-INCLUSAO
                     END-WRITE
                  END-IF
          END-READ
       END-IF
       .

       P345-CONFERIR-ENTRADA-PAL.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE WS-ID-BUSCA            TO PAL-ID-CONTATO
       READ PALIDX
            KEY IS PAL-CHAVE
            INVALID KEY
               MOVE 'CONTPALA' TO WS-DET-ARQUIVO
               MOVE WS-PALAVRA(WS-IND-PAL) TO WS-DET-VALOR
               SET OCOR-AUSENTE TO TRUE
               PERFORM P800-IMPRIMIR-OCORRENCIA
               IF MODO-REPARO
                  MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
                  MOVE WS-ID-BUSCA            TO PAL-ID-CONTATO
                  WRITE REG-PALIDX
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        PERFORM P820-REGISTRAR-INCLUSAO
                  END-WRITE
               END-IF
       END-READ
       ADD 1 TO WS-IND-PAL
       .

      *---------------------------------------------------------
      * Meios adicionais: órfão sai (no reparo); de dono
      * existente, o valor precisa da entrada no índice de
      * telefones ou de e-mails.
      *---------------------------------------------------------
       P400-CONFERIR-MEIOS.
       IF MEIOS-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P410-CONFERIR-MEIO UNTIL EOF-OK
       END-IF
       .

       P410-CONFERIR-MEIO.
       READ MEIOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE MEI-ID-CONTATO TO WS-ID-BUSCA
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  MOVE 'CONTMEIO' TO WS-DET-ARQUIVO
                  MOVE SPACES TO WS-DET-VALOR
                  STRING 'SEQ ' MEI-SEQUENCIA ' ' MEI-VALOR
                         DELIMITED BY SIZE INTO WS-DET-VALOR
                  END-STRING
                  MOVE MEI-CLASSE TO WS-DET-CLASSE
                  MOVE 9 TO WS-DET-INICIO
                  SET OCOR-ORFAO TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE MEIOS RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
                  MOVE SPACES TO WS-DET-CLASSE
                  MOVE 1 TO WS-DET-INICIO
               ELSE
                  MOVE MEI-VALOR TO WS-VALOR-BUSCA
                  IF MEIO-TELEFONE
                     PERFORM P310-CONFERIR-ENTRADA-TEL
                  ELSE
                     PERFORM P320-CONFERIR-ENTRADA-MAIL
                  END-IF
               END-IF
       END-READ
       .

       P450-CONFERIR-NOTAS.
       IF NOTAS-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P455-CONFERIR-NOTA UNTIL EOF-OK
       END-IF
       .

       P455-CONFERIR-NOTA.
       READ NOTAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE NOT-ID-CONTATO TO WS-ID-BUSCA
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  MOVE 'CONTNOTA' TO WS-DET-ARQUIVO
                  MOVE SPACES TO WS-DET-VALOR
                  STRING 'SEQ ' NOT-SEQUENCIA ' ' NOT-TEXTO
                         DELIMITED BY SIZE INTO WS-DET-VALOR
                  END-STRING
                  MOVE 'X' TO WS-DET-CLASSE
                  MOVE 9 TO WS-DET-INICIO
                  SET OCOR-ORFAO TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE NOTAS RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
                  MOVE SPACES TO WS-DET-CLASSE
                  MOVE 1 TO WS-DET-INICIO
               END-IF
       END-READ
       .

       P460-CONFERIR-GRUPADIC.
       IF GRADIC-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P465-CONFERIR-GRUPO-ADIC UNTIL EOF-OK
       END-IF
       .

       P465-CONFERIR-GRUPO-ADIC.
       READ GRUPADIC NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE GRA-ID-CONTATO TO WS-ID-BUSCA
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  MOVE 'CONTGRAD' TO WS-DET-ARQUIVO
                  MOVE SPACES TO WS-DET-VALOR
                  STRING 'GRUPO ' GRA-CD-GRUPO
                         DELIMITED BY SIZE INTO WS-DET-VALOR
                  END-STRING
                  SET OCOR-ORFAO TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE GRUPADIC RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
       END-READ
       .

       P470-CONFERIR-CARTEIRA.
       IF CARTEIRA-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P475-CONFERIR-ITEM-CARTEIRA UNTIL EOF-OK
       END-IF
       .

       P475-CONFERIR-ITEM-CARTEIRA.
       READ CARTEIRA NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE CAR-ID-CONTATO TO WS-ID-BUSCA
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  MOVE 'CONTCART' TO WS-DET-ARQUIVO
                  MOVE SPACES TO WS-DET-VALOR
                  STRING 'OPERADOR ' CAR-CD-OPERADOR
                         DELIMITED BY SIZE INTO WS-DET-VALOR
                  END-STRING
                  SET OCOR-ORFAO TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE CARTEIRA RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Vínculo é órfão se qualquer das pontas saiu da base; o
      * registro da outra ponta aparece na sua própria leitura.
      *---------------------------------------------------------
       P480-CONFERIR-VINCULOS.
       IF VINCULOS-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P485-CONFERIR-VINCULO UNTIL EOF-OK
       END-IF
       .

       P485-CONFERIR-VINCULO.
       READ VINCULOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE VIN-ID-CONTATO TO WS-ID-BUSCA
               PERFORM P700-VERIFICAR-ID
               IF ID-EXISTE-OK
                  MOVE VIN-ID-VINCULADO TO WS-ID-BUSCA
                  PERFORM P700-VERIFICAR-ID
               END-IF
               IF NOT ID-EXISTE-OK
                  MOVE 'CONTVINC' TO WS-DET-ARQUIVO
                  MOVE SPACES TO WS-DET-VALOR
                  STRING 'VINCULO ' VIN-ID-CONTATO ' - '
                         VIN-ID-VINCULADO
                         DELIMITED BY SIZE INTO WS-DET-VALOR
                  END-STRING
                  SET OCOR-ORFAO TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE VINCULOS RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Índices: entrada de id inexistente é órfã; de id
      * existente, o valor precisa estar no contato ou num meio
      * adicional dele, senão é valor antigo que ficou para
      * trás numa alteração.
      *---------------------------------------------------------
       P500-CONFERIR-TELIDX.
       IF TELIDX-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P505-CONFERIR-TEL UNTIL EOF-OK
       END-IF
       .

       P505-CONFERIR-TEL.
       READ TELIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE TEL-ID-CONTATO TO WS-ID-BUSCA
               MOVE 'CONTTELF' TO WS-DET-ARQUIVO
               MOVE TEL-NUMERO TO WS-DET-VALOR
               MOVE 'T' TO WS-DET-CLASSE
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  SET OCOR-ORFAO TO TRUE
               ELSE
                  SET OCOR-VALOR-ANTIGO TO TRUE
                  IF TELEFONE EQUAL TEL-NUMERO
                     MOVE ZEROS TO WS-TIPO-OCOR
                  ELSE
                     MOVE 'T' TO WS-CLASSE-BUSCA
                     MOVE TEL-NUMERO TO WS-VALOR-BUSCA
                     PERFORM P550-PROCURAR-MEIO
                     IF ACHOU-OK
                        MOVE ZEROS TO WS-TIPO-OCOR
                     END-IF
                  END-IF
               END-IF
               IF WS-TIPO-OCOR NOT EQUAL ZEROS
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE TELIDX RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
               MOVE SPACES TO WS-DET-CLASSE
       END-READ
       .

       P510-CONFERIR-MAILIDX.
       IF MAILIDX-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P515-CONFERIR-MAIL UNTIL EOF-OK
       END-IF
       .

       P515-CONFERIR-MAIL.
       READ MAILIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE MAI-ID-CONTATO TO WS-ID-BUSCA
               MOVE 'CONTMAIL' TO WS-DET-ARQUIVO
               MOVE MAI-EMAIL TO WS-DET-VALOR
               MOVE 'E' TO WS-DET-CLASSE
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  SET OCOR-ORFAO TO TRUE
               ELSE
                  SET OCOR-VALOR-ANTIGO TO TRUE
                  MOVE EMAIL TO WS-EMAIL-MAIUSC
                  INSPECT WS-EMAIL-MAIUSC CONVERTING
                    'abcdefghijklmnopqrstuvwxyz' TO
                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                  IF WS-EMAIL-MAIUSC EQUAL MAI-EMAIL
                     MOVE ZEROS TO WS-TIPO-OCOR
                  ELSE
                     MOVE 'E' TO WS-CLASSE-BUSCA
                     MOVE MAI-EMAIL TO WS-VALOR-BUSCA
                     PERFORM P550-PROCURAR-MEIO
                     IF ACHOU-OK
                        MOVE ZEROS TO WS-TIPO-OCOR
                     END-IF
                  END-IF
               END-IF
               IF WS-TIPO-OCOR NOT EQUAL ZEROS
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE MAILIDX RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
               MOVE SPACES TO WS-DET-CLASSE
       END-READ
       .

       P520-CONFERIR-DOCIDX.
       IF DOCIDX-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P525-CONFERIR-DOC UNTIL EOF-OK
       END-IF
       .

       P525-CONFERIR-DOC.
       READ DOCIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE DOC-ID-CONTATO TO WS-ID-BUSCA
               MOVE 'CONTDOCU' TO WS-DET-ARQUIVO
               MOVE DOC-NUMERO TO WS-DET-VALOR
               MOVE 'D' TO WS-DET-CLASSE
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  SET OCOR-ORFAO TO TRUE
               ELSE
                  IF NR-DOCUMENTO EQUAL DOC-NUMERO
                     MOVE ZEROS TO WS-TIPO-OCOR
                  ELSE
                     SET OCOR-VALOR-ANTIGO TO TRUE
                  END-IF
               END-IF
               IF WS-TIPO-OCOR NOT EQUAL ZEROS
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE DOCIDX RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
               MOVE SPACES TO WS-DET-CLASSE
       END-READ
       .

       P530-CONFERIR-FONIDX.
       IF FONIDX-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P535-CONFERIR-FON UNTIL EOF-OK
       END-IF
       .

       P535-CONFERIR-FON.
       READ FONIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE FON-ID-CONTATO TO WS-ID-BUSCA
               MOVE 'CONTFONE' TO WS-DET-ARQUIVO
               MOVE FON-FONETICA TO WS-DET-VALOR
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  SET OCOR-ORFAO TO TRUE
               ELSE
                  SET OCOR-VALOR-ANTIGO TO TRUE
                  IF NM-CONTATO NOT EQUAL SPACES
                     CALL 'FONETTT' USING NM-CONTATO WS-CHAVE-FON
                     IF WS-CHAVE-FON EQUAL FON-FONETICA
                        MOVE ZEROS TO WS-TIPO-OCOR
                     END-IF
                  END-IF
               END-IF
               IF WS-TIPO-OCOR NOT EQUAL ZEROS
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE FONIDX RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Índice de palavras: a palavra da entrada precisa estar
      * entre as palavras do nome completo ou do nome social
      * atuais do contato (PALNOMTT); senão é de nome antigo.
      *---------------------------------------------------------
       P540-CONFERIR-PALIDX.
       IF PALIDX-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P545-CONFERIR-PAL UNTIL EOF-OK
       END-IF
       .

       P545-CONFERIR-PAL.
       READ PALIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE PAL-ID-CONTATO TO WS-ID-BUSCA
               MOVE 'CONTPALA' TO WS-DET-ARQUIVO
               MOVE PAL-PALAVRA TO WS-DET-VALOR
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  SET OCOR-ORFAO TO TRUE
               ELSE
                  SET OCOR-VALOR-ANTIGO TO TRUE
                  CALL 'PALNOMTT' USING NM-COMPLETO NM-CONTATO
                       WS-PALAVRAS
                  MOVE 1 TO WS-IND-PAL
                  PERFORM P546-PROCURAR-PALAVRA
                     UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
               END-IF
               IF WS-TIPO-OCOR NOT EQUAL ZEROS
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE PALIDX RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
       END-READ
       .

       P546-PROCURAR-PALAVRA.
       IF WS-PALAVRA(WS-IND-PAL) EQUAL PAL-PALAVRA
          MOVE ZEROS TO WS-TIPO-OCOR
       END-IF
       ADD 1 TO WS-IND-PAL
       .

      *---------------------------------------------------------
      * Procura entre os meios adicionais do contato um da
      * classe pedida com o valor da entrada do índice (o
      * e-mail comparado em maiúsculas, como é indexado).
      *---------------------------------------------------------
       P550-PROCURAR-MEIO.
       SET ACHOU-OK TO FALSE
       IF MEIOS-ABERTO-OK
          MOVE WS-ID-BUSCA TO MEI-ID-CONTATO
          MOVE ZEROS TO MEI-SEQUENCIA
          SET FIM-MEIOS-OK TO FALSE
          START MEIOS KEY IS GREATER OR EQUAL MEI-CHAVE
                INVALID KEY
                   SET FIM-MEIOS-OK TO TRUE
          END-START
          PERFORM P555-LER-MEIO-DO-CONTATO
             UNTIL FIM-MEIOS-OK OR ACHOU-OK
       END-IF
       .

       P555-LER-MEIO-DO-CONTATO.
       READ MEIOS NEXT RECORD
            AT END
               SET FIM-MEIOS-OK TO TRUE
            NOT AT END
               IF MEI-ID-CONTATO NOT EQUAL WS-ID-BUSCA
                  SET FIM-MEIOS-OK TO TRUE
               ELSE
                  IF MEI-CLASSE EQUAL WS-CLASSE-BUSCA
                     MOVE MEI-VALOR TO WS-VALOR-MEIO
                     IF MEIO-EMAIL
                        INSPECT WS-VALOR-MEIO CONVERTING
                          'abcdefghijklmnopqrstuvwxyz' TO
                          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                     ELSE
                        MOVE SPACES TO WS-VALOR-MEIO(16:25)
                     END-IF
                     IF WS-VALOR-MEIO EQUAL WS-VALOR-BUSCA
                        SET ACHOU-OK TO TRUE
                     END-IF
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Remissão de fusão cujo sobrevivente saiu da base não
      * leva a lugar nenhum (a origem pode ter sido arquivada,
      * é justamente para isso que a remissão existe).
      *---------------------------------------------------------
       P600-CONFERIR-REMISSOES.
       IF REMISSOES-ABERTO-OK
          SET EOF-OK TO FALSE
          PERFORM P605-CONFERIR-REMISSAO UNTIL EOF-OK
       END-IF
       .

       P605-CONFERIR-REMISSAO.
       READ REMISSOES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE XRF-ID-DESTINO TO WS-ID-BUSCA
               PERFORM P700-VERIFICAR-ID
               IF NOT ID-EXISTE-OK
                  MOVE 'CONTXREF' TO WS-DET-ARQUIVO
                  MOVE SPACES TO WS-DET-VALOR
                  STRING 'ORIGEM ' XRF-ID-ORIGEM ' DESTINO '
                         XRF-ID-DESTINO
                         DELIMITED BY SIZE INTO WS-DET-VALOR
                  END-STRING
                  SET OCOR-REMISSAO TO TRUE
                  PERFORM P800-IMPRIMIR-OCORRENCIA
                  IF MODO-REPARO
                     DELETE REMISSOES RECORD
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           PERFORM P810-REGISTRAR-EXCLUSAO
                     END-DELETE
                  END-IF
               END-IF
       END-READ
       .

       P700-VERIFICAR-ID.
       SET ID-EXISTE-OK TO FALSE
       MOVE WS-ID-BUSCA TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               SET ID-EXISTE-OK TO TRUE
       END-READ
       .

       P800-IMPRIMIR-OCORRENCIA.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P200-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-CONT-EXCECOES
       ADD 1 TO WS-LINHA
       EVALUATE TRUE
          WHEN OCOR-ORFAO
             MOVE 'ID INEXISTENTE NA BASE' TO WS-DET-TIPO
             ADD 1 TO WS-QTD-ORFAOS
          WHEN OCOR-VALOR-ANTIGO
             MOVE 'VALOR ANTIGO NO INDICE' TO WS-DET-TIPO
             ADD 1 TO WS-QTD-ANTIGOS
          WHEN OCOR-AUSENTE
             MOVE 'FALTA ENTRADA NO INDICE' TO WS-DET-TIPO
             ADD 1 TO WS-QTD-AUSENTES
          WHEN OCOR-REMISSAO
             MOVE 'REMISSAO P/ ID APAGADO' TO WS-DET-TIPO
             ADD 1 TO WS-QTD-REMISSOES
       END-EVALUATE
       MOVE WS-ID-BUSCA TO WS-DET-ID
       MOVE SPACES TO WS-DET-REPARO
       PERFORM P805-MASCARAR-DETALHE
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       MOVE WS-DET-INTEGRO TO WS-DET-VALOR
       .

      *---------------------------------------------------------
      * CPF/CNPJ, telefone, e-mail e texto de anotação só saem
      * por inteiro na listagem do supervisor; para os demais
      * vão mascarados (MASCARTT), como na ficha e nas
      * consultas, a partir da posição WS-DET-INICIO (depois do
      * 'SEQ nnn ' dos órfãos). A auditoria do reparo continua
      * com o valor completo.
      *---------------------------------------------------------
       P805-MASCARAR-DETALHE.
       MOVE WS-DET-VALOR TO WS-DET-INTEGRO
       IF WS-DET-CLASSE NOT EQUAL SPACES
          AND NOT OPERADOR-SUPERVISOR
          MOVE WS-DET-VALOR(WS-DET-INICIO:) TO WS-MSC-VALOR
          CALL 'MASCARTT' USING WS-DET-CLASSE WS-MSC-VALOR
                                WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-DET-VALOR(WS-DET-INICIO:)
       END-IF
       .

      *---------------------------------------------------------
      * Cada reparo vai para a auditoria com quem executou e o
      * supervisor que autorizou; a linha do relatório sai
      * repetida com a marca do reparo feito.
      *---------------------------------------------------------
       P810-REGISTRAR-EXCLUSAO.
       MOVE 'REMOVIDO' TO WS-DET-REPARO
       MOVE 'EXCLUSAO  ' TO WS-AUD-OPERACAO
       MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
       STRING WS-DET-ARQUIVO ' ' WS-DET-VALOR
              DELIMITED BY SIZE INTO WS-AUD-ANTES
       END-STRING
       STRING 'REMOVIDO, AUTORIZADO POR ' WS-APROVADOR
              DELIMITED BY SIZE INTO WS-AUD-DEPOIS
       END-STRING
       PERFORM P830-GRAVAR-REPARO
       .

       P820-REGISTRAR-INCLUSAO.
       MOVE 'INCLUIDO' TO WS-DET-REPARO
       MOVE 'INCLUSAO  ' TO WS-AUD-OPERACAO
       MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
       STRING 'AUSENTE, AUTORIZADO POR ' WS-APROVADOR
              DELIMITED BY SIZE INTO WS-AUD-ANTES
       END-STRING
       STRING WS-DET-ARQUIVO ' ' WS-DET-VALOR
              DELIMITED BY SIZE INTO WS-AUD-DEPOIS
       END-STRING
       PERFORM P830-GRAVAR-REPARO
       .

       P830-GRAVAR-REPARO.
       ADD 1 TO WS-QTD-REPARADOS
       MOVE WS-ID-BUSCA TO WS-AUD-CHAVE
       CALL 'GRAVAUDTT' USING 'CONFSATT' WS-AUD-OPERACAO
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-ID-BUSCA TO WS-DET-ID
       MOVE SPACES TO WS-DET-TIPO
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P200-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-LINHA
       PERFORM P805-MASCARAR-DETALHE
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       MOVE WS-DET-INTEGRO TO WS-DET-VALOR
       .

       P850-IMPRIMIR-RESUMO.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'ID INEXISTENTE NA BASE....:' TO WS-RES-TEXTO
       MOVE WS-QTD-ORFAOS TO WS-RES-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
       MOVE 'VALOR ANTIGO NO INDICE....:' TO WS-RES-TEXTO
       MOVE WS-QTD-ANTIGOS TO WS-RES-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
       MOVE 'FALTA ENTRADA NO INDICE...:' TO WS-RES-TEXTO
       MOVE WS-QTD-AUSENTES TO WS-RES-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
       MOVE 'REMISSAO P/ ID APAGADO....:' TO WS-RES-TEXTO
       MOVE WS-QTD-REMISSOES TO WS-RES-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
       MOVE 'TOTAL DE OCORRENCIAS......:' TO WS-RES-TEXTO
       MOVE WS-CONT-EXCECOES TO WS-RES-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
       IF MODO-REPARO
          MOVE 'REPAROS FEITOS............:' TO WS-RES-TEXTO
          MOVE WS-QTD-REPARADOS TO WS-RES-QTD
          WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
       END-IF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado); o que decide se a conferência rodou é a
      *    trava de falha, como no AUDCONTT.
       CLOSE CONTATOS
       IF MEIOS-ABERTO-OK
          CLOSE MEIOS
       END-IF
       IF NOTAS-ABERTO-OK
          CLOSE NOTAS
       END-IF
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
       END-IF
       IF CARTEIRA-ABERTO-OK
          CLOSE CARTEIRA
       END-IF
       IF VINCULOS-ABERTO-OK
          CLOSE VINCULOS
       END-IF
       IF TELIDX-ABERTO-OK
          CLOSE TELIDX
       END-IF
       IF MAILIDX-ABERTO-OK
          CLOSE MAILIDX
       END-IF
       IF DOCIDX-ABERTO-OK
          CLOSE DOCIDX
       END-IF
       IF FONIDX-ABERTO-OK
          CLOSE FONIDX
       END-IF
       IF PALIDX-ABERTO-OK
          CLOSE PALIDX
       END-IF
       IF REMISSOES-ABERTO-OK
          CLOSE REMISSOES
       END-IF
       SET MEIOS-ABERTO-OK TO FALSE
       SET NOTAS-ABERTO-OK TO FALSE
       SET GRADIC-ABERTO-OK TO FALSE
       SET CARTEIRA-ABERTO-OK TO FALSE
       SET VINCULOS-ABERTO-OK TO FALSE
       SET TELIDX-ABERTO-OK TO FALSE
       SET MAILIDX-ABERTO-OK TO FALSE
       SET DOCIDX-ABERTO-OK TO FALSE
       SET FONIDX-ABERTO-OK TO FALSE
       SET PALIDX-ABERTO-OK TO FALSE
       SET REMISSOES-ABERTO-OK TO FALSE

       IF FS-REL-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'CONFSATT' WS-ARQ-RELATORIO
       END-IF

       IF HOUVE-FALHA
          DISPLAY 'CONFERENCIA NAO EXECUTADA POR ERRO DE ARQUIVO'
          MOVE 12 TO RETURN-CODE
       ELSE
          IF WS-CONT-EXCECOES EQUAL ZEROS
             DISPLAY 'CONFERENCIA CONCLUIDA SEM OCORRENCIAS: '
                     WS-CONT-LIDOS ' CONTATO(S)'
             MOVE 0 TO RETURN-CODE
          ELSE
             DISPLAY 'CONFERENCIA ENCONTROU ' WS-CONT-EXCECOES
                     ' OCORRENCIA(S)'
             IF MODO-REPARO
                DISPLAY 'REPAROS FEITOS: ' WS-QTD-REPARADOS
             END-IF
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF
       .
       END PROGRAM CONFSATT.
