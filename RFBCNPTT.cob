      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conferir os contatos pessoa jurídica com o
      *            extrato do cadastro CNPJ público da Receita
      *            Federal (RFBCNPJ.TXT: CNPJ, situação cadastral,
      *            data da situação, razão social e endereço). Cada
      *            CNPJ do extrato é procurado no índice de
      *            documentos (CONTDOCU.DAT); o contato achado tem
      *            nome completo e endereço comparados com os da
      *            Receita (sem distinguir maiúsculas). O relatório
      *            catalogado (CATSPLTT) relaciona as diferenças de
      *            nome, endereço/CEP e situação cadastral
      *            (suspensa, inapta, baixada, nula). A diferença
      *            de nome ou endereço não é aplicada aqui: vai,
      *            pendente, para o CONTRFBD.DAT, e o operador
      *            aplica ou rejeita uma a uma na tela APRRFBTT
      *            (com linha no log de movimentação). Divergência
      *            já rejeitada com os mesmos valores da Receita
      *            não volta. Empresa baixada ou nula não recebe
      *            atualização: o contato ativo tem o endereço
      *            marcado para revisão (FL-ST-ENDERECO 'B', com
      *            linha no log, GRAVLOGTT), sai das saídas postais
      *            e entra na lista de trabalho RELDEVTT. Roda no
      *            lote noturno (NOTURNTT) na noite em que o
      *            extrato chega; sem o arquivo, nada a processar.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFBCNPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQRECEITA ASSIGN TO WS-ARQ-RECEITA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-RFB.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

                SELECT DIVERGENCIAS ASSIGN TO WS-ARQ-DIVERGENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RFD-ID-CONTATO
                FILE STATUS IS WS-FS-RFD.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQRECEITA.
       01 REG-RECEITA.
          03 RFB-NR-CNPJ       PIC X(14).
          03 RFB-SITUACAO      PIC X(02).
          03 RFB-DT-SITUACAO   PIC X(08).
          03 RFB-RAZAO-SOCIAL  PIC X(60).
          03 RFB-LOGRADOURO    PIC X(40).
          03 RFB-COMPLEMENTO   PIC X(20).
          03 RFB-MUNICIPIO     PIC X(20).
          03 RFB-UF            PIC X(02).
          03 RFB-CEP           PIC X(08).

       FD CONTATOS.
          COPY FD_CONTT.

       FD DOCIDX.
          COPY FD_DOCTT.

       FD DIVERGENCIAS.
          COPY FD_RFBTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS-RFB         PIC 99.
          88 FS-RFB-OK      VALUE 0.
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-DOC         PIC 99.
          88 FS-DOC-OK      VALUE 0.
       77 WS-FS-RFD         PIC 99.
          88 FS-RFD-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FIM-INDICE     PIC X VALUE 'N'.
          88 FIM-INDICE-OK  VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-SEM-ARQUIVO    PIC X VALUE 'N'.
          88 SEM-ARQUIVO-OK VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-CNPJ     PIC X VALUE 'N'.
          88 ACHOU-CNPJ-OK  VALUE 'S' FALSE 'N'.

       77 WS-SIT-RECEITA    PIC X(02) VALUE SPACES.
          88 RFB-NULA       VALUE '01'.
          88 RFB-ATIVA      VALUE '02'.
          88 RFB-SUSPENSA   VALUE '03'.
          88 RFB-INAPTA     VALUE '04'.
          88 RFB-BAIXADA    VALUE '08'.
       77 WS-DESC-SITUACAO  PIC X(12) VALUE SPACES.

       77 WS-ID-ACHADO      PIC 9(06) VALUE ZEROS.
       77 WS-CEP-RECEITA    PIC 9(08) VALUE ZEROS.
       77 WS-CMP-CADASTRO   PIC X(60) VALUE SPACES.
       77 WS-CMP-RECEITA    PIC X(60) VALUE SPACES.
       77 WS-DIF-NOME       PIC X VALUE 'N'.
          88 DIF-NOME-OK    VALUE 'S' FALSE 'N'.
       77 WS-DIF-ENDERECO   PIC X VALUE 'N'.
          88 DIF-ENDERECO-OK VALUE 'S' FALSE 'N'.
       77 WS-ACAO           PIC X(12) VALUE SPACES.

       77 WS-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-LOCALIZADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NOME       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENDERECO   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-REJEIT  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IRREGULAR  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BAIXADAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MARCADOS   PIC 9(06) VALUE ZEROS.

       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'CONFERENCIA COM O CADASTRO CNPJ DA RECEITA'.
          03 FILLER         PIC X(10) VALUE '  EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(06) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(14) VALUE 'CNPJ'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE 'CAMPO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'NO CADASTRO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'NA RECEITA'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(12) VALUE 'ACAO'.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC 9(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CNPJ    PIC X(14).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CAMPO   PIC X(10).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CADASTRO PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-RECEITA PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ACAO    PIC X(12).

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       77 WS-ARQ-DOCIDX      PIC X(60) VALUE
          'CONTDOCU.DAT'.
       77 WS-ARQ-DIVERGENCIAS PIC X(60) VALUE
          'CONTRFBD.DAT'.
       77 WS-ARQ-RECEITA     PIC X(60) VALUE
          'RFBCNPJ.TXT'.
       77 WS-ARQ-RELATORIO   PIC X(60) VALUE SPACES.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'RFBCNPTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE     PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-IMPEDIDA PIC X VALUE 'N'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-DIVERGENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-RECEITA
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            DISPLAY '***** CONFERENCIA COM O CADASTRO CNPJ *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
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
       STRING 'RFBCNPTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * O extrato chega de tempos em tempos: noite sem arquivo
      * não é falha. Sem o índice de documentos não há como
      * localizar os contatos, e a rodada é abandonada.
      *---------------------------------------------------------
       P100-ABRIR-ARQUIVOS.
       SET FS-RFB-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET FS-DOC-OK TO TRUE.
       SET FS-RFD-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       SET SEM-ARQUIVO-OK TO FALSE.
       MOVE ZEROS TO WS-LIDOS WS-LOCALIZADOS WS-QTD-NOME
                     WS-QTD-ENDERECO WS-QTD-PENDENTES
                     WS-QTD-JA-REJEIT WS-QTD-IRREGULAR
                     WS-QTD-BAIXADAS WS-QTD-MARCADOS.

       OPEN INPUT ARQRECEITA
       IF WS-FS-RFB EQUAL 35
          SET SEM-ARQUIVO-OK TO TRUE
          DISPLAY 'NENHUM EXTRATO DA RECEITA (RFBCNPJ.TXT)'
          DISPLAY 'NESTA RODADA, NADA A PROCESSAR'
          GO TO P100-FIM
       END-IF
       IF NOT FS-RFB-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O EXTRATO DA RECEITA'
          CALL 'FSMSGTT' USING WS-FS-RFB WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RFBCNPTT' 'RECEITA   '
               WS-FS-RFB WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN I-O CONTATOS
       IF NOT FS-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RFBCNPTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT DOCIDX
       IF NOT FS-DOC-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'INDICE DE DOCUMENTOS INDISPONIVEL (RODE O IDXCONTT)'
          CALL 'FSMSGTT' USING WS-FS-DOC WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RFBCNPTT' 'DOCIDX    '
               WS-FS-DOC WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN I-O DIVERGENCIAS
       IF WS-FS-RFD EQUAL 35
          OPEN OUTPUT DIVERGENCIAS
          CLOSE DIVERGENCIAS
          OPEN I-O DIVERGENCIAS
       END-IF
       IF NOT FS-RFD-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DIVERGENCIAS'
          CALL 'FSMSGTT' USING WS-FS-RFD WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RFBCNPTT' 'DIVERGENC '
               WS-FS-RFD WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RFBCNPTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       MOVE WS-SPL-DATA TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       .
       P100-FIM.

      *---------------------------------------------------------
      * Uma linha do extrato: o CNPJ é procurado no índice de
      * documentos (chave CNPJ + id, normalmente um só contato).
      * CNPJ que não é de contato nosso é só contado.
      *---------------------------------------------------------
       P200-PROCESSAR.
       READ ARQRECEITA
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-LIDOS
               IF RFB-NR-CNPJ NUMERIC
                  PERFORM P210-PROCURAR-CNPJ
               END-IF
       END-READ
       .

       P210-PROCURAR-CNPJ.
       MOVE RFB-SITUACAO TO WS-SIT-RECEITA
       MOVE RFB-NR-CNPJ TO DOC-NUMERO
       MOVE ZEROS TO DOC-ID-CONTATO
       SET ACHOU-CNPJ-OK TO FALSE
       SET FIM-INDICE-OK TO FALSE
       START DOCIDX KEY IS GREATER OR EQUAL DOC-CHAVE
             INVALID KEY
                SET FIM-INDICE-OK TO TRUE
       END-START
       PERFORM P220-LER-INDICE-DOC UNTIL FIM-INDICE-OK
       IF ACHOU-CNPJ-OK
          ADD 1 TO WS-LOCALIZADOS
       END-IF
       .

       P220-LER-INDICE-DOC.
       READ DOCIDX NEXT RECORD
            AT END
               SET FIM-INDICE-OK TO TRUE
            NOT AT END
               IF DOC-NUMERO NOT EQUAL RFB-NR-CNPJ
                  SET FIM-INDICE-OK TO TRUE
               ELSE
                  MOVE DOC-ID-CONTATO TO WS-ID-ACHADO
                  MOVE WS-ID-ACHADO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          SET ACHOU-CNPJ-OK TO TRUE
                          PERFORM P300-CONFERIR-CONTATO
                  END-READ
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Situação cadastral primeiro: baixada ou nula não tem
      * nome nem endereço a atualizar, só a marca de revisão;
      * suspensa e inapta saem como aviso e seguem para a
      * comparação de nome e endereço.
      *---------------------------------------------------------
       P300-CONFERIR-CONTATO.
       MOVE ID-CONTATO  TO WS-DET-ID
       MOVE RFB-NR-CNPJ TO WS-DET-CNPJ
       EVALUATE TRUE
          WHEN RFB-NULA
             MOVE 'NULA'     TO WS-DESC-SITUACAO
          WHEN RFB-SUSPENSA
             MOVE 'SUSPENSA' TO WS-DESC-SITUACAO
          WHEN RFB-INAPTA
             MOVE 'INAPTA'   TO WS-DESC-SITUACAO
          WHEN RFB-BAIXADA
             MOVE 'BAIXADA'  TO WS-DESC-SITUACAO
          WHEN OTHER
             MOVE 'ATIVA'    TO WS-DESC-SITUACAO
       END-EVALUATE

       IF RFB-BAIXADA OR RFB-NULA
          ADD 1 TO WS-QTD-BAIXADAS
          PERFORM P310-MARCAR-BAIXADA
       ELSE
          IF RFB-SUSPENSA OR RFB-INAPTA
             ADD 1 TO WS-QTD-IRREGULAR
             MOVE 'SO AVISO' TO WS-ACAO
             PERFORM P700-IMPRIMIR-SITUACAO
          END-IF
          PERFORM P400-COMPARAR-DADOS
       END-IF
       .

      *---------------------------------------------------------
      * Só o contato ativo com endereço normal é marcado; o já
      * marcado, o devolvido e o inativo já estão fora das
      * saídas postais e só aparecem no relatório.
      *---------------------------------------------------------
       P310-MARCAR-BAIXADA.
       IF NOT CONTATO-ATIVO
          MOVE 'INATIVO' TO WS-ACAO
       ELSE
          IF FL-ST-ENDERECO NOT EQUAL SPACES
             MOVE 'JA FORA MALA' TO WS-ACAO
          ELSE
             SET EMPRESA-BAIXADA TO TRUE
             MOVE WS-DATA-HOJE TO DT-ULT-ALTERACAO
             ACCEPT US-ULT-ALTERACAO FROM ENVIRONMENT 'USERNAME'
             REWRITE REG-CONTATOS
                INVALID KEY
                   MOVE 'ERRO GRAVAR' TO WS-ACAO
                   DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
                   CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
                   DISPLAY WS-FS-MSG
                   MOVE ID-CONTATO TO WS-ERR-CHAVE
                   CALL 'ERRLOGTT' USING 'RFBCNPTT' 'CONTATOS  '
                        WS-FS WS-ERR-CHAVE
                NOT INVALID KEY
                   ADD 1 TO WS-QTD-MARCADOS
                   MOVE 'REVISAO' TO WS-ACAO
                   CALL 'GRAVLOGTT' USING 'A' ID-CONTATO NM-CONTATO
                        TELEFONE EMAIL ENDERECO US-ULT-ALTERACAO
                        REG-CONTATOS
             END-REWRITE
          END-IF
       END-IF
       PERFORM P700-IMPRIMIR-SITUACAO
       .

      *---------------------------------------------------------
      * Nome completo e endereço comparados em maiúsculas (o
      * extrato vem todo em maiúsculas, o cadastro nem sempre).
      *---------------------------------------------------------
       P400-COMPARAR-DADOS.
       SET DIF-NOME-OK TO FALSE
       SET DIF-ENDERECO-OK TO FALSE
       MOVE NM-COMPLETO      TO WS-CMP-CADASTRO
       MOVE RFB-RAZAO-SOCIAL TO WS-CMP-RECEITA
       PERFORM P410-COMPARAR-CAMPO
       IF WS-CMP-CADASTRO NOT EQUAL WS-CMP-RECEITA
          SET DIF-NOME-OK TO TRUE
       END-IF

       MOVE END-LOGRADOURO   TO WS-CMP-CADASTRO
       MOVE RFB-LOGRADOURO   TO WS-CMP-RECEITA
       PERFORM P410-COMPARAR-CAMPO
       IF WS-CMP-CADASTRO NOT EQUAL WS-CMP-RECEITA
          SET DIF-ENDERECO-OK TO TRUE
       END-IF
       MOVE END-COMPLEMENTO  TO WS-CMP-CADASTRO
       MOVE RFB-COMPLEMENTO  TO WS-CMP-RECEITA
       PERFORM P410-COMPARAR-CAMPO
       IF WS-CMP-CADASTRO NOT EQUAL WS-CMP-RECEITA
          SET DIF-ENDERECO-OK TO TRUE
       END-IF
       MOVE END-CIDADE       TO WS-CMP-CADASTRO
       MOVE RFB-MUNICIPIO    TO WS-CMP-RECEITA
       PERFORM P410-COMPARAR-CAMPO
       IF WS-CMP-CADASTRO NOT EQUAL WS-CMP-RECEITA
          SET DIF-ENDERECO-OK TO TRUE
       END-IF
       MOVE END-UF           TO WS-CMP-CADASTRO
       MOVE RFB-UF           TO WS-CMP-RECEITA
       PERFORM P410-COMPARAR-CAMPO
       IF WS-CMP-CADASTRO NOT EQUAL WS-CMP-RECEITA
          SET DIF-ENDERECO-OK TO TRUE
       END-IF
       IF RFB-CEP NUMERIC
          MOVE RFB-CEP TO WS-CEP-RECEITA
       ELSE
          MOVE ZEROS TO WS-CEP-RECEITA
       END-IF
       IF END-CEP NOT EQUAL WS-CEP-RECEITA
          SET DIF-ENDERECO-OK TO TRUE
       END-IF

       IF DIF-NOME-OK OR DIF-ENDERECO-OK
          PERFORM P500-GRAVAR-DIVERGENCIA
       END-IF
       .

       P410-COMPARAR-CAMPO.
       INSPECT WS-CMP-CADASTRO CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       INSPECT WS-CMP-RECEITA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       .

      *---------------------------------------------------------
      * A divergência vai pendente para a tela APRRFBTT. Já
      * existindo uma para o contato, a desta conferência a
      * substitui — exceto a rejeitada com os mesmos valores da
      * Receita, que não volta a incomodar o operador.
      *---------------------------------------------------------
       P500-GRAVAR-DIVERGENCIA.
       MOVE ID-CONTATO TO RFD-ID-CONTATO
       READ DIVERGENCIAS
            KEY IS RFD-ID-CONTATO
            INVALID KEY
               PERFORM P510-MONTAR-DIVERGENCIA
               WRITE REG-DIVERGENCIA
                  INVALID KEY
                     MOVE 'ERRO GRAVAR' TO WS-ACAO
                  NOT INVALID KEY
                     MOVE 'PENDENTE' TO WS-ACAO
                     ADD 1 TO WS-QTD-PENDENTES
               END-WRITE
            NOT INVALID KEY
               IF DIVERGENCIA-REJEITADA
                  AND RFD-NM-RECEITA EQUAL RFB-RAZAO-SOCIAL
                  AND RFD-RFB-LOGRADOURO EQUAL RFB-LOGRADOURO
                  AND RFD-RFB-COMPLEMENTO EQUAL RFB-COMPLEMENTO
                  AND RFD-RFB-CIDADE EQUAL RFB-MUNICIPIO
                  AND RFD-RFB-UF EQUAL RFB-UF
                  AND RFD-RFB-CEP EQUAL WS-CEP-RECEITA
                  MOVE 'JA REJEITADA' TO WS-ACAO
                  ADD 1 TO WS-QTD-JA-REJEIT
               ELSE
                  PERFORM P510-MONTAR-DIVERGENCIA
                  REWRITE REG-DIVERGENCIA
                     INVALID KEY
                        MOVE 'ERRO GRAVAR' TO WS-ACAO
                     NOT INVALID KEY
                        MOVE 'PENDENTE' TO WS-ACAO
                        ADD 1 TO WS-QTD-PENDENTES
                  END-REWRITE
               END-IF
       END-READ
       IF WS-ACAO EQUAL 'ERRO GRAVAR'
          MOVE ID-CONTATO TO WS-ERR-CHAVE
          CALL 'ERRLOGTT' USING 'RFBCNPTT' 'DIVERGENC '
               WS-FS-RFD WS-ERR-CHAVE
       END-IF

       IF DIF-NOME-OK
          ADD 1 TO WS-QTD-NOME
          MOVE 'NOME'           TO WS-DET-CAMPO
          MOVE NM-COMPLETO      TO WS-DET-CADASTRO
          MOVE RFB-RAZAO-SOCIAL TO WS-DET-RECEITA
          MOVE WS-ACAO          TO WS-DET-ACAO
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF
       IF DIF-ENDERECO-OK
          ADD 1 TO WS-QTD-ENDERECO
          MOVE 'ENDERECO'       TO WS-DET-CAMPO
          MOVE SPACES TO WS-DET-CADASTRO WS-DET-RECEITA
          STRING END-LOGRADOURO DELIMITED BY '  '
                 ' '            DELIMITED BY SIZE
                 END-COMPLEMENTO DELIMITED BY SIZE
            INTO WS-DET-CADASTRO
          END-STRING
          STRING RFB-LOGRADOURO DELIMITED BY '  '
                 ' '            DELIMITED BY SIZE
                 RFB-COMPLEMENTO DELIMITED BY SIZE
            INTO WS-DET-RECEITA
          END-STRING
          MOVE WS-ACAO          TO WS-DET-ACAO
          WRITE REG-RELATORIO FROM WS-LINHA-DET
          MOVE 'CIDADE/CEP'     TO WS-DET-CAMPO
          MOVE SPACES TO WS-DET-CADASTRO WS-DET-RECEITA
          STRING END-CIDADE     DELIMITED BY SIZE
                 ' '            DELIMITED BY SIZE
                 END-UF         DELIMITED BY SIZE
                 ' '            DELIMITED BY SIZE
                 END-CEP        DELIMITED BY SIZE
            INTO WS-DET-CADASTRO
          END-STRING
          STRING RFB-MUNICIPIO  DELIMITED BY SIZE
                 ' '            DELIMITED BY SIZE
                 RFB-UF         DELIMITED BY SIZE
                 ' '            DELIMITED BY SIZE
                 WS-CEP-RECEITA DELIMITED BY SIZE
            INTO WS-DET-RECEITA
          END-STRING
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF
       .

       P510-MONTAR-DIVERGENCIA.
       MOVE ID-CONTATO       TO RFD-ID-CONTATO
       MOVE RFB-NR-CNPJ      TO RFD-NR-CNPJ
       MOVE WS-DATA-HOJE     TO RFD-DT-CONFERENCIA
       MOVE RFB-SITUACAO     TO RFD-SITUACAO-RFB
       MOVE 'N'              TO RFD-FL-NOME RFD-FL-ENDERECO
       IF DIF-NOME-OK
          SET DIVERGE-NOME TO TRUE
       END-IF
       IF DIF-ENDERECO-OK
          SET DIVERGE-ENDERECO TO TRUE
       END-IF
       MOVE NM-COMPLETO      TO RFD-NM-CADASTRO
       MOVE END-LOGRADOURO   TO RFD-CAD-LOGRADOURO
       MOVE END-COMPLEMENTO  TO RFD-CAD-COMPLEMENTO
       MOVE END-CIDADE       TO RFD-CAD-CIDADE
       MOVE END-UF           TO RFD-CAD-UF
       MOVE END-CEP          TO RFD-CAD-CEP
       MOVE RFB-RAZAO-SOCIAL TO RFD-NM-RECEITA
       MOVE RFB-LOGRADOURO   TO RFD-RFB-LOGRADOURO
       MOVE RFB-COMPLEMENTO  TO RFD-RFB-COMPLEMENTO
       MOVE RFB-MUNICIPIO    TO RFD-RFB-CIDADE
       MOVE RFB-UF           TO RFD-RFB-UF
       MOVE WS-CEP-RECEITA   TO RFD-RFB-CEP
       SET DIVERGENCIA-PENDENTE TO TRUE
       MOVE ZEROS            TO RFD-DT-DECISAO
       MOVE SPACES           TO RFD-US-DECISOR
       .

       P700-IMPRIMIR-SITUACAO.
       MOVE 'SITUACAO'       TO WS-DET-CAMPO
       IF CONTATO-ATIVO
          MOVE 'CONTATO ATIVO' TO WS-DET-CADASTRO
       ELSE
          MOVE 'CONTATO INATIVO' TO WS-DET-CADASTRO
       END-IF
       MOVE SPACES TO WS-DET-RECEITA
       STRING WS-DESC-SITUACAO    DELIMITED BY SPACE
              ' DESDE '           DELIMITED BY SIZE
              RFB-DT-SITUACAO(7:2) DELIMITED BY SIZE
              '/'                 DELIMITED BY SIZE
              RFB-DT-SITUACAO(5:2) DELIMITED BY SIZE
              '/'                 DELIMITED BY SIZE
              RFB-DT-SITUACAO(1:4) DELIMITED BY SIZE
         INTO WS-DET-RECEITA
       END-STRING
       MOVE WS-ACAO          TO WS-DET-ACAO
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CNPJS LIDOS NO EXTRATO.................:' TO WS-TOT-DESC
       MOVE WS-LIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CNPJS DE CONTATOS DA BASE..............:' TO WS-TOT-DESC
       MOVE WS-LOCALIZADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'NOME DIFERENTE DA RECEITA..............:' TO WS-TOT-DESC
       MOVE WS-QTD-NOME TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'ENDERECO/CEP DIFERENTE DA RECEITA......:' TO WS-TOT-DESC
       MOVE WS-QTD-ENDERECO TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'DIVERGENCIAS PENDENTES DE APROVACAO....:' TO WS-TOT-DESC
       MOVE WS-QTD-PENDENTES TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'DIVERGENCIAS JA REJEITADAS.............:' TO WS-TOT-DESC
       MOVE WS-QTD-JA-REJEIT TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'EMPRESAS SUSPENSAS OU INAPTAS..........:' TO WS-TOT-DESC
       MOVE WS-QTD-IRREGULAR TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'EMPRESAS BAIXADAS OU NULAS.............:' TO WS-TOT-DESC
       MOVE WS-QTD-BAIXADAS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'MARCADAS PARA REVISAO..................:' TO WS-TOT-DESC
       MOVE WS-QTD-MARCADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado), no molde do OPTCONTT.
       CLOSE ARQRECEITA
       CLOSE CONTATOS
       CLOSE DOCIDX
       CLOSE DIVERGENCIAS
       IF FS-REL-OK AND NOT SEM-ARQUIVO-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'RFBCNPTT' WS-ARQ-RELATORIO
       END-IF
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
       ELSE
          DISPLAY 'CNPJS LIDOS NO EXTRATO......: ' WS-LIDOS
          DISPLAY 'CNPJS DE CONTATOS DA BASE...: ' WS-LOCALIZADOS
          DISPLAY 'DIVERGENCIAS PENDENTES......: ' WS-QTD-PENDENTES
          DISPLAY 'MARCADAS PARA REVISAO.......: ' WS-QTD-MARCADOS
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

       END PROGRAM RFBCNPTT.
