      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Aplicação das divergências com o cadastro
      *            CNPJ da Receita (CONTRFBD.DAT, gravadas pelo
      *            RFBCNPTT no lote noturno). Apresenta uma
      *            divergência por vez, com o nome e o endereço do
      *            cadastro e os da Receita lado a lado; o operador
      *            aplica, rejeita ou passa à seguinte. Só a
      *            divergência aplicada chega ao CONTATOS.DAT, com
      *            linha no log de movimentação (GRAVLOGTT) e
      *            registro na trilha de auditoria (GRAVAUDTT); a
      *            rejeitada não volta na próxima conferência
      *            enquanto a Receita não mudar. Endereço trocado
      *            limpa a marca de correspondência devolvida,
      *            como na alteração (ALTCONTT).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Nome aplicado da Receita mantém o índice de
      *                   palavras dos nomes (CONTPALA.DAT): as do
      *                   nome antigo saem e as do novo entram, como
      *                   na alteração.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRRFBTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DIVERGENCIAS ASSIGN TO WS-ARQ-DIVERGENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RFD-ID-CONTATO
                FILE STATUS IS WS-FS-RFD.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT PALIDX ASSIGN TO WS-ARQ-PALIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS-PAL.

       DATA DIVISION.
       FILE SECTION.
       FD DIVERGENCIAS.
          COPY FD_RFBTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD PALIDX.
          COPY FD_PALTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-RFD        PIC 99.
          88 FS-RFD-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-FIM           PIC X VALUE 'N'.
          88 FIM-OK        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-ARQ-DIVERGENCIAS PIC X(60) VALUE 'CONTRFBD.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-FS-PAL        PIC 99.
          88 FS-PAL-OK     VALUE 0.
       77 WS-ARQ-PALIDX    PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-PALIDX-ABERTO PIC X VALUE 'N'.
          88 PALIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-IND-PAL       PIC 9(02) VALUE ZEROS.
       77 WS-NM-ANTIGO     PIC X(60) VALUE SPACES.
       77 WS-NM-INDICE     PIC X(60) VALUE SPACES.
       01 WS-PALAVRAS.
          03 WS-QT-PALAVRAS PIC 9(02).
          03 WS-PALAVRA     PIC X(20) OCCURS 15 TIMES.

       77 WS-QTD-VISTOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APLICADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-CONTATO-MUDOU PIC X VALUE 'N'.
          88 CONTATO-MUDOU-OK VALUE 'S' FALSE 'N'.

       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       01 WS-DATA-EDICAO.
          03 WS-ED-DIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE '/'.
          03 WS-ED-MES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE '/'.
          03 WS-ED-ANO     PIC 9(04).

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-DIVERGENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            DISPLAY '***** DIVERGENCIAS COM A RECEITA (CNPJ) *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            GOBACK.

       P100-ABRIR-ARQUIVOS.
       SET FS-RFD-OK TO TRUE
       OPEN I-O DIVERGENCIAS
       IF WS-FS-RFD EQUAL 35
          DISPLAY 'NENHUMA DIVERGENCIA AGUARDA APLICACAO'
          GO TO P100-FIM
       END-IF
       IF NOT FS-RFD-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DIVERGENCIAS'
          CALL 'FSMSGTT' USING WS-FS-RFD WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'APRRFBTT' 'DIVERGENC '
               WS-FS-RFD WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       SET FS-OK TO TRUE
       OPEN I-O CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'APRRFBTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          CLOSE DIVERGENCIAS
          GO TO P100-FIM
       END-IF

       MOVE ZEROS TO RFD-ID-CONTATO
       SET FIM-OK TO FALSE
       START DIVERGENCIAS KEY IS GREATER OR EQUAL RFD-ID-CONTATO
             INVALID KEY
                SET FIM-OK TO TRUE
       END-START
       PERFORM P200-LER-DIVERGENCIA THRU P200-FIM UNTIL FIM-OK

       CLOSE CONTATOS
       CLOSE DIVERGENCIAS

       IF WS-QTD-VISTOS EQUAL ZEROS
          DISPLAY 'NENHUMA DIVERGENCIA AGUARDA APLICACAO'
       ELSE
          DISPLAY 'DIVERGENCIAS APRESENTADAS: ' WS-QTD-VISTOS
                  '  APLICADAS: ' WS-QTD-APLICADOS
                  '  REJEITADAS: ' WS-QTD-REJEITADOS
       END-IF
       .
       P100-FIM.

      *---------------------------------------------------------
      * Percorre as divergências na ordem do id do contato e
      * apresenta somente as que aguardam decisão.
      *---------------------------------------------------------
       P200-LER-DIVERGENCIA.
       READ DIVERGENCIAS NEXT RECORD
            AT END
               SET FIM-OK TO TRUE
               GO TO P200-FIM
       END-READ
       IF NOT DIVERGENCIA-PENDENTE
          GO TO P200-FIM
       END-IF

       ADD 1 TO WS-QTD-VISTOS
       MOVE RFD-ID-CONTATO TO WS-ERR-CHAVE
       PERFORM P300-APRESENTAR-DIVERGENCIA

       DISPLAY 'TECLE <A> PARA APLICAR, <J> PARA REJEITAR,'
       DISPLAY '<F> PARA FINALIZAR OU <QUALQUER TECLA> PARA A'
               ' PROXIMA'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       EVALUATE WS-OPCAO
          WHEN 'A'
               PERFORM P400-APLICAR-DIVERGENCIA THRU P400-FIM
          WHEN 'J'
               PERFORM P500-REJEITAR-DIVERGENCIA
          WHEN 'F'
               SET FIM-OK TO TRUE
          WHEN OTHER
               DISPLAY 'DIVERGENCIA MANTIDA PARA DECISAO'
       END-EVALUATE
       .
       P200-FIM.

      *---------------------------------------------------------
      * Cadastro e Receita lado a lado, só os grupos que
      * divergem.
      *---------------------------------------------------------
       P300-APRESENTAR-DIVERGENCIA.
       MOVE RFD-DT-CONFERENCIA(7:2) TO WS-ED-DIA
       MOVE RFD-DT-CONFERENCIA(5:2) TO WS-ED-MES
       MOVE RFD-DT-CONFERENCIA(1:4) TO WS-ED-ANO
       DISPLAY '------------------------------------------------'
       DISPLAY 'CONTATO....: ' RFD-ID-CONTATO '  CNPJ: ' RFD-NR-CNPJ
       DISPLAY 'CONFERIDO..: ' WS-DATA-EDICAO
               '  SITUACAO NA RECEITA: ' RFD-SITUACAO-RFB
       IF DIVERGE-NOME
          DISPLAY 'NOME NO CADASTRO: ' RFD-NM-CADASTRO
          DISPLAY 'NOME NA RECEITA.: ' RFD-NM-RECEITA
       END-IF
       IF DIVERGE-ENDERECO
          DISPLAY 'ENDERECO NO CADASTRO:'
          DISPLAY '  ' RFD-CAD-LOGRADOURO ' ' RFD-CAD-COMPLEMENTO
          DISPLAY '  ' RFD-CAD-CIDADE ' ' RFD-CAD-UF ' '
                  RFD-CAD-CEP
          DISPLAY 'ENDERECO NA RECEITA:'
          DISPLAY '  ' RFD-RFB-LOGRADOURO ' ' RFD-RFB-COMPLEMENTO
          DISPLAY '  ' RFD-RFB-CIDADE ' ' RFD-RFB-UF ' '
                  RFD-RFB-CEP
       END-IF
       .

      *---------------------------------------------------------
      * Aplicação: o contato é relido e só é alterado se nome e
      * endereço ainda são os da conferência — o que o operador
      * mudou depois não é sobrescrito, e a divergência é
      * rejeitada (a próxima conferência a refaz sobre o valor
      * novo, se ainda houver diferença).
      *---------------------------------------------------------
       P400-APLICAR-DIVERGENCIA.
       MOVE RFD-ID-CONTATO TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               DISPLAY 'CONTATO NAO EXISTE MAIS NA BASE'
               PERFORM P510-GRAVAR-REJEICAO
               GO TO P400-FIM
       END-READ

       SET CONTATO-MUDOU-OK TO FALSE
       IF NM-COMPLETO     NOT EQUAL RFD-NM-CADASTRO
          OR END-LOGRADOURO  NOT EQUAL RFD-CAD-LOGRADOURO
          OR END-COMPLEMENTO NOT EQUAL RFD-CAD-COMPLEMENTO
          OR END-CIDADE      NOT EQUAL RFD-CAD-CIDADE
          OR END-UF          NOT EQUAL RFD-CAD-UF
          OR END-CEP         NOT EQUAL RFD-CAD-CEP
          SET CONTATO-MUDOU-OK TO TRUE
       END-IF
       IF CONTATO-MUDOU-OK
          DISPLAY 'O CONTATO MUDOU DESDE A CONFERENCIA, A'
                  ' DIVERGENCIA SERA REJEITADA'
          PERFORM P510-GRAVAR-REJEICAO
          GO TO P400-FIM
       END-IF

       DISPLAY 'TECLE <S> PARA CONFIRMAR A APLICACAO OU'
               ' <QUALQUER TECLA> PARA VOLTAR'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       IF WS-OPCAO NOT EQUAL 'S'
          DISPLAY 'DIVERGENCIA MANTIDA PARA DECISAO'
          GO TO P400-FIM
       END-IF

       IF DIVERGE-NOME
          MOVE NM-COMPLETO TO WS-NM-ANTIGO
          PERFORM P410-EXCLUIR-PALAVRAS
          MOVE RFD-NM-RECEITA TO NM-COMPLETO
       END-IF
       IF DIVERGE-ENDERECO
          MOVE RFD-RFB-LOGRADOURO  TO END-LOGRADOURO
          MOVE RFD-RFB-COMPLEMENTO TO END-COMPLEMENTO
          MOVE RFD-RFB-CIDADE      TO END-CIDADE
          MOVE RFD-RFB-UF          TO END-UF
          MOVE RFD-RFB-CEP         TO END-CEP
      *    Endereço corrigido limpa a marca de correspondência
      *    devolvida, como na alteração.
          IF ENDERECO-DEVOLVIDO
             MOVE SPACES TO FL-ST-ENDERECO
          END-IF
       END-IF
       MOVE WS-DATA-HOJE   TO DT-ULT-ALTERACAO
       MOVE LK-US-OPERADOR TO US-ULT-ALTERACAO
       REWRITE REG-CONTATOS
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR O CONTATO, DIVERGENCIA MANTIDA'
             MOVE WS-NM-ANTIGO TO WS-NM-INDICE
             PERFORM P420-GRAVAR-PALAVRAS
             GO TO P400-FIM
       END-REWRITE
       MOVE NM-COMPLETO TO WS-NM-INDICE
       PERFORM P420-GRAVAR-PALAVRAS

       CALL 'GRAVLOGTT' USING 'A' ID-CONTATO
            NM-CONTATO TELEFONE EMAIL ENDERECO
            US-ULT-ALTERACAO REG-CONTATOS

       SET DIVERGENCIA-APLICADA TO TRUE
       MOVE WS-DATA-HOJE   TO RFD-DT-DECISAO
       MOVE LK-US-OPERADOR TO RFD-US-DECISOR
       REWRITE REG-DIVERGENCIA
          INVALID KEY
             CONTINUE
       END-REWRITE
       ADD 1 TO WS-QTD-APLICADOS
       DISPLAY 'DIVERGENCIA APLICADA E GRAVADA NO CONTATO'

       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE RFD-ID-CONTATO TO WS-AUD-CHAVE
       PERFORM P520-MONTAR-AUDITORIA
       CALL 'GRAVAUDTT' USING 'APRRFBTT' 'ALTERACAO '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P400-FIM.

      *---------------------------------------------------------
      * Nome trocado pela Receita: as palavras do nome antigo
      * saem do índice de palavras (CONTPALA.DAT) antes da
      * regravação e as do nome gravado entram depois dela, como
      * na alteração (ALTCONTT); com a regravação recusada, as
      * do nome antigo voltam. Sem o índice, o nome é aplicado
      * assim mesmo e o IDXCONTT o reconstrói.
      *---------------------------------------------------------
       P410-EXCLUIR-PALAVRAS.
       SET PALIDX-ABERTO-OK TO FALSE
       SET FS-PAL-OK TO TRUE
       OPEN I-O PALIDX
       IF WS-FS-PAL EQUAL 35
          OPEN OUTPUT PALIDX
          CLOSE PALIDX
          OPEN I-O PALIDX
       END-IF
       IF FS-PAL-OK
          SET PALIDX-ABERTO-OK TO TRUE
          CALL 'PALNOMTT' USING NM-COMPLETO NM-CONTATO WS-PALAVRAS
          MOVE 1 TO WS-IND-PAL
          PERFORM P411-EXCLUIR-PALAVRA
             UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
       ELSE
          DISPLAY 'ERRO AO ABRIR O INDICE DE PALAVRAS DOS NOMES'
          CALL 'FSMSGTT' USING WS-FS-PAL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'APRRFBTT' 'PALIDX    '
               WS-FS-PAL WS-ERR-CHAVE
       END-IF
       .

       P411-EXCLUIR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE ID-CONTATO             TO PAL-ID-CONTATO
       DELETE PALIDX RECORD
          INVALID KEY
             CONTINUE
       END-DELETE
       ADD 1 TO WS-IND-PAL
       .

       P420-GRAVAR-PALAVRAS.
       IF PALIDX-ABERTO-OK
          CALL 'PALNOMTT' USING WS-NM-INDICE NM-CONTATO WS-PALAVRAS
          MOVE 1 TO WS-IND-PAL
          PERFORM P421-GRAVAR-PALAVRA
             UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
          CLOSE PALIDX
          SET PALIDX-ABERTO-OK TO FALSE
       END-IF
       .

       P421-GRAVAR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE ID-CONTATO             TO PAL-ID-CONTATO
       WRITE REG-PALIDX
          INVALID KEY
             CONTINUE
       END-WRITE
       ADD 1 TO WS-IND-PAL
       .

       P500-REJEITAR-DIVERGENCIA.
       DISPLAY 'TECLE <S> PARA CONFIRMAR A REJEICAO OU'
               ' <QUALQUER TECLA> PARA VOLTAR'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       IF WS-OPCAO EQUAL 'S'
          PERFORM P510-GRAVAR-REJEICAO
       ELSE
          DISPLAY 'DIVERGENCIA MANTIDA PARA DECISAO'
       END-IF
       .

       P510-GRAVAR-REJEICAO.
       SET DIVERGENCIA-REJEITADA TO TRUE
       MOVE WS-DATA-HOJE   TO RFD-DT-DECISAO
       MOVE LK-US-OPERADOR TO RFD-US-DECISOR
       REWRITE REG-DIVERGENCIA
          INVALID KEY
             CONTINUE
       END-REWRITE
       ADD 1 TO WS-QTD-REJEITADOS
       DISPLAY 'DIVERGENCIA REJEITADA, O CONTATO NAO FOI ALTERADO'

       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE RFD-ID-CONTATO TO WS-AUD-CHAVE
       PERFORM P520-MONTAR-AUDITORIA
       MOVE WS-AUD-DEPOIS TO WS-AUD-ANTES
       MOVE 'RECEITA REJEITADA, CADASTRO MANTIDO' TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'APRRFBTT' 'REJEICAO  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .

      *---------------------------------------------------------
      * Antes/depois da auditoria: o nome quando ele diverge,
      * senão o logradouro e o CEP.
      *---------------------------------------------------------
       P520-MONTAR-AUDITORIA.
       IF DIVERGE-NOME
          MOVE RFD-NM-CADASTRO TO WS-AUD-ANTES
          MOVE RFD-NM-RECEITA  TO WS-AUD-DEPOIS
       ELSE
          STRING RFD-CAD-CEP        DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 RFD-CAD-LOGRADOURO DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
          STRING RFD-RFB-CEP        DELIMITED BY SIZE
                 ' '                DELIMITED BY SIZE
                 RFD-RFB-LOGRADOURO DELIMITED BY SIZE
            INTO WS-AUD-DEPOIS
          END-STRING
       END-IF
       .
       END PROGRAM APRRFBTT.
