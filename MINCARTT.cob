      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Minha carteira: lista os contatos de que o
      *            operador identificado na entrada é o
      *            responsável (CONTCART.DAT), com telefone,
      *            e-mail, grupo, situação e a data desde quando o
      *            contato está com ele. O supervisor pode pedir a
      *            carteira de qualquer operador. Sai em spool
      *            datado catalogado (CATSPLTT) para reimpressão.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINCARTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

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
       FD CARTEIRA.
          COPY FD_CARTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-TEL-FMT        PIC X(15) VALUE SPACES.

       77 WS-CD-CARTEIRA    PIC X(08) VALUE SPACES.
       77 WS-QTD-ATIVOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INATIVOS   PIC 9(06) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(24) VALUE
                     'CARTEIRA DO OPERADOR: '.
          03 WS-CAB1-OPER   PIC X(08).
          03 FILLER         PIC X(08) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(62) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(08) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(20) VALUE 'NOME'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(15) VALUE 'TELEFONE'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'E-MAIL'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(06) VALUE 'GRUPO'.
          03 FILLER         PIC X(05) VALUE 'SIT.'.
          03 FILLER         PIC X(08) VALUE 'DESDE'.
          03 FILLER         PIC X(22) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TEL     PIC X(15).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-EMAIL   PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-GRUPO   PIC 9(03).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-SIT     PIC X(01).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-DESDE   PIC 9(08).
          03 FILLER         PIC X(22) VALUE SPACES.

       01 WS-LINHA-RODAPE.
          03 FILLER         PIC X(18) VALUE 'CONTATOS ATIVOS.: '.
          03 WS-ROD-ATIVOS  PIC ZZZZZ9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 FILLER         PIC X(18) VALUE 'INATIVOS........: '.
          03 WS-ROD-INATIVOS PIC ZZZZZ9.
          03 FILLER         PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** MINHA CARTEIRA DE CONTATOS *****'
            MOVE LK-US-OPERADOR(1:8) TO WS-CD-CARTEIRA
            IF LK-PF-OPERADOR EQUAL 'S'
               DISPLAY 'INFORME O OPERADOR DA CARTEIRA (EM BRANCO'
               DISPLAY 'PARA A SUA PROPRIA):'
               MOVE SPACES TO WS-CD-CARTEIRA
               ACCEPT WS-CD-CARTEIRA
               IF WS-CD-CARTEIRA EQUAL SPACES
                  MOVE LK-US-OPERADOR(1:8) TO WS-CD-CARTEIRA
               END-IF
            END-IF
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-GERAR-LISTA THRU P100-FIM
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'MINCARTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P100-GERAR-LISTA.
       MOVE ZEROS TO WS-QTD-ATIVOS WS-QTD-INATIVOS WS-LINHA
                     WS-PAGINA.
       SET FS-CAR-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET FS-REL-OK TO TRUE.

       OPEN INPUT CARTEIRA
       IF WS-FS-CAR EQUAL 35
          DISPLAY 'NENHUM CONTATO TEM RESPONSAVEL AINDA'
          GO TO P100-FIM
       END-IF
       IF NOT FS-CAR-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
          CALL 'FSMSGTT' USING WS-FS-CAR WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MINCARTT' 'CARTEIRA  '
               WS-FS-CAR WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MINCARTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          CLOSE CARTEIRA
          GO TO P100-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'MINCARTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          CLOSE CARTEIRA
          CLOSE CONTATOS
          GO TO P100-FIM
       END-IF

       PERFORM P110-IMPRIMIR-CABECALHO
       SET EOF-OK TO FALSE
       MOVE WS-CD-CARTEIRA TO CAR-CD-OPERADOR
       START CARTEIRA KEY IS EQUAL CAR-CD-OPERADOR
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P200-LER-CARTEIRA UNTIL EOF-OK

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE WS-QTD-ATIVOS   TO WS-ROD-ATIVOS
       MOVE WS-QTD-INATIVOS TO WS-ROD-INATIVOS
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       CLOSE RELATORIO
       CLOSE CONTATOS
       CLOSE CARTEIRA
       CALL 'CATSPLTT' USING 'MINCARTT' WS-ARQ-RELATORIO
       IF WS-QTD-ATIVOS EQUAL ZEROS AND WS-QTD-INATIVOS EQUAL ZEROS
          DISPLAY 'NENHUM CONTATO NA CARTEIRA DE ' WS-CD-CARTEIRA
       ELSE
          DISPLAY 'CARTEIRA DE ' WS-CD-CARTEIRA ': '
                  WS-QTD-ATIVOS ' ATIVO(S) E '
                  WS-QTD-INATIVOS ' INATIVO(S)'
       END-IF
       .
       P100-FIM.

       P110-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-CD-CARTEIRA TO WS-CAB1-OPER
       MOVE WS-SPL-DATA    TO WS-CAB1-DATA
       MOVE WS-PAGINA      TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

      *---------------------------------------------------------
      * Uma linha por contato da carteira; linha de carteira de
      * contato que já não está na base (arquivado) é ignorada.
      *---------------------------------------------------------
       P200-LER-CARTEIRA.
       READ CARTEIRA NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CAR-CD-OPERADOR NOT EQUAL WS-CD-CARTEIRA
                  SET EOF-OK TO TRUE
               ELSE
                  MOVE CAR-ID-CONTATO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM P210-IMPRIMIR-CONTATO
                  END-READ
               END-IF
       END-READ
       .

       P210-IMPRIMIR-CONTATO.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P110-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-LINHA
       IF CONTATO-ATIVO
          ADD 1 TO WS-QTD-ATIVOS
       ELSE
          ADD 1 TO WS-QTD-INATIVOS
       END-IF
       CALL 'FMTTELTT' USING TELEFONE WS-TEL-FMT
       MOVE ID-CONTATO     TO WS-DET-ID
       CALL 'CALCDVTT' USING ID-CONTATO WS-DET-DV
       MOVE NM-CONTATO     TO WS-DET-NOME
       MOVE WS-TEL-FMT     TO WS-DET-TEL
       MOVE EMAIL          TO WS-DET-EMAIL
       MOVE CD-GRUPO       TO WS-DET-GRUPO
       MOVE ST-CONTATO     TO WS-DET-SIT
       MOVE CAR-DATA       TO WS-DET-DESDE
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .
       END PROGRAM MINCARTT.
