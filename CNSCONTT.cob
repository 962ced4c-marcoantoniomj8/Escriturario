      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Consultar o livro de consentimentos de um
      *            contato (CONTCONS.DAT, gravado pelo GRAVCNSTT):
      *            cada concessão e retirada por canal, com data,
      *            hora, operador, origem (balcão, formulário,
      *            opt-out do fornecedor ou importação), programa
      *            e referência. A opção <C> imprime o certificado
      *            de consentimento do contato — identificação,
      *            situação atual de cada canal e a trilha completa
      *            que a sustenta —, em spool datado catalogado
      *            (CATSPLTT), a resposta pronta para quem pergunta
      *            "quando e como essa pessoa autorizou". Chamado
      *            da consulta por id (CONCONTT).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - O certificado impresso por quem não é
      *                   supervisor sai com o CPF/CNPJ mascarado
      *                   (MASCARTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSCONTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNS-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT.
          COPY FD_CNSTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-CTT        PIC 99.
          88 FS-CTT-OK     VALUE 0.
       77 WS-FS-REL        PIC 99.
          88 FS-REL-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-ARQ-CONSENT   PIC X(60) VALUE 'CONTCONS.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-RELATORIO PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LINHAS    PIC 9(04) VALUE ZEROS.
       77 WS-DV            PIC 9(01) VALUE ZEROS.
       77 WS-MSC-VALOR     PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA     PIC X(40) VALUE SPACES.
       77 WS-CONTATO-OK    PIC X VALUE 'N'.
          88 CONTATO-LIDO-OK VALUE 'S' FALSE 'N'.

       01 WS-DESC-CANAL    PIC X(08) VALUE SPACES.
       01 WS-DESC-ACAO     PIC X(10) VALUE SPACES.
       01 WS-DESC-ORIGEM   PIC X(12) VALUE SPACES.

       01 WS-LIN-TELA.
          03 WS-TEL-DATA   PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-TEL-HORA   PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-TEL-CANAL  PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-TEL-ACAO   PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-TEL-ORIGEM PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-TEL-OPER   PIC X(12).

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(40) VALUE
                     'CERTIFICADO DE CONSENTIMENTO'.
          03 FILLER         PIC X(10) VALUE 'EMITIDO EM'.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-CAB1-HORA   PIC 9(06).
          03 FILLER         PIC X(66) VALUE SPACES.

       01 WS-LINHA-IDENT.
          03 WS-IDT-ROTULO  PIC X(12).
          03 WS-IDT-VALOR   PIC X(60).
          03 FILLER         PIC X(60) VALUE SPACES.

       01 WS-LINHA-SITUACAO.
          03 FILLER         PIC X(12) VALUE 'CANAL'.
          03 WS-SIT-CANAL   PIC X(08).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-SIT-ESTADO  PIC X(20).
          03 FILLER         PIC X(88) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(11) VALUE 'DATA'.
          03 FILLER         PIC X(09) VALUE 'HORA'.
          03 FILLER         PIC X(10) VALUE 'CANAL'.
          03 FILLER         PIC X(12) VALUE 'MOVIMENTO'.
          03 FILLER         PIC X(14) VALUE 'ORIGEM'.
          03 FILLER         PIC X(14) VALUE 'OPERADOR'.
          03 FILLER         PIC X(10) VALUE 'PROGRAMA'.
          03 FILLER         PIC X(20) VALUE 'REFERENCIA'.
          03 FILLER         PIC X(32) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-DATA    PIC 99/99/9999.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-HORA    PIC 99B99B99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-CANAL   PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ACAO    PIC X(10).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ORIGEM  PIC X(12).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-OPER    PIC X(12).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-PROG    PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-REF     PIC X(20).
          03 FILLER         PIC X(32) VALUE SPACES.

       01 WS-DATA-DMA.
          03 WS-DMA-DIA     PIC 9(02).
          03 WS-DMA-MES     PIC 9(02).
          03 WS-DMA-ANO     PIC 9(04).
       01 WS-DATA-AMD.
          03 WS-AMD-ANO     PIC 9(04).
          03 WS-AMD-MES     PIC 9(02).
          03 WS-AMD-DIA     PIC 9(02).

       01 WS-LINHA-RODAPE.
          03 FILLER         PIC X(24) VALUE
                             'MOVIMENTOS REGISTRADOS: '.
          03 WS-ROD-TOTAL   PIC ZZZ9.
          03 FILLER         PIC X(104) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.
       01 LK-ID-CONTATO    PIC 9(06).

       PROCEDURE DIVISION USING LK-COM-AREA LK-ID-CONTATO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONSENT
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'CNSCONTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P300-PROCESSA-MENU.
       DISPLAY '--- CONSENTIMENTOS DO CONTATO ' LK-ID-CONTATO ' ---'
       DISPLAY '<L> LISTAR   <C> IMPRIMIR CERTIFICADO'
       DISPLAY '<F> VOLTAR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN 'L'
             PERFORM P310-LISTAR-MOVIMENTOS
          WHEN 'C'
             PERFORM P400-EMITIR-CERTIFICADO THRU P400-FIM
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

      *---------------------------------------------------------
      * Lista na tela os movimentos do contato, do mais antigo
      * para o mais recente (ordem da sequência).
      *---------------------------------------------------------
       P310-LISTAR-MOVIMENTOS.
       MOVE ZEROS TO WS-QTD-LINHAS
       SET FS-OK TO TRUE
       OPEN INPUT CONSENT
       IF WS-FS EQUAL 35
          DISPLAY 'NAO HA CONSENTIMENTOS REGISTRADOS PARA ESTE'
                  ' CONTATO'
       ELSE
          IF FS-OK
             DISPLAY 'DATA     HORA   CANAL    MOVIMENTO  ORIGEM'
                     '       OPERADOR'
             PERFORM P500-POSICIONAR-CONTATO
             PERFORM P320-EXIBIR-MOVIMENTO UNTIL EOF-OK
             CLOSE CONSENT
             IF WS-QTD-LINHAS EQUAL ZEROS
                DISPLAY 'NAO HA CONSENTIMENTOS REGISTRADOS PARA'
                        ' ESTE CONTATO'
             END-IF
          ELSE
             DISPLAY 'ERRO AO ABRIR O LIVRO DE CONSENTIMENTOS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'CNSCONTT' 'CONSENT   '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P320-EXIBIR-MOVIMENTO.
       PERFORM P510-LER-MOVIMENTO
       IF NOT EOF-OK
          ADD 1 TO WS-QTD-LINHAS
          PERFORM P520-DESCREVER-MOVIMENTO
          MOVE CNS-DATA        TO WS-TEL-DATA
          MOVE CNS-HORA        TO WS-TEL-HORA
          MOVE WS-DESC-CANAL   TO WS-TEL-CANAL
          MOVE WS-DESC-ACAO    TO WS-TEL-ACAO
          MOVE WS-DESC-ORIGEM  TO WS-TEL-ORIGEM
          MOVE CNS-US-OPERADOR TO WS-TEL-OPER
          DISPLAY WS-LIN-TELA
          IF CNS-REFERENCIA NOT EQUAL SPACES
             DISPLAY '         REF.: ' CNS-REFERENCIA
                     ' (' CNS-PROGRAMA ')'
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Certificado: identificação do contato, situação atual
      * de cada canal (como está no cadastro) e a trilha de
      * movimentos do livro que a sustenta.
      *---------------------------------------------------------
       P400-EMITIR-CERTIFICADO.
       SET CONTATO-LIDO-OK TO FALSE
       SET FS-CTT-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-CTT-OK
          MOVE LK-ID-CONTATO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CONTATO-LIDO-OK TO TRUE
          END-READ
          CLOSE CONTATOS
       END-IF
       IF NOT CONTATO-LIDO-OK
          DISPLAY 'CONTATO NAO ENCONTRADO, CERTIFICADO NAO EMITIDO'
          MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
          CALL 'ERRLOGTT' USING 'CNSCONTT' 'CONTATOS  '
               WS-FS-CTT WS-ERR-CHAVE
          GO TO P400-FIM
       END-IF

       PERFORM P050-MONTAR-NOME-SPOOL
       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
          CALL 'ERRLOGTT' USING 'CNSCONTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P400-FIM
       END-IF

       PERFORM P410-IMPRIMIR-IDENTIFICACAO
       PERFORM P420-IMPRIMIR-SITUACAO

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-QTD-LINHAS
       SET FS-OK TO TRUE
       OPEN INPUT CONSENT
       IF FS-OK
          PERFORM P500-POSICIONAR-CONTATO
          PERFORM P430-IMPRIMIR-MOVIMENTO UNTIL EOF-OK
          CLOSE CONSENT
       END-IF

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE WS-QTD-LINHAS TO WS-ROD-TOTAL
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       CLOSE RELATORIO
       CALL 'CATSPLTT' USING 'CNSCONTT' WS-ARQ-RELATORIO
       DISPLAY 'CERTIFICADO EMITIDO: ' WS-ARQ-RELATORIO
       .
       P400-FIM.

       P410-IMPRIMIR-IDENTIFICACAO.
       MOVE WS-SPL-DATA      TO WS-CAB1-DATA
       MOVE WS-SPL-HORA(1:6) TO WS-CAB1-HORA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       CALL 'CALCDVTT' USING ID-CONTATO WS-DV
       MOVE 'CONTATO....:' TO WS-IDT-ROTULO
       MOVE SPACES TO WS-IDT-VALOR
       STRING ID-CONTATO '-' WS-DV DELIMITED BY SIZE
         INTO WS-IDT-VALOR
       END-STRING
       WRITE REG-RELATORIO FROM WS-LINHA-IDENT
       MOVE 'NOME.......:' TO WS-IDT-ROTULO
       MOVE NM-COMPLETO    TO WS-IDT-VALOR
       WRITE REG-RELATORIO FROM WS-LINHA-IDENT
       MOVE 'CPF/CNPJ...:' TO WS-IDT-ROTULO
       IF OPERADOR-SUPERVISOR
          MOVE NR-DOCUMENTO TO WS-IDT-VALOR
       ELSE
          MOVE NR-DOCUMENTO TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'D' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-IDT-VALOR
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-IDENT
       MOVE 'EMITIDO POR:' TO WS-IDT-ROTULO
       MOVE LK-US-OPERADOR TO WS-IDT-VALOR
       WRITE REG-RELATORIO FROM WS-LINHA-IDENT
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       .

       P420-IMPRIMIR-SITUACAO.
       MOVE 'TELEFONE' TO WS-SIT-CANAL
       IF CONSENTE-TELEFONE
          MOVE 'CONSENTIDO' TO WS-SIT-ESTADO
       ELSE
          MOVE 'NAO CONSENTIDO' TO WS-SIT-ESTADO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-SITUACAO
       MOVE 'E-MAIL' TO WS-SIT-CANAL
       IF CONSENTE-EMAIL
          MOVE 'CONSENTIDO' TO WS-SIT-ESTADO
       ELSE
          MOVE 'NAO CONSENTIDO' TO WS-SIT-ESTADO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-SITUACAO
       MOVE 'CORREIO' TO WS-SIT-CANAL
       IF CONSENTE-CORREIO
          MOVE 'CONSENTIDO' TO WS-SIT-ESTADO
       ELSE
          MOVE 'NAO CONSENTIDO' TO WS-SIT-ESTADO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-SITUACAO
       .

       P430-IMPRIMIR-MOVIMENTO.
       PERFORM P510-LER-MOVIMENTO
       IF NOT EOF-OK
          ADD 1 TO WS-QTD-LINHAS
          PERFORM P520-DESCREVER-MOVIMENTO
          MOVE CNS-DATA TO WS-DATA-AMD
          MOVE WS-AMD-DIA TO WS-DMA-DIA
          MOVE WS-AMD-MES TO WS-DMA-MES
          MOVE WS-AMD-ANO TO WS-DMA-ANO
          MOVE WS-DATA-DMA     TO WS-DET-DATA
          MOVE CNS-HORA        TO WS-DET-HORA
          MOVE WS-DESC-CANAL   TO WS-DET-CANAL
          MOVE WS-DESC-ACAO    TO WS-DET-ACAO
          MOVE WS-DESC-ORIGEM  TO WS-DET-ORIGEM
          MOVE CNS-US-OPERADOR TO WS-DET-OPER
          MOVE CNS-PROGRAMA    TO WS-DET-PROG
          MOVE CNS-REFERENCIA  TO WS-DET-REF
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF
       .

       P500-POSICIONAR-CONTATO.
       MOVE LK-ID-CONTATO TO CNS-ID-CONTATO
       MOVE ZEROS TO CNS-SEQUENCIA
       SET EOF-OK TO FALSE
       START CONSENT KEY IS GREATER OR EQUAL CNS-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       .

       P510-LER-MOVIMENTO.
       READ CONSENT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNS-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               END-IF
       END-READ
       .

       P520-DESCREVER-MOVIMENTO.
       EVALUATE TRUE
          WHEN CANAL-TELEFONE
             MOVE 'TELEFONE' TO WS-DESC-CANAL
          WHEN CANAL-EMAIL
             MOVE 'E-MAIL'   TO WS-DESC-CANAL
          WHEN OTHER
             MOVE 'CORREIO'  TO WS-DESC-CANAL
       END-EVALUATE
       IF CONSENT-CONCEDIDO
          MOVE 'CONCEDIDO' TO WS-DESC-ACAO
       ELSE
          MOVE 'RETIRADO'  TO WS-DESC-ACAO
       END-IF
       EVALUATE TRUE
          WHEN ORIGEM-BALCAO
             MOVE 'BALCAO'     TO WS-DESC-ORIGEM
          WHEN ORIGEM-FORMULARIO
             MOVE 'FORMULARIO' TO WS-DESC-ORIGEM
          WHEN ORIGEM-FORNECEDOR
             MOVE 'OPT-OUT FORN' TO WS-DESC-ORIGEM
          WHEN OTHER
             MOVE 'IMPORTACAO' TO WS-DESC-ORIGEM
       END-EVALUATE
       .
       END PROGRAM CNSCONTT.
