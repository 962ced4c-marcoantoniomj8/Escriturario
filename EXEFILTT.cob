      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Passo do lote da noite (NOTURNTT) que executa
      *            os pedidos de relatório deixados na fila pelo
      *            menu (CONTFILA.DAT, GRAVFILTT): RELGRPTT,
      *            QUALCNTT, DUPCONTT e EXTGENTT. Cada pedido
      *            pendente, em ordem de chegada, é executado com
      *            o operador e o perfil de quem pediu e com os
      *            parâmetros guardados no pedido, passados na
      *            área de comunicação do lote. O spool gerado é
      *            localizado no catálogo (SPOOLCTT.DAT, entrada
      *            do programa a partir do início da execução);
      *            para o EXTGENTT, que não gera spool, vale o CSV
      *            datado montado aqui. O pedido é regravado como
      *            executado ou falho, com data, hora e arquivo,
      *            para o aviso do painel de abertura do menu. Um
      *            pedido falho não derruba o passo: fica marcado
      *            e o solicitante vê a falha no painel.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEFILTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FILA ASSIGN TO WS-ARQ-FILA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FRL-CHAVE
                FILE STATUS IS WS-FS-FLA.

                SELECT CATALOGO ASSIGN TO WS-ARQ-CATALOGO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD FILA.
          COPY FD_FRLTT.

       FD CATALOGO.
          COPY FD_SPLTT.

       WORKING-STORAGE SECTION.

       01 WS-COM-AREA.
          03 WS-MENSAGEM    PIC X(20).
          03 WS-US-OPERADOR PIC X(12).
          03 WS-PF-OPERADOR PIC X(01).
          03 WS-EM-LOTE     PIC X(01).
          03 WS-PARM-LOTE.
             05 WS-PL-FILIAL     PIC X(03).
             05 WS-PL-DEFINICAO  PIC X(08).
             05 WS-PL-MODO       PIC X(01).
             05 WS-PL-APROVADOR  PIC X(12).
             05 WS-PL-ARQ-SAIDA  PIC X(60).

       77 WS-FS-FLA         PIC 99.
          88 FS-FLA-OK      VALUE 0.
       77 WS-FS-CAT         PIC 99.
          88 FS-CAT-OK      VALUE 0.
       77 WS-EOF            PIC X VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAT        PIC X VALUE 'N'.
          88 EOF-CAT-OK     VALUE 'S' FALSE 'N'.
       77 WS-ARQ-FILA       PIC X(60) VALUE 'CONTFILA.DAT'.
       77 WS-ARQ-CATALOGO   PIC X(60) VALUE 'SPOOLCTT.DAT'.
       77 WS-FS-MSG         PIC X(40).
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-DH-HORA        PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-DATA    PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-HORA    PIC 9(06) VALUE ZEROS.
       77 WS-CAMINHO        PIC X(60) VALUE SPACES.
       77 WS-RC-PEDIDO      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXECUTADOS PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FALHOS     PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '***** PEDIDOS DE RELATORIO DO LOTE DA NOITE *****'
            CALL 'ARQPARTT' USING WS-ARQ-FILA
            CALL 'ARQPARTT' USING WS-ARQ-CATALOGO
            MOVE ZEROS TO WS-QTD-EXECUTADOS WS-QTD-FALHOS

            OPEN I-O FILA
            IF WS-FS-FLA EQUAL 35
               DISPLAY 'NENHUM PEDIDO NA FILA'
               MOVE 0 TO RETURN-CODE
               GOBACK
            END-IF
            IF NOT FS-FLA-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE PEDIDOS'
               CALL 'FSMSGTT' USING WS-FS-FLA WS-FS-MSG
               DISPLAY WS-FS-MSG
               CALL 'ERRLOGTT' USING 'EXEFILTT' 'FILA      '
                    WS-FS-FLA WS-ERR-CHAVE
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF

            SET EOF-OK TO FALSE
            PERFORM P100-LER-PEDIDO UNTIL EOF-OK
            CLOSE FILA

            DISPLAY 'PEDIDOS EXECUTADOS: ' WS-QTD-EXECUTADOS
                    '  COM FALHA: ' WS-QTD-FALHOS
            MOVE 0 TO RETURN-CODE
            GOBACK.

       P100-LER-PEDIDO.
       READ FILA NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF FILA-PENDENTE
                  PERFORM P200-EXECUTAR-PEDIDO
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Executa um pedido com a identidade de quem pediu: o
      * perfil vale para as regras de acesso e de máscara do
      * programa, e a auditoria sai em nome do solicitante.
      *---------------------------------------------------------
       P200-EXECUTAR-PEDIDO.
       DISPLAY 'PEDIDO DE ' FRL-US-SOLICITANTE ': ' FRL-PROGRAMA
       MOVE FRL-CHAVE TO WS-ERR-CHAVE
       MOVE SPACES TO WS-COM-AREA
       MOVE FRL-US-SOLICITANTE TO WS-US-OPERADOR
       MOVE FRL-PF-SOLICITANTE TO WS-PF-OPERADOR
       MOVE 'S'                TO WS-EM-LOTE
       MOVE FRL-CD-FILIAL      TO WS-PL-FILIAL
       MOVE FRL-NM-DEFINICAO   TO WS-PL-DEFINICAO
       MOVE FRL-MODO-DADOS     TO WS-PL-MODO
       MOVE FRL-US-APROVADOR   TO WS-PL-APROVADOR

       ACCEPT WS-INICIO-DATA FROM DATE YYYYMMDD
       ACCEPT WS-DH-HORA FROM TIME
       MOVE WS-DH-HORA(1:6) TO WS-INICIO-HORA
       MOVE SPACES TO WS-CAMINHO
       MOVE 0 TO RETURN-CODE

       EVALUATE FRL-PROGRAMA
          WHEN 'RELGRPTT'
             CALL 'RELGRPTT' USING WS-COM-AREA
          WHEN 'QUALCNTT'
             CALL 'QUALCNTT' USING WS-COM-AREA
          WHEN 'DUPCONTT'
             CALL 'DUPCONTT' USING WS-COM-AREA
          WHEN 'EXTGENTT'
             PERFORM P250-NOME-EXTRACAO
             CALL 'EXTGENTT' USING WS-COM-AREA
          WHEN OTHER
             DISPLAY 'PROGRAMA FORA DO ROTEIRO DA FILA: '
                     FRL-PROGRAMA
             MOVE 8 TO RETURN-CODE
       END-EVALUATE
       MOVE RETURN-CODE TO WS-RC-PEDIDO

       IF WS-RC-PEDIDO EQUAL ZEROS
          IF FRL-PROGRAMA EQUAL 'EXTGENTT'
             MOVE WS-PL-ARQ-SAIDA TO WS-CAMINHO
             CALL 'ARQPARTT' USING WS-CAMINHO
          ELSE
             PERFORM P300-LOCALIZAR-SPOOL
             IF WS-CAMINHO EQUAL SPACES
                DISPLAY 'SPOOL DO PEDIDO NAO ENCONTRADO NO CATALOGO'
                MOVE 8 TO WS-RC-PEDIDO
             END-IF
          END-IF
       END-IF

       ACCEPT FRL-DT-EXECUCAO FROM DATE YYYYMMDD
       ACCEPT WS-DH-HORA FROM TIME
       MOVE WS-DH-HORA(1:6) TO FRL-HR-EXECUCAO
       MOVE WS-CAMINHO TO FRL-CAMINHO
       MOVE 'N' TO FRL-AVISADO
       IF WS-RC-PEDIDO EQUAL ZEROS
          SET FILA-EXECUTADA TO TRUE
          ADD 1 TO WS-QTD-EXECUTADOS
       ELSE
          SET FILA-FALHOU TO TRUE
          ADD 1 TO WS-QTD-FALHOS
       END-IF
       REWRITE REG-FILA-REL
          INVALID KEY
             CALL 'ERRLOGTT' USING 'EXEFILTT' 'FILA      '
                  WS-FS-FLA WS-ERR-CHAVE
       END-REWRITE
       .

      *---------------------------------------------------------
      * O CSV do pedido sai datado (EXTGENTT.AAAAMMDD.HHMMSS
      * .CSV), para a extração da noite não sobrescrever a do
      * dia nem a de outro pedido.
      *---------------------------------------------------------
       P250-NOME-EXTRACAO.
       MOVE SPACES TO WS-PL-ARQ-SAIDA
       STRING 'EXTGENTT.'       DELIMITED BY SIZE
              WS-INICIO-DATA    DELIMITED BY SIZE
              '.'               DELIMITED BY SIZE
              WS-INICIO-HORA    DELIMITED BY SIZE
              '.CSV'            DELIMITED BY SIZE
         INTO WS-PL-ARQ-SAIDA
       END-STRING
       .

      *---------------------------------------------------------
      * O spool do pedido é a última entrada do catálogo com o
      * nome do programa, catalogada a partir do início da
      * execução.
      *---------------------------------------------------------
       P300-LOCALIZAR-SPOOL.
       OPEN INPUT CATALOGO
       IF FS-CAT-OK
          SET EOF-CAT-OK TO FALSE
          PERFORM P310-LER-CATALOGO UNTIL EOF-CAT-OK
          CLOSE CATALOGO
       ELSE
          CALL 'ERRLOGTT' USING 'EXEFILTT' 'CATALOGO  '
               WS-FS-CAT WS-ERR-CHAVE
       END-IF
       .

       P310-LER-CATALOGO.
       READ CATALOGO
            AT END
               SET EOF-CAT-OK TO TRUE
            NOT AT END
               IF CAT-PROGRAMA EQUAL FRL-PROGRAMA
                  IF CAT-DATA GREATER WS-INICIO-DATA
                     OR (CAT-DATA EQUAL WS-INICIO-DATA
                         AND CAT-HORA NOT LESS WS-INICIO-HORA)
                     MOVE CAT-CAMINHO TO WS-CAMINHO
                  END-IF
               END-IF
       END-READ
       .
       END PROGRAM EXEFILTT.
