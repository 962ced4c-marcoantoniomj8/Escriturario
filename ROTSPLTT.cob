      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Montar a folha de rosto (roteiro de entrega)
      *            de um spool catalogado e abrir as vias a
      *            entregar. Lê a lista de distribuição do programa
      *            (CONTDIST.DAT, tela DISTCNTT), grava no arquivo
      *            indicado pelo chamador a folha com programa,
      *            data e hora do spool, caminho, impressão e uma
      *            linha por destinatário (departamento, pessoa,
      *            vias, forma de entrega e espaço para o recibo),
      *            e cria em CONTENTR.DAT uma linha pendente por
      *            via de cada destinatário, para a baixa na tela
      *            de entrega (ENTSPLTT).
      *            Tipo O (original, chamado pelo CATSPLTT): todos
      *            os destinatários, impressão 00. Tipo R
      *            (reimpressão, chamado pelo REIMPRTT): a próxima
      *            impressão livre daquele spool, para todos os
      *            destinatários (sequência 00) ou só para o
      *            informado. Devolve o número da impressão e a
      *            quantidade de vias abertas.
      *            A folha começa pela linha de título e termina
      *            pela linha de fim (WS-ROS-TITULO e WS-ROS-FIM):
      *            o REIMPRTT as reconhece para não repetir a folha
      *            original numa reimpressão.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTSPLTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DST-CHAVE
                FILE STATUS IS WS-FS-DST.

                SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENT-CHAVE
                FILE STATUS IS WS-FS-ENT.

                SELECT ROSTO ASSIGN TO WS-ARQ-ROSTO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ROS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIB.
          COPY FD_DSTTT.

       FD ENTREGAS.
          COPY FD_ENTTT.

       FD ROSTO.
       01 REG-ROSTO          PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS-DST         PIC 99.
          88 FS-DST-OK      VALUE 0.
       77 WS-FS-ENT         PIC 99.
          88 FS-ENT-OK      VALUE 0.
       77 WS-FS-ROS         PIC 99.
          88 FS-ROS-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-DISTRIB-ABERTO PIC X VALUE 'N'.
          88 DISTRIB-ABERTO VALUE 'S' FALSE 'N'.
       77 WS-ENTREGA-ABERTO PIC X VALUE 'N'.
          88 ENTREGA-ABERTO VALUE 'S' FALSE 'N'.
       77 WS-ROSTO-ABERTO   PIC X VALUE 'N'.
          88 ROSTO-ABERTO   VALUE 'S' FALSE 'N'.
       77 WS-ARQ-DISTRIB    PIC X(60) VALUE 'CONTDIST.DAT'.
       77 WS-ARQ-ENTREGAS   PIC X(60) VALUE 'CONTENTR.DAT'.
       77 WS-ARQ-ROSTO      PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-US-IMPRESSAO   PIC X(12) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DH-HORA        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DESTINOS   PIC 9(03) VALUE ZEROS.
       77 WS-VIA            PIC 9(02) VALUE ZEROS.
       77 WS-MAX-IMPRESSAO  PIC 9(02) VALUE ZEROS.

       01 WS-DATA-FMT.
          03 WS-DT-ENTRADA  PIC 9(08).
          03 FILLER REDEFINES WS-DT-ENTRADA.
             05 WS-DT-AAAA  PIC 9(04).
             05 WS-DT-MM    PIC 9(02).
             05 WS-DT-DD    PIC 9(02).
          03 WS-DT-SAIDA.
             05 WS-DS-DD    PIC 9(02).
             05 FILLER      PIC X(01) VALUE '/'.
             05 WS-DS-MM    PIC 9(02).
             05 FILLER      PIC X(01) VALUE '/'.
             05 WS-DS-AAAA  PIC 9(04).

       01 WS-ROS-TITULO.
          03 FILLER         PIC X(36) VALUE
                     'FOLHA DE ROSTO - ROTEIRO DE ENTREGA'.
          03 FILLER         PIC X(96) VALUE SPACES.

       01 WS-ROS-LIN1.
          03 FILLER         PIC X(12) VALUE 'RELATORIO..:'.
          03 WS-ROS-PROGRAMA PIC X(08).
          03 FILLER         PIC X(14) VALUE '   GERADO EM: '.
          03 WS-ROS-DATA    PIC X(10).
          03 FILLER         PIC X(05) VALUE ' AS '.
          03 WS-ROS-HORA    PIC 99.99.99.
          03 FILLER         PIC X(75) VALUE SPACES.

       01 WS-ROS-LIN2.
          03 FILLER         PIC X(12) VALUE 'ARQUIVO....:'.
          03 WS-ROS-CAMINHO PIC X(60).
          03 FILLER         PIC X(60) VALUE SPACES.

       01 WS-ROS-LIN3.
          03 FILLER         PIC X(12) VALUE 'IMPRESSAO..:'.
          03 WS-ROS-IMPRESSAO PIC X(16).
          03 FILLER         PIC X(04) VALUE ' EM '.
          03 WS-ROS-DT-IMP  PIC X(10).
          03 FILLER         PIC X(05) VALUE ' POR '.
          03 WS-ROS-US-IMP  PIC X(12).
          03 FILLER         PIC X(73) VALUE SPACES.

       01 WS-ROS-COLUNAS.
          03 FILLER         PIC X(05) VALUE 'SEQ'.
          03 FILLER         PIC X(22) VALUE 'DEPARTAMENTO'.
          03 FILLER         PIC X(32) VALUE 'DESTINATARIO'.
          03 FILLER         PIC X(06) VALUE 'VIAS'.
          03 FILLER         PIC X(10) VALUE 'ENTREGA'.
          03 FILLER         PIC X(32) VALUE 'RECEBIDO POR'.
          03 FILLER         PIC X(25) VALUE 'DATA'.

       01 WS-ROS-DET.
          03 WS-RD-SEQ      PIC 9(02).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-RD-DEPTO    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-RD-DESTINO  PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-RD-VIAS     PIC Z9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-RD-FORMA    PIC X(10).
          03 FILLER         PIC X(30) VALUE ALL '_'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE '__/__/____'.
          03 FILLER         PIC X(15) VALUE SPACES.

       01 WS-ROS-SEM-LISTA.
          03 FILLER         PIC X(40) VALUE
                     'NENHUM DESTINATARIO CADASTRADO PARA ESTE'.
          03 FILLER         PIC X(40) VALUE
                     ' RELATORIO NA LISTA DE DISTRIBUICAO'.
          03 FILLER         PIC X(52) VALUE SPACES.

       01 WS-ROS-SEM-DESTINO.
          03 FILLER         PIC X(40) VALUE
                     'O DESTINATARIO INFORMADO NAO CONSTA DA'.
          03 FILLER         PIC X(40) VALUE
                     ' LISTA DE DISTRIBUICAO DESTE RELATORIO'.
          03 FILLER         PIC X(52) VALUE SPACES.

       01 WS-ROS-FIM.
          03 FILLER         PIC X(29) VALUE
                     '*** FIM DA FOLHA DE ROSTO ***'.
          03 FILLER         PIC X(103) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PROGRAMA       PIC X(08).
       01 LK-DATA           PIC 9(08).
       01 LK-HORA           PIC 9(06).
       01 LK-CAMINHO        PIC X(60).
       01 LK-ARQ-ROSTO      PIC X(60).
       01 LK-TIPO           PIC X(01).
       01 LK-SEQ-DESTINO    PIC 9(02).
       01 LK-US-OPERADOR    PIC X(12).
       01 LK-IMPRESSAO      PIC 9(02).
       01 LK-QTD-VIAS       PIC 9(03).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-DATA LK-HORA
                LK-CAMINHO LK-ARQ-ROSTO LK-TIPO LK-SEQ-DESTINO
                LK-US-OPERADOR LK-IMPRESSAO LK-QTD-VIAS.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-DISTRIB
            CALL 'ARQPARTT' USING WS-ARQ-ENTREGAS
            MOVE LK-ARQ-ROSTO TO WS-ARQ-ROSTO
            MOVE LK-PROGRAMA  TO WS-ERR-CHAVE
            MOVE ZEROS TO LK-IMPRESSAO LK-QTD-VIAS WS-QTD-DESTINOS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-DH-HORA FROM TIME

      *    Na catalogação em lote não há operador conectado: vale
      *    o usuário do sistema, como nas cargas noturnas.
            MOVE LK-US-OPERADOR TO WS-US-IMPRESSAO
            IF WS-US-IMPRESSAO EQUAL SPACES
               ACCEPT WS-US-IMPRESSAO FROM ENVIRONMENT 'USERNAME'
            END-IF

            PERFORM P100-ABRIR-ARQUIVOS
            IF LK-TIPO EQUAL 'R'
               PERFORM P150-PROXIMA-IMPRESSAO
            END-IF
            PERFORM P200-CABECALHO-ROSTO
            IF DISTRIB-ABERTO
               PERFORM P300-PERCORRER-LISTA
            END-IF
            PERFORM P400-FECHAR-ROSTO

            IF DISTRIB-ABERTO
               CLOSE DISTRIB
            END-IF
            IF ENTREGA-ABERTO
               CLOSE ENTREGAS
            END-IF
            IF ROSTO-ABERTO
               CLOSE ROSTO
            END-IF

            GOBACK.

      *---------------------------------------------------------
      * Sem lista de distribuição (arquivo ainda não criado) o
      * spool sai só com a folha avisando; não é erro. O
      * controle de entregas nasce vazio na primeira vez.
      *---------------------------------------------------------
       P100-ABRIR-ARQUIVOS.
       SET DISTRIB-ABERTO TO FALSE
       SET ENTREGA-ABERTO TO FALSE
       SET ROSTO-ABERTO TO FALSE

       SET FS-DST-OK TO TRUE
       OPEN INPUT DISTRIB
       IF FS-DST-OK
          SET DISTRIB-ABERTO TO TRUE
       ELSE
          IF WS-FS-DST NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR A LISTA DE DISTRIBUICAO'
             CALL 'FSMSGTT' USING WS-FS-DST WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'ROTSPLTT' 'DISTRIB   '
                  WS-FS-DST WS-ERR-CHAVE
          END-IF
       END-IF

       SET FS-ENT-OK TO TRUE
       OPEN I-O ENTREGAS
       IF WS-FS-ENT EQUAL 35
          OPEN OUTPUT ENTREGAS
          CLOSE ENTREGAS
          OPEN I-O ENTREGAS
       END-IF
       IF FS-ENT-OK
          SET ENTREGA-ABERTO TO TRUE
       ELSE
          DISPLAY 'ERRO AO ABRIR O CONTROLE DE ENTREGAS'
          CALL 'FSMSGTT' USING WS-FS-ENT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'ROTSPLTT' 'ENTREGAS  '
               WS-FS-ENT WS-ERR-CHAVE
       END-IF

       SET FS-ROS-OK TO TRUE
       OPEN OUTPUT ROSTO
       IF FS-ROS-OK
          SET ROSTO-ABERTO TO TRUE
       ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DA FOLHA DE ROSTO'
          CALL 'FSMSGTT' USING WS-FS-ROS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'ROTSPLTT' 'ROSTO     '
               WS-FS-ROS WS-ERR-CHAVE
       END-IF
       .

      *---------------------------------------------------------
      * A reimpressão recebe o número seguinte ao maior já usado
      * para o spool (00 é a impressão original).
      *---------------------------------------------------------
       P150-PROXIMA-IMPRESSAO.
       MOVE ZEROS TO WS-MAX-IMPRESSAO
       IF ENTREGA-ABERTO
          MOVE LK-PROGRAMA TO ENT-PROGRAMA
          MOVE LK-DATA     TO ENT-DATA
          MOVE LK-HORA     TO ENT-HORA
          MOVE ZEROS TO ENT-IMPRESSAO ENT-SEQ-DESTINO ENT-VIA
          SET EOF-OK TO FALSE
          START ENTREGAS KEY IS GREATER OR EQUAL ENT-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P151-LER-IMPRESSAO UNTIL EOF-OK
       END-IF
       IF WS-MAX-IMPRESSAO EQUAL 99
          MOVE 99 TO LK-IMPRESSAO
       ELSE
          ADD 1 TO WS-MAX-IMPRESSAO GIVING LK-IMPRESSAO
       END-IF
       .

       P151-LER-IMPRESSAO.
       READ ENTREGAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ENT-PROGRAMA NOT EQUAL LK-PROGRAMA
                  OR ENT-DATA NOT EQUAL LK-DATA
                  OR ENT-HORA NOT EQUAL LK-HORA
                  SET EOF-OK TO TRUE
               ELSE
                  MOVE ENT-IMPRESSAO TO WS-MAX-IMPRESSAO
               END-IF
       END-READ
       .

       P200-CABECALHO-ROSTO.
       IF ROSTO-ABERTO
          WRITE REG-ROSTO FROM WS-ROS-TITULO
          MOVE SPACES TO REG-ROSTO
          WRITE REG-ROSTO
          MOVE LK-PROGRAMA TO WS-ROS-PROGRAMA
          MOVE LK-DATA TO WS-DT-ENTRADA
          PERFORM P900-FORMATAR-DATA
          MOVE WS-DT-SAIDA TO WS-ROS-DATA
          MOVE LK-HORA TO WS-ROS-HORA
          WRITE REG-ROSTO FROM WS-ROS-LIN1
          MOVE LK-CAMINHO TO WS-ROS-CAMINHO
          WRITE REG-ROSTO FROM WS-ROS-LIN2
          MOVE SPACES TO WS-ROS-IMPRESSAO
          IF LK-TIPO EQUAL 'R'
             STRING 'REIMPRESSAO ' DELIMITED BY SIZE
                    LK-IMPRESSAO   DELIMITED BY SIZE
               INTO WS-ROS-IMPRESSAO
             END-STRING
          ELSE
             MOVE 'ORIGINAL' TO WS-ROS-IMPRESSAO
          END-IF
          MOVE WS-DATA-HOJE TO WS-DT-ENTRADA
          PERFORM P900-FORMATAR-DATA
          MOVE WS-DT-SAIDA TO WS-ROS-DT-IMP
          MOVE WS-US-IMPRESSAO TO WS-ROS-US-IMP
          WRITE REG-ROSTO FROM WS-ROS-LIN3
          MOVE SPACES TO REG-ROSTO
          WRITE REG-ROSTO
          WRITE REG-ROSTO FROM WS-ROS-COLUNAS
       END-IF
       .

       P300-PERCORRER-LISTA.
       MOVE LK-PROGRAMA TO DST-PROGRAMA
       MOVE ZEROS TO DST-SEQUENCIA
       SET EOF-OK TO FALSE
       START DISTRIB KEY IS GREATER OR EQUAL DST-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P310-LER-DESTINATARIO UNTIL EOF-OK
       .

       P310-LER-DESTINATARIO.
       READ DISTRIB NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF DST-PROGRAMA NOT EQUAL LK-PROGRAMA
                  SET EOF-OK TO TRUE
               ELSE
                  IF LK-SEQ-DESTINO EQUAL ZEROS
                     OR LK-SEQ-DESTINO EQUAL DST-SEQUENCIA
                     PERFORM P320-ROTEAR-DESTINATARIO
                  END-IF
               END-IF
       END-READ
       .

       P320-ROTEAR-DESTINATARIO.
       ADD 1 TO WS-QTD-DESTINOS
       IF DST-QT-VIAS EQUAL ZEROS
          MOVE 1 TO DST-QT-VIAS
       END-IF
       IF ROSTO-ABERTO
          MOVE DST-SEQUENCIA    TO WS-RD-SEQ
          MOVE DST-DEPARTAMENTO TO WS-RD-DEPTO
          MOVE DST-DESTINATARIO TO WS-RD-DESTINO
          MOVE DST-QT-VIAS      TO WS-RD-VIAS
          IF DST-EM-MAOS
             MOVE 'EM MAOS'  TO WS-RD-FORMA
          ELSE
             MOVE 'ENVIAR'   TO WS-RD-FORMA
          END-IF
          WRITE REG-ROSTO FROM WS-ROS-DET
       END-IF
       IF ENTREGA-ABERTO
          MOVE 1 TO WS-VIA
          PERFORM P330-ABRIR-VIA UNTIL WS-VIA GREATER DST-QT-VIAS
       END-IF
       .

       P330-ABRIR-VIA.
       MOVE LK-PROGRAMA      TO ENT-PROGRAMA
       MOVE LK-DATA          TO ENT-DATA
       MOVE LK-HORA          TO ENT-HORA
       MOVE LK-IMPRESSAO     TO ENT-IMPRESSAO
       MOVE DST-SEQUENCIA    TO ENT-SEQ-DESTINO
       MOVE WS-VIA           TO ENT-VIA
       MOVE LK-CAMINHO       TO ENT-CAMINHO
       MOVE DST-DEPARTAMENTO TO ENT-DEPARTAMENTO
       MOVE DST-DESTINATARIO TO ENT-DESTINATARIO
       MOVE DST-FORMA-ENTREGA TO ENT-FORMA-ENTREGA
       MOVE WS-DATA-HOJE     TO ENT-DT-IMPRESSAO
       MOVE WS-US-IMPRESSAO  TO ENT-US-IMPRESSAO
       SET ENTREGA-PENDENTE TO TRUE
       MOVE ZEROS TO ENT-DT-ENTREGA ENT-HR-ENTREGA
       MOVE SPACES TO ENT-US-ENTREGA
       WRITE REG-ENTREGA
          INVALID KEY
             CALL 'ERRLOGTT' USING 'ROTSPLTT' 'ENTREGAS  '
                  WS-FS-ENT WS-ERR-CHAVE
          NOT INVALID KEY
             ADD 1 TO LK-QTD-VIAS
       END-WRITE
       ADD 1 TO WS-VIA
       .

       P400-FECHAR-ROSTO.
       IF ROSTO-ABERTO
          IF WS-QTD-DESTINOS EQUAL ZEROS
             IF LK-SEQ-DESTINO EQUAL ZEROS
                WRITE REG-ROSTO FROM WS-ROS-SEM-LISTA
             ELSE
                WRITE REG-ROSTO FROM WS-ROS-SEM-DESTINO
             END-IF
          END-IF
          MOVE SPACES TO REG-ROSTO
          WRITE REG-ROSTO
          WRITE REG-ROSTO FROM WS-ROS-FIM
       END-IF
       .

       P900-FORMATAR-DATA.
       MOVE WS-DT-DD   TO WS-DS-DD
       MOVE WS-DT-MM   TO WS-DS-MM
       MOVE WS-DT-AAAA TO WS-DS-AAAA
       .
       END PROGRAM ROTSPLTT.
