      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Manter a lista de distribuição dos relatórios
      *            (CONTDIST.DAT): para cada programa que cataloga
      *            spool, quem recebe (departamento e pessoa),
      *            quantas vias e se a entrega é em mãos ou
      *            enviada. A sequência do destinatário é dada
      *            pelo próprio cadastro (a próxima livre do
      *            programa). Vale para os spools gerados depois
      *            da manutenção: as vias já abertas guardam o
      *            destinatário da época. Toda manutenção gera
      *            linha na trilha de auditoria (GRAVAUDTT), como
      *            nos demais cadastros de apoio. Opção restrita ao
      *            supervisor pelo MENUCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTCNTT.

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
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIB.
          COPY FD_DSTTT.

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
       77 WS-PROGRAMA      PIC X(08) VALUE SPACES.
       77 WS-SEQUENCIA     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-SEQ       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LISTADOS  PIC 9(03) VALUE ZEROS.
       77 WS-DADOS-OK      PIC X VALUE 'N'.
          88 DADOS-VALIDOS VALUE 'S' FALSE 'N'.
       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       01 WS-AUD-DESTINO.
          03 WS-AD-SEQ     PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-AD-DEPTO   PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-AD-VIAS    PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-AD-FORMA   PIC X(01).
          03 FILLER        PIC X(12) VALUE SPACES.

       77 WS-ARQ-DISTRIB   PIC X(60) VALUE 'CONTDIST.DAT'.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-DISTRIB
            DISPLAY '***** LISTA DE DISTRIBUICAO DE RELATORIOS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .

       P300-PROCESSA-MENU.
       DISPLAY '<1> INCLUIR DESTINATARIO   <2> LISTAR DISTRIBUICAO'
       DISPLAY '<3> ALTERAR DESTINATARIO   <4> EXCLUIR DESTINATARIO'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN '2'
             PERFORM P320-LISTAR-DISTRIBUICAO
          WHEN '3'
             PERFORM P330-ALTERAR-DESTINATARIO
          WHEN '4'
             PERFORM P340-EXCLUIR-DESTINATARIO
          WHEN OTHER
             PERFORM P310-INCLUIR-DESTINATARIO
       END-EVALUATE

       DISPLAY 'TECLE: '
       DISPLAY ' QUALQUER <TECLA> PARA CONTINUAR OU <F> PARA FINALIZAR'
       ACCEPT WS-EXIT
       .
       P300-FIM.

      *---------------------------------------------------------
      * O programa é o nome com que o relatório se cataloga no
      * SPOOLCTT.DAT (o mesmo exibido na reimpressão). O novo
      * destinatário entra com a sequência seguinte à maior já
      * usada pelo programa.
      *---------------------------------------------------------
       P310-INCLUIR-DESTINATARIO.
       SET FS-OK TO TRUE.

       DISPLAY 'INFORME O PROGRAMA DO RELATORIO (EX.: RELGRPTT):'
       ACCEPT WS-PROGRAMA
       IF WS-PROGRAMA EQUAL SPACES
          DISPLAY 'O PROGRAMA NAO PODE FICAR EM BRANCO'
       ELSE
          OPEN I-O DISTRIB
          IF WS-FS EQUAL 35
             OPEN OUTPUT DISTRIB
             CLOSE DISTRIB
             OPEN I-O DISTRIB
          END-IF

          IF FS-OK THEN
             PERFORM P311-PROXIMA-SEQUENCIA
             IF WS-MAX-SEQ EQUAL 99
                DISPLAY 'O RELATORIO JA TEM 99 DESTINATARIOS'
             ELSE
                MOVE WS-PROGRAMA TO DST-PROGRAMA
                ADD 1 TO WS-MAX-SEQ GIVING DST-SEQUENCIA
                PERFORM P350-INFORMAR-DADOS
                IF DADOS-VALIDOS
                   PERFORM P360-CARIMBAR
                   WRITE REG-DISTRIBUICAO
                      INVALID KEY
                         DISPLAY 'DESTINATARIO JA CADASTRADO'
                      NOT INVALID KEY
                         DISPLAY 'DESTINATARIO ' DST-SEQUENCIA
                                 ' INCLUIDO COM SUCESSO'
                         MOVE SPACES TO WS-AUD-ANTES
                         PERFORM P370-MONTAR-AUDITORIA
                         MOVE WS-AUD-DESTINO TO WS-AUD-DEPOIS
                         CALL 'GRAVAUDTT' USING 'DISTCNTT'
                              'INCLUSAO  ' LK-US-OPERADOR
                              WS-AUD-CHAVE WS-AUD-ANTES
                              WS-AUD-DEPOIS
                   END-WRITE
                ELSE
                   DISPLAY 'DESTINATARIO NAO INCLUIDO'
                END-IF
             END-IF
             CLOSE DISTRIB
          ELSE
             DISPLAY 'ERRO AO ABRIR A LISTA DE DISTRIBUICAO'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'DISTCNTT' 'DISTRIB   '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P311-PROXIMA-SEQUENCIA.
       MOVE ZEROS TO WS-MAX-SEQ
       MOVE WS-PROGRAMA TO DST-PROGRAMA
       MOVE ZEROS TO DST-SEQUENCIA
       SET EOF-OK TO FALSE
       START DISTRIB KEY IS GREATER OR EQUAL DST-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P312-LER-SEQUENCIA UNTIL EOF-OK
       .

       P312-LER-SEQUENCIA.
       READ DISTRIB NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF DST-PROGRAMA NOT EQUAL WS-PROGRAMA
                  SET EOF-OK TO TRUE
               ELSE
                  MOVE DST-SEQUENCIA TO WS-MAX-SEQ
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Programa em branco lista a distribuição de todos os
      * relatórios.
      *---------------------------------------------------------
       P320-LISTAR-DISTRIBUICAO.
       SET EOF-OK TO FALSE.
       SET FS-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-LISTADOS

       DISPLAY 'INFORME O PROGRAMA DO RELATORIO (EM BRANCO = TODOS):'
       ACCEPT WS-PROGRAMA

       OPEN INPUT DISTRIB
       IF WS-FS EQUAL 35
          DISPLAY 'A LISTA DE DISTRIBUICAO AINDA NAO EXISTE'
       ELSE
          IF FS-OK THEN
             MOVE WS-PROGRAMA TO DST-PROGRAMA
             MOVE ZEROS TO DST-SEQUENCIA
             START DISTRIB KEY IS GREATER OR EQUAL DST-CHAVE
                   INVALID KEY
                      SET EOF-OK TO TRUE
             END-START
             PERFORM P321-LISTAR-DESTINATARIO UNTIL EOF-OK
             CLOSE DISTRIB
             IF WS-QTD-LISTADOS EQUAL ZEROS
                DISPLAY 'NENHUM DESTINATARIO CADASTRADO'
             END-IF
          ELSE
             DISPLAY 'ERRO AO ABRIR A LISTA DE DISTRIBUICAO'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'DISTCNTT' 'DISTRIB   '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P321-LISTAR-DESTINATARIO.
       READ DISTRIB NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-PROGRAMA NOT EQUAL SPACES
                  AND DST-PROGRAMA NOT EQUAL WS-PROGRAMA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-LISTADOS
                  IF DST-EM-MAOS
                     DISPLAY DST-PROGRAMA ' ' DST-SEQUENCIA ' - '
                             DST-DEPARTAMENTO ' ' DST-DESTINATARIO
                             ' VIAS: ' DST-QT-VIAS ' EM MAOS'
                  ELSE
                     DISPLAY DST-PROGRAMA ' ' DST-SEQUENCIA ' - '
                             DST-DEPARTAMENTO ' ' DST-DESTINATARIO
                             ' VIAS: ' DST-QT-VIAS ' ENVIAR'
                  END-IF
               END-IF
       END-READ
       .

       P330-ALTERAR-DESTINATARIO.
       SET FS-OK TO TRUE.

       DISPLAY 'INFORME O PROGRAMA DO RELATORIO:'
       ACCEPT WS-PROGRAMA
       DISPLAY 'INFORME A SEQUENCIA DO DESTINATARIO A ALTERAR:'
       ACCEPT WS-SEQUENCIA

       OPEN I-O DISTRIB
       IF FS-OK THEN
          MOVE WS-PROGRAMA  TO DST-PROGRAMA
          MOVE WS-SEQUENCIA TO DST-SEQUENCIA
          READ DISTRIB
               KEY IS DST-CHAVE
               INVALID KEY
                  DISPLAY 'DESTINATARIO NAO CADASTRADO'
               NOT INVALID KEY
                  DISPLAY 'DEPARTAMENTO ATUAL: ' DST-DEPARTAMENTO
                  DISPLAY 'DESTINATARIO ATUAL: ' DST-DESTINATARIO
                  DISPLAY 'VIAS ATUAIS.......: ' DST-QT-VIAS
                  DISPLAY 'ENTREGA ATUAL.....: ' DST-FORMA-ENTREGA
                  PERFORM P370-MONTAR-AUDITORIA
                  MOVE WS-AUD-DESTINO TO WS-AUD-ANTES
                  PERFORM P350-INFORMAR-DADOS
                  IF DADOS-VALIDOS
                     PERFORM P360-CARIMBAR
                     REWRITE REG-DISTRIBUICAO
                     DISPLAY 'DESTINATARIO ALTERADO COM SUCESSO'
                     PERFORM P370-MONTAR-AUDITORIA
                     MOVE WS-AUD-DESTINO TO WS-AUD-DEPOIS
                     CALL 'GRAVAUDTT' USING 'DISTCNTT'
                          'ALTERACAO ' LK-US-OPERADOR WS-AUD-CHAVE
                          WS-AUD-ANTES WS-AUD-DEPOIS
                  ELSE
                     DISPLAY 'ALTERACAO NAO REALIZADA'
                  END-IF
          END-READ
          CLOSE DISTRIB
       ELSE
          DISPLAY 'ERRO AO ABRIR A LISTA DE DISTRIBUICAO'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'DISTCNTT' 'DISTRIB   '
               WS-FS WS-ERR-CHAVE
       END-IF
       .

      *---------------------------------------------------------
      * A exclusão tira o destinatário da lista; as vias já
      * abertas para ele no controle de entregas continuam lá
      * até a baixa.
      *---------------------------------------------------------
       P340-EXCLUIR-DESTINATARIO.
       SET FS-OK TO TRUE.

       DISPLAY 'INFORME O PROGRAMA DO RELATORIO:'
       ACCEPT WS-PROGRAMA
       DISPLAY 'INFORME A SEQUENCIA DO DESTINATARIO A EXCLUIR:'
       ACCEPT WS-SEQUENCIA

       OPEN I-O DISTRIB
       IF FS-OK THEN
          MOVE WS-PROGRAMA  TO DST-PROGRAMA
          MOVE WS-SEQUENCIA TO DST-SEQUENCIA
          READ DISTRIB
               KEY IS DST-CHAVE
               INVALID KEY
                  DISPLAY 'DESTINATARIO NAO CADASTRADO'
               NOT INVALID KEY
                  DISPLAY 'DESTINATARIO: ' DST-DEPARTAMENTO ' '
                          DST-DESTINATARIO
                  DISPLAY 'TECLE <S> PARA CONFIRMAR A'
                  DISPLAY 'EXCLUSAO OU <QUALQUER TECLA>'
                  DISPLAY 'PARA ABORTAR'
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM EQUAL 'S'
                     PERFORM P370-MONTAR-AUDITORIA
                     MOVE WS-AUD-DESTINO TO WS-AUD-ANTES
                     MOVE SPACES TO WS-AUD-DEPOIS
                     DELETE DISTRIB RECORD
                     DISPLAY 'DESTINATARIO EXCLUIDO COM SUCESSO'
                     CALL 'GRAVAUDTT' USING 'DISTCNTT'
                          'EXCLUSAO  ' LK-US-OPERADOR WS-AUD-CHAVE
                          WS-AUD-ANTES WS-AUD-DEPOIS
                  ELSE
                     DISPLAY 'DESTINATARIO NAO EXCLUIDO'
                  END-IF
          END-READ
          CLOSE DISTRIB
       ELSE
          DISPLAY 'ERRO AO ABRIR A LISTA DE DISTRIBUICAO'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'DISTCNTT' 'DISTRIB   '
               WS-FS WS-ERR-CHAVE
       END-IF
       .

       P350-INFORMAR-DADOS.
       SET DADOS-VALIDOS TO TRUE
       DISPLAY 'INFORME O DEPARTAMENTO:'
       ACCEPT DST-DEPARTAMENTO
       DISPLAY 'INFORME O DESTINATARIO (PESSOA):'
       ACCEPT DST-DESTINATARIO
       DISPLAY 'INFORME A QUANTIDADE DE VIAS (01 A 99):'
       ACCEPT DST-QT-VIAS
       DISPLAY 'INFORME A ENTREGA: <M> EM MAOS OU <E> ENVIADA'
       ACCEPT DST-FORMA-ENTREGA

       IF DST-DEPARTAMENTO EQUAL SPACES
          AND DST-DESTINATARIO EQUAL SPACES
          DISPLAY 'INFORME O DEPARTAMENTO OU O DESTINATARIO'
          SET DADOS-VALIDOS TO FALSE
       END-IF
       IF DST-QT-VIAS NOT NUMERIC OR DST-QT-VIAS EQUAL ZEROS
          DISPLAY 'QUANTIDADE DE VIAS INVALIDA'
          SET DADOS-VALIDOS TO FALSE
       END-IF
       IF NOT DST-EM-MAOS AND NOT DST-ENVIADO
          DISPLAY 'FORMA DE ENTREGA INVALIDA'
          SET DADOS-VALIDOS TO FALSE
       END-IF
       .

       P360-CARIMBAR.
       ACCEPT DST-DT-ULT-ALTERACAO FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO DST-US-ULT-ALTERACAO
       .

       P370-MONTAR-AUDITORIA.
       MOVE DST-PROGRAMA      TO WS-AUD-CHAVE
       MOVE DST-SEQUENCIA     TO WS-AD-SEQ
       MOVE DST-DEPARTAMENTO  TO WS-AD-DEPTO
       MOVE DST-QT-VIAS       TO WS-AD-VIAS
       MOVE DST-FORMA-ENTREGA TO WS-AD-FORMA
       .

       P900-FIM.

       GOBACK.
       END PROGRAM DISTCNTT.
