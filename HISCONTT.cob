      * 02/09/2026 MAMJ - A comparação passa a apontar também a
      *                   situação do endereço (FL-ST-ENDERECO),
      *                   marcada e desfeita pela tela DEVCONTT.
      * 15/10/2026 MAMJ - Para operador que não é supervisor, os
      *                   valores antigos de telefone e e-mail saem
      *                   mascarados e o endereço omitido
      *                   (MASCARTT), na tela e na trilha impressa;
      *                   as marcas de campo alterado continuam.
      *********************************************************

       IDENTIFICATION DIVISION.
          COPY FD_LOGTT.

       FD LOGMENSAL.
       01 REG-LOG-MENSAL     PIC X(432).

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).
             05 WS-TAB-EMAIL     PIC X(40).
             05 WS-TAB-ENDER     PIC X(40).
             05 WS-TAB-USUARIO   PIC X(12).
             05 WS-TAB-REG       PIC X(284).
       77 WS-QTD-LOG        PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.

      * Pares de registros completos para a comparação campo a
      * campo entre duas linhas consecutivas.
      *---------------------------------------------------------
       01 WS-REG-ANTES     PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-ANTES.
          03 HSA-ID        PIC 9(06).
          03 HSA-NOME      PIC X(20).
          03 HSA-DOCUMENTO PIC X(14).
          03 HSA-CONSENT   PIC X(03).
          03 HSA-ST-ENDER  PIC X(01).
       01 WS-REG-DEPOIS    PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-DEPOIS.
          03 HSB-ID        PIC 9(06).
          03 HSB-NOME      PIC X(20).

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       77 WS-EXB-TEL        PIC X(15) VALUE SPACES.
       77 WS-EXB-EMAIL      PIC X(40) VALUE SPACES.
       77 WS-EXB-ENDER      PIC X(40) VALUE SPACES.
       77 WS-MSC-VALOR      PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA      PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
       DISPLAY WS-IDX ') ' WS-TAB-DATA(WS-IDX) ' '
               WS-TAB-HORA(WS-IDX) ' [' WS-TAB-OPERACAO(WS-IDX)
               '] POR ' WS-TAB-USUARIO(WS-IDX)
       PERFORM P325-PREPARAR-CONTATO
       DISPLAY '     NOME....: ' WS-TAB-NM(WS-IDX)
       DISPLAY '     TELEFONE: ' WS-EXB-TEL
       DISPLAY '     E-MAIL..: ' WS-EXB-EMAIL
       DISPLAY '     ENDERECO: ' WS-EXB-ENDER
       IF WS-IDX GREATER 1
          PERFORM P322-APONTAR-MUDANCAS
       END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Telefone, e-mail e endereço do movimento como o operador
      * pode vê-los: o supervisor vê a linha do log como está; os
      * demais, mascarados.
      *---------------------------------------------------------
       P325-PREPARAR-CONTATO.
       IF OPERADOR-SUPERVISOR
          MOVE WS-TAB-TEL(WS-IDX)   TO WS-EXB-TEL
          MOVE WS-TAB-EMAIL(WS-IDX) TO WS-EXB-EMAIL
          MOVE WS-TAB-ENDER(WS-IDX) TO WS-EXB-ENDER
       ELSE
          MOVE WS-TAB-TEL(WS-IDX) TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'T' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-EXB-TEL
          MOVE WS-TAB-EMAIL(WS-IDX) TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'E' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-EXB-EMAIL
          MOVE WS-TAB-ENDER(WS-IDX) TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'X' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-EXB-ENDER
       END-IF
       .

      *---------------------------------------------------------
      * Grava a trilha de auditoria impressa (HISCONTT.LST), com
      * os mesmos movimentos exibidos na tela.
       MOVE WS-TAB-NM(WS-IDX)      TO WS-DET-NOME
       MOVE WS-TAB-USUARIO(WS-IDX) TO WS-DET-USUARIO
       WRITE REG-RELATORIO FROM WS-LINHA-DET1
       PERFORM P325-PREPARAR-CONTATO
       MOVE WS-EXB-TEL             TO WS-DET-TEL
       MOVE WS-EXB-EMAIL           TO WS-DET-EMAIL
       WRITE REG-RELATORIO FROM WS-LINHA-DET2
       MOVE WS-EXB-ENDER           TO WS-DET-ENDER
       WRITE REG-RELATORIO FROM WS-LINHA-DET3
       ADD 1 TO WS-IDX
       .
