      *              de anos parametrizada (PAR-ANOS-QUALIDADE).
      *            Sai em spool datado catalogado para
      *            reimpressão.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Pode ser pedido no menu para o lote da
      *                   noite (área de comunicação com
      *                   AGENDAR-NO-LOTE): grava o pedido na fila
      *                   (GRAVFILTT) em vez de executar; o passo
      *                   EXEFILTT do NOTURNTT roda o pedido.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.


          COPY FD_PARTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
          03 LK-EM-LOTE    PIC X(01).
             88 EXECUCAO-EM-LOTE VALUE 'S'.
             88 AGENDAR-NO-LOTE  VALUE 'F'.
          03 LK-PARM-LOTE.
             05 LK-PL-FILIAL     PIC X(03).
             05 LK-PL-DEFINICAO  PIC X(08).
             05 LK-PL-MODO       PIC X(01).
             05 LK-PL-APROVADOR  PIC X(12).
             05 LK-PL-ARQ-SAIDA  PIC X(60).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            IF AGENDAR-NO-LOTE
               MOVE SPACES TO LK-PARM-LOTE
               CALL 'GRAVFILTT' USING 'QUALCNTT' LK-US-OPERADOR
                    LK-PF-OPERADOR LK-PARM-LOTE
               GOBACK
            END-IF
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'LERPARTT' USING REG-PARAMETROS
            DISPLAY '***** RELATORIO DE QUALIDADE DE DADOS *****'
