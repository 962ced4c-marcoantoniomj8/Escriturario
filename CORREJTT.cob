      *            abertura de CARGCNTT/MOVCONTT). As linhas
      *            ficam em tabela (até 500) e o arquivo só é
      *            regravado na opção de gravar.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Linhas de 284 posições, com o nome
      *                   completo (NM-COMPLETO) no fim do
      *                   registro, corrigível como campo 16.
      * 15/10/2026 MAMJ - Terceiro arquivo: os rejeitados da
      *                   importação de planilhas (IMPCSVTT.REJ), no
      *                   layout da carga; o arquivo reparado volta
      *                   pela opção de reprocessamento do IMPCSVTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD ARQREJ.
       01 REG-REJEITO        PIC X(288).

       WORKING-STORAGE SECTION.

       77 WS-DESCARTADAS   PIC 9(06) VALUE ZEROS.
       77 WS-IDX           PIC 9(03) VALUE ZEROS.
       77 WS-CAMPO-ESC     PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-NOVO    PIC X(60) VALUE SPACES.
       77 WS-ALTERADO      PIC X VALUE 'N'.
          88 HOUVE-ALTERACAO VALUE 'S' FALSE 'N'.

       01 WS-TAB-LINHAS.
          03 WS-TAB-LINHA OCCURS 500 TIMES PIC X(288).

      *---------------------------------------------------------
      * Área de trabalho da linha em edição: o registro do
      * contato começa na primeira posição na carga e na segunda
      * no movimento (a primeira é a operação).
      *---------------------------------------------------------
       01 WS-LINHA-TRAB    PIC X(288) VALUE SPACES.
       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC X(06).
          03 WS-NM-CONTATO PIC X(20).
          03 WS-CD-FILIAL  PIC X(03).
          03 WS-NR-DOCUMENTO PIC X(14).
          03 WS-FL-CONSENT PIC X(03).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-OPERACAO-MOV  PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-REJ    PIC X(03) VALUE SPACES.

            DISPLAY 'CORRIGIR QUAL ARQUIVO?'
            DISPLAY '<1> CARGA (CARGCNTT.REJ)'
            DISPLAY '<2> MANUTENCAO EM LOTE (MOVCONTT.REJ)'
            DISPLAY '<3> IMPORTACAO DE PLANILHA (IMPCSVTT.REJ)'
            ACCEPT WS-OPCAO-ARQ
            EVALUATE WS-OPCAO-ARQ
               WHEN '2'
                  SET MODO-MOVIMENTO-OK TO TRUE
                  MOVE 'MOVCONTT.REJ' TO WS-ARQ-REJEITO
               WHEN '3'
                  SET MODO-MOVIMENTO-OK TO FALSE
                  MOVE 'IMPCSVTT.REJ' TO WS-ARQ-REJEITO
               WHEN OTHER
                  SET MODO-MOVIMENTO-OK TO FALSE
                  MOVE 'CARGCNTT.REJ' TO WS-ARQ-REJEITO
            END-EVALUATE
            CALL 'ARQPARTT' USING WS-ARQ-REJEITO

            PERFORM P100-CARREGAR-REJEITADOS
       MOVE WS-TAB-LINHA(WS-IDX) TO WS-LINHA-TRAB
       IF MODO-MOVIMENTO-OK
          MOVE WS-LINHA-TRAB(1:1)   TO WS-OPERACAO-MOV
          MOVE WS-LINHA-TRAB(2:284) TO WS-REGISTRO
          MOVE WS-LINHA-TRAB(286:3) TO WS-MOTIVO-REJ
       ELSE
          MOVE SPACES               TO WS-OPERACAO-MOV
          MOVE WS-LINHA-TRAB(1:284) TO WS-REGISTRO
          MOVE WS-LINHA-TRAB(285:3) TO WS-MOTIVO-REJ
       END-IF
       .

       MOVE SPACES TO WS-LINHA-TRAB
       IF MODO-MOVIMENTO-OK
          MOVE WS-OPERACAO-MOV TO WS-LINHA-TRAB(1:1)
          MOVE WS-REGISTRO     TO WS-LINHA-TRAB(2:284)
          MOVE WS-MOTIVO-REJ   TO WS-LINHA-TRAB(286:3)
       ELSE
          MOVE WS-REGISTRO     TO WS-LINHA-TRAB(1:284)
          MOVE WS-MOTIVO-REJ   TO WS-LINHA-TRAB(285:3)
       END-IF
       MOVE WS-LINHA-TRAB TO WS-TAB-LINHA(WS-IDX)
       .
       IF MODO-MOVIMENTO-OK
          DISPLAY '15 OPERACAO.: ' WS-OPERACAO-MOV
       END-IF
       DISPLAY '16 NOME COMP: ' WS-NM-COMPLETO
       .

      *---------------------------------------------------------
          WHEN 3
             MOVE WS-VALOR-NOVO(1:15) TO WS-TELEFONE
          WHEN 4
             MOVE WS-VALOR-NOVO(1:40) TO WS-EMAIL
          WHEN 5
             MOVE WS-VALOR-NOVO(1:40) TO WS-END-LOGRADOURO
          WHEN 6
             MOVE WS-VALOR-NOVO(1:20) TO WS-END-COMPLEMENTO
          WHEN 7
             ELSE
                DISPLAY 'CAMPO INVALIDO'
             END-IF
          WHEN 16
             MOVE WS-VALOR-NOVO TO WS-NM-COMPLETO
          WHEN OTHER
             DISPLAY 'CAMPO INVALIDO'
       END-EVALUATE

       IF WS-CAMPO-ESC GREATER ZEROS AND WS-CAMPO-ESC LESS 17
          PERFORM P315-REMONTAR-LINHA
          SET HOUVE-ALTERACAO TO TRUE
          DISPLAY 'CAMPO CORRIGIDO'
