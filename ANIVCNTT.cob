      *                   janela vem direto do parâmetro, sem
      *                   perguntar ao operador; falhas passam a
      *                   informar RETURN-CODE.
      * 15/10/2026 MAMJ - Para operador que não é supervisor, o
      *                   nascimento sai só com dia e mês
      *                   (MASCARTT).
      * 15/10/2026 MAMJ - Contato marcado como falecido (CONTOBIT.DAT,
      *                   conferência mensal OBTCONTT) fica fora do
      *                   lembrete; contado à parte no fechamento.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.
       FD CONTATOS.
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).


          COPY FD_PARTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TEL     PIC X(15).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NASC    PIC X(10).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-DIAS    PIC ZZ9.
          03 FILLER         PIC X(68) VALUE SPACES.

       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-OBITOS-ABERTO  PIC X VALUE 'N'.
          88 OBITOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FALECIDO       PIC X VALUE 'N'.
          88 FALECIDO-OK    VALUE 'S' FALSE 'N'.
       77 WS-QTD-FALECIDOS  PIC 9(06) VALUE ZEROS.
       77 WS-MSC-VALOR      PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA      PIC X(40) VALUE SPACES.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.

          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.
          03 LK-EM-LOTE    PIC X(01).
             88 EXECUCAO-EM-LOTE VALUE 'S'.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            PERFORM P050-MONTAR-NOME-SPOOL
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
               PERFORM P150-INFORMAR-DIAS THRU P150-FIM
                  UNTIL DIAS-VALIDO-OK
               PERFORM P200-IMPRIMIR-CABECALHO
               PERFORM P360-ABRIR-OBITOS
               SET EOF-OK TO FALSE
               PERFORM P300-PROCESSAR UNTIL EOF-OK
               PERFORM P800-IMPRIMIR-RODAPE
            NOT AT END
              IF CONTATO-ATIVO AND
                 WS-DT-NASCIMENTO NOT EQUAL ZEROS
                 PERFORM P365-CONFERIR-OBITO
                 IF FALECIDO-OK
                    ADD 1 TO WS-QTD-FALECIDOS
                 ELSE
                    PERFORM P310-VERIFICAR-ANIVERSARIO
                 END-IF
              END-IF
       END-READ
       .
          MOVE WS-ID-CONTATO      TO WS-DET-ID
          MOVE WS-NM-CONTATO      TO WS-DET-NOME
          CALL 'FMTTELTT' USING WS-TELEFONE WS-DET-TEL
          IF OPERADOR-SUPERVISOR
             MOVE WS-DT-NASCIMENTO TO WS-DET-NASC
          ELSE
             MOVE WS-DT-NASCIMENTO TO WS-MSC-VALOR
             CALL 'MASCARTT' USING 'N' WS-MSC-VALOR WS-MSC-SAIDA
             MOVE WS-MSC-SAIDA TO WS-DET-NASC
          END-IF
          MOVE WS-DIFERENCA       TO WS-DET-DIAS
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       .

      *---------------------------------------------------------
      * Marca de falecimento (CONTOBIT.DAT, OBTCONTT): arquivo
      * ainda inexistente (status 35) quer dizer que nenhum
      * contato foi marcado.
      *---------------------------------------------------------
       P360-ABRIR-OBITOS.
       SET OBITOS-ABERTO-OK TO FALSE
       MOVE ZEROS TO WS-QTD-FALECIDOS
       SET FS-OBT-OK TO TRUE
       OPEN INPUT OBITOS
       IF FS-OBT-OK
          SET OBITOS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-OBT NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MARCAS DE OBITO'
             CALL 'FSMSGTT' USING WS-FS-OBT WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'ANIVCNTT' 'OBITOS    '
                  WS-FS-OBT WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P365-CONFERIR-OBITO.
       SET FALECIDO-OK TO FALSE
       IF OBITOS-ABERTO-OK
          MOVE WS-ID-CONTATO TO OBT-ID-CONTATO
          READ OBITOS
               KEY IS OBT-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF OBITO-ATIVO
                     SET FALECIDO-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       .

       P900-FIM.
      *    O status de arquivo termina em 10 (fim de arquivo) numa
      *    varredura completa; o que decide o retorno é a trava de
      *    devolve 42, ignorado) para o módulo nunca devolver ao
      *    chamador um arquivo ainda aberto.
       CLOSE CONTATOS
       IF OBITOS-ABERTO-OK
          CLOSE OBITOS
          SET OBITOS-ABERTO-OK TO FALSE
       END-IF
       CLOSE RELATORIO
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
          CALL 'CATSPLTT' USING 'ANIVCNTT' WS-ARQ-RELATORIO
          DISPLAY 'LEMBRETE DE ANIVERSARIOS GERADO COM SUCESSO: '
                  WS-CONT ' CONTATO(S)'
          DISPLAY 'FORA DA LISTA POR FALECIMENTO: ' WS-QTD-FALECIDOS
       END-IF

       GOBACK.
