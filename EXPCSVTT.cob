      *                   o par preferido do contato: é ele que
      *                   esta exportação continua enviando ao
      *                   fornecedor, sem mudança de layout.
      * 15/10/2026 MAMJ - O campo nome passa a levar o nome
      *                   completo (NM-COMPLETO, 60 posições) em
      *                   vez do nome curto; a linha cresce para
      *                   140 posições.
      * 15/10/2026 MAMJ - Arquivo passa a sair com cabeçalho e
      *                   rodapé de controle (FD_ITFTT): tipo
      *                   EXPCSVTT, sequência do NUMITFTT,
      *                   quantidade de linhas e soma dos ids,
      *                   para o fornecedor conferir a recepção.
      * 15/10/2026 MAMJ - Contato marcado como falecido (CONTOBIT.DAT,
      *                   conferência mensal OBTCONTT) fica fora
      *                   do CSV; contado à parte no fechamento.
      * 15/10/2026 MAMJ - Chave externa opcional: com o parâmetro
      *                   PAR-SIS-CHAVE-EXP preenchido, a chave do
      *                   contato naquele sistema (CONTCHAV.DAT) sai
      *                   como última coluna, vazia para quem não
      *                   tem; a linha cresce para 164 posições. Em
      *                   branco, o layout segue como era.
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

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CHV.

                SELECT ARQSAIDA ASSIGN TO WS-ARQ-SAIDA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SAI.
       FD CONTATOS.
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD CHAVES.
          COPY FD_CHVTT.

       FD ARQSAIDA.
       01 REG-SAIDA          PIC X(164).

       WORKING-STORAGE SECTION.

          COPY FD_ITFTT.

          COPY FD_PARTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
             05 WS-FL-CONS-TELEFONE PIC X(01).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-CONT           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-IDS        PIC 9(15) VALUE ZEROS.
       77 WS-SEM-CONSENT    PIC 9(06) VALUE ZEROS.
       77 WS-TEL-SAIDA      PIC X(15) VALUE SPACES.
       77 WS-MAIL-SAIDA     PIC X(40) VALUE SPACES.
       77 WS-CSV-LINHA      PIC X(164) VALUE SPACES.
       77 WS-PTR            PIC 9(03) VALUE 1.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
          'EXPCSVTT.TXT'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-OBITOS-ABERTO  PIC X VALUE 'N'.
          88 OBITOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FALECIDO       PIC X VALUE 'N'.
          88 FALECIDO-OK    VALUE 'S' FALSE 'N'.
       77 WS-QTD-FALECIDOS  PIC 9(06) VALUE ZEROS.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-FS-CHV         PIC 99.
          88 FS-CHV-OK      VALUE 0.
       77 WS-ARQ-CHAVES     PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-COLUNA-CHAVE   PIC X VALUE 'N'.
          88 COLUNA-CHAVE-OK VALUE 'S' FALSE 'N'.
       77 WS-CHAVES-ABERTO  PIC X VALUE 'N'.
          88 CHAVES-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FIM-CHAVES     PIC X VALUE 'N'.
          88 FIM-CHAVES-OK  VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-SAIDA    PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            CALL 'ARQPARTT' USING WS-ARQ-SAIDA
            CALL 'LERPARTT' USING REG-PARAMETROS
            DISPLAY '***** EXPORTACAO CSV DE CONTATOS *****'
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-SAI-OK
               PERFORM P360-ABRIR-OBITOS
               PERFORM P370-ABRIR-CHAVES
               SET EOF-OK TO FALSE
               PERFORM P200-GRAVAR-CABECALHO
               PERFORM P300-PROCESSAR UNTIL EOF-OK
               PERFORM P800-GRAVAR-RODAPE
            END-IF
            PERFORM P900-FIM
            .
       SET FS-OK TO TRUE.
       SET FS-SAI-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       MOVE ZEROS TO WS-CONT WS-SEM-CONSENT WS-TOT-IDS.

       OPEN INPUT CONTATOS
       IF NOT FS-OK
       END-IF
       .

      *---------------------------------------------------------
      * Cabeçalho e rodapé de controle do arquivo (FD_ITFTT).
      *---------------------------------------------------------
       P200-GRAVAR-CABECALHO.
       MOVE SPACES TO REG-CTL-ITF
       SET ITF-CABECALHO TO TRUE
       MOVE 'EXPCSVTT' TO ITF-TIPO-ARQ
       ACCEPT ITF-DT-CRIACAO FROM DATE YYYYMMDD
       CALL 'NUMITFTT' USING ITF-TIPO-ARQ ITF-SEQUENCIA
       MOVE ZEROS TO ITF-QTD-REGISTROS ITF-TOT-IDS
       WRITE REG-SAIDA FROM REG-CTL-ITF
       .

       P800-GRAVAR-RODAPE.
       SET ITF-RODAPE TO TRUE
       MOVE WS-CONT    TO ITF-QTD-REGISTROS
       MOVE WS-TOT-IDS TO ITF-TOT-IDS
       WRITE REG-SAIDA FROM REG-CTL-ITF
       .

       P300-PROCESSAR.
       READ CONTATOS INTO WS-REGISTRO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO
                  PERFORM P365-CONFERIR-OBITO
                  IF FALECIDO-OK
                     ADD 1 TO WS-QTD-FALECIDOS
                  ELSE
                  IF WS-FL-CONS-TELEFONE EQUAL 'S'
                     OR WS-FL-CONS-EMAIL EQUAL 'S'
                     PERFORM P310-GRAVAR-LINHA-CSV
                  ELSE
                     ADD 1 TO WS-SEM-CONSENT
                  END-IF
                  END-IF
               END-IF
       END-READ
       .
          MOVE WS-EMAIL TO WS-MAIL-SAIDA
       END-IF
       MOVE SPACES TO WS-CSV-LINHA
       MOVE 1 TO WS-PTR
       STRING '"'           DELIMITED BY SIZE
              WS-ID-CONTATO DELIMITED BY SIZE
              '","'         DELIMITED BY SIZE
              WS-NM-COMPLETO DELIMITED BY SIZE
              '","'         DELIMITED BY SIZE
              WS-TEL-SAIDA  DELIMITED BY SIZE
              '","'         DELIMITED BY SIZE
              WS-MAIL-SAIDA DELIMITED BY SIZE
              '"'           DELIMITED BY SIZE
         INTO WS-CSV-LINHA WITH POINTER WS-PTR
       END-STRING
      *    Chave do sistema parametrizado, como última coluna;
      *    contato sem chave naquele sistema leva a coluna vazia.
       IF COLUNA-CHAVE-OK
          PERFORM P375-BUSCAR-CHAVE
          STRING ',"'          DELIMITED BY SIZE
                 WS-CHAVE-SAIDA DELIMITED BY SIZE
                 '"'           DELIMITED BY SIZE
            INTO WS-CSV-LINHA WITH POINTER WS-PTR
          END-STRING
       END-IF
       ADD 1 TO WS-CONT
       ADD WS-ID-CONTATO TO WS-TOT-IDS
       WRITE REG-SAIDA FROM WS-CSV-LINHA
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
             CALL 'ERRLOGTT' USING 'EXPCSVTT' 'OBITOS    '
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

      *---------------------------------------------------------
      * Coluna da chave externa: só sai quando o parâmetro
      * PAR-SIS-CHAVE-EXP traz o sistema. Remissão de chaves
      * ainda inexistente (status 35) leva a coluna sempre vazia,
      * para o layout combinado com o fornecedor não variar.
      *---------------------------------------------------------
       P370-ABRIR-CHAVES.
       SET COLUNA-CHAVE-OK TO FALSE
       SET CHAVES-ABERTO-OK TO FALSE
       IF PAR-SIS-CHAVE-EXP NOT EQUAL SPACES
          SET COLUNA-CHAVE-OK TO TRUE
          SET FS-CHV-OK TO TRUE
          OPEN INPUT CHAVES
          IF FS-CHV-OK
             SET CHAVES-ABERTO-OK TO TRUE
          ELSE
             IF WS-FS-CHV NOT EQUAL 35
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
                CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
                DISPLAY WS-FS-MSG
                CALL 'ERRLOGTT' USING 'EXPCSVTT' 'CHAVES    '
                     WS-FS-CHV WS-ERR-CHAVE
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Primeira chave do contato no sistema parametrizado, pela
      * chave alternativa do id.
      *---------------------------------------------------------
       P375-BUSCAR-CHAVE.
       MOVE SPACES TO WS-CHAVE-SAIDA
       IF CHAVES-ABERTO-OK
          MOVE WS-ID-CONTATO TO CHV-ID-CONTATO
          SET FIM-CHAVES-OK TO FALSE
          START CHAVES KEY IS EQUAL CHV-ID-CONTATO
                INVALID KEY
                   SET FIM-CHAVES-OK TO TRUE
          END-START
          PERFORM P376-LER-CHAVE UNTIL FIM-CHAVES-OK
       END-IF
       .

       P376-LER-CHAVE.
       READ CHAVES NEXT RECORD
            AT END
               SET FIM-CHAVES-OK TO TRUE
            NOT AT END
               IF CHV-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                  SET FIM-CHAVES-OK TO TRUE
               ELSE
                  IF CHV-CD-SISTEMA EQUAL PAR-SIS-CHAVE-EXP
                     MOVE CHV-CHAVE-EXTERNA TO WS-CHAVE-SAIDA
                     SET FIM-CHAVES-OK TO TRUE
                  END-IF
               END-IF
       END-READ
       IF WS-FS-CHV NOT LESS 30
          SET FIM-CHAVES-OK TO TRUE
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
       IF CHAVES-ABERTO-OK
          CLOSE CHAVES
          SET CHAVES-ABERTO-OK TO FALSE
       END-IF
       CLOSE ARQSAIDA
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
          DISPLAY 'EXPORTACAO CSV CONCLUIDA: ' WS-CONT ' CONTATO(S)'
          DISPLAY 'FORA POR FALTA DE CONSENTIMENTO: '
                  WS-SEM-CONSENT
          DISPLAY 'FORA POR FALECIMENTO...........: '
                  WS-QTD-FALECIDOS
       END-IF

       GOBACK.
