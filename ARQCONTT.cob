      *                   calendário do lote noturno (NOTURNTT)
      *                   sem deixar de rodar sozinho como antes,
      *                   no mesmo molde do BKPCONTT.
      * 15/10/2026 MAMJ - O arquivamento passa a remover também os
      *                   vínculos do contato arquivado com outros
      *                   contatos (CONTVINC.DAT), nas duas pontas,
      *                   para a consulta do outro contato não
      *                   exibir um vínculo com quem saiu da base.
      * 15/10/2026 MAMJ - O nome completo (NM-COMPLETO) passa a ser
      *                   levado para o arquivo morto.
      * 15/10/2026 MAMJ - O contato arquivado deixa a carteira do
      *                   seu operador responsável (CONTCART.DAT).
      * 15/10/2026 MAMJ - Contato sob bloqueio legal (VERBLQTT) fica
      *                   na base mesmo vencido o prazo: sai no
      *                   manifesto marcado como retido, com total
      *                   próprio no rodapé.
      * 15/10/2026 MAMJ - O contato arquivado deixa também as
      *                   marcações de grupo adicional (CONTGRAD.DAT),
      *                   que a conferência noturna (CONFSATT) acusava
      *                   como órfãs, e as chaves de outros sistemas
      *                   (CONTCHAV.DAT).
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS NOT-CHAVE
                FILE STATUS IS WS-FS-NOT.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS-VIN.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CHV.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD NOTAS.
          COPY FD_NOTATT.

       FD VINCULOS.
          COPY FD_VINTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CHAVES.
          COPY FD_CHVTT.

       WORKING-STORAGE SECTION.

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
       77 WS-FS-ARC         PIC 99.
          88 MEIOS-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-NOTAS-DISP     PIC X VALUE 'N'.
          88 NOTAS-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-FS-VIN         PIC 99.
          88 FS-VIN-OK      VALUE 0.
       77 WS-VINC-DISP      PIC X VALUE 'N'.
          88 VINCULOS-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-CART-DISP      PIC X VALUE 'N'.
          88 CARTEIRA-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-GRAD-DISP      PIC X VALUE 'N'.
          88 GRUPADIC-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-FS-CHV         PIC 99.
          88 FS-CHV-OK      VALUE 0.
       77 WS-CHAV-DISP      PIC X VALUE 'N'.
          88 CHAVES-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-ID-VINCULADO   PIC 9(06) VALUE ZEROS.
       77 WS-FIM-FILHOS     PIC X VALUE 'N'.
          88 FIM-FILHOS-OK  VALUE 'S' FALSE 'N'.
       77 WS-FS-MSG         PIC X(40).
       77 WS-DATA-CORTE     PIC 9(08) VALUE ZEROS.
       77 WS-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-CONT-ARQUIVADOS PIC 9(06) VALUE ZEROS.
       77 WS-CONT-RETIDOS   PIC 9(06) VALUE ZEROS.
       77 WS-BLQ-PROCESSO   PIC X(20) VALUE SPACES.
       77 WS-BLQ-RESULTADO  PIC X(01) VALUE 'N'.
          88 CONTATO-BLOQUEADO VALUE 'S' 'I'.

       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.
          03 WS-DET-DATA    PIC 9(08).
          03 FILLER         PIC X(08) VALUE SPACES.
          03 WS-DET-USUARIO PIC X(12).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-OBS     PIC X(45) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE SPACES.

       01 WS-LINHA-RODAPE.
          03 WS-ROD-DESC    PIC X(24) VALUE
                             'CONTATOS ARQUIVADOS...: '.
          03 WS-ROD-TOTAL   PIC ZZZZZ9.
          03 FILLER         PIC X(102) VALUE SPACES.
          'CONTMEIO.DAT'.
       77 WS-ARQ-NOTAS       PIC X(60) VALUE
          'CONTNOTA.DAT'.
       77 WS-ARQ-VINCULOS    PIC X(60) VALUE
          'CONTVINC.DAT'.
       77 WS-ARQ-CARTEIRA    PIC X(60) VALUE
          'CONTCART.DAT'.
       77 WS-ARQ-GRUPADIC    PIC X(60) VALUE
          'CONTGRAD.DAT'.
       77 WS-ARQ-CHAVES      PIC X(60) VALUE
          'CONTCHAV.DAT'.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'ARQCONTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
            CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
       SET FS-ARC-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-ARQUIVADOS
                     WS-CONT-RETIDOS
                     WS-LINHA WS-PAGINA.

       ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
       IF FS-NOT-OK
          SET NOTAS-DISPONIVEL TO TRUE
       END-IF

       SET VINCULOS-DISPONIVEL TO FALSE
       SET FS-VIN-OK TO TRUE
       OPEN I-O VINCULOS
       IF FS-VIN-OK
          SET VINCULOS-DISPONIVEL TO TRUE
       END-IF

       SET CARTEIRA-DISPONIVEL TO FALSE
       SET FS-CAR-OK TO TRUE
       OPEN I-O CARTEIRA
       IF FS-CAR-OK
          SET CARTEIRA-DISPONIVEL TO TRUE
       END-IF

       SET GRUPADIC-DISPONIVEL TO FALSE
       SET FS-GRA-OK TO TRUE
       OPEN I-O GRUPADIC
       IF FS-GRA-OK
          SET GRUPADIC-DISPONIVEL TO TRUE
       END-IF

       SET CHAVES-DISPONIVEL TO FALSE
       SET FS-CHV-OK TO TRUE
       OPEN I-O CHAVES
       IF FS-CHV-OK
          SET CHAVES-DISPONIVEL TO TRUE
       END-IF
       .

       P200-IMPRIMIR-CABECALHO.
               IF WS-ST-CONTATO EQUAL 'I' AND
                  WS-DT-ULT-ALTERACAO GREATER ZEROS AND
                  WS-DT-ULT-ALTERACAO LESS WS-DATA-CORTE
                  CALL 'VERBLQTT' USING WS-ID-CONTATO
                       WS-BLQ-PROCESSO WS-BLQ-RESULTADO
                  IF CONTATO-BLOQUEADO
                     PERFORM P315-RETER-CONTATO
                  ELSE
                     PERFORM P310-ARQUIVAR-CONTATO
                  END-IF
               END-IF
       END-READ
       .
       MOVE WS-DT-NASCIMENTO   TO ARC-DT-NASCIMENTO
       MOVE WS-CD-FILIAL       TO ARC-CD-FILIAL
       MOVE WS-NR-DOCUMENTO    TO ARC-NR-DOCUMENTO
       MOVE WS-NM-COMPLETO     TO ARC-NM-COMPLETO

       WRITE REG-ARQMORTO
          INVALID KEY
       .

      *---------------------------------------------------------
      * Contato sob bloqueio legal não sai da base: fica registrado
      * no manifesto como retido, com o número do processo.
      *---------------------------------------------------------
       P315-RETER-CONTATO.
       ADD 1 TO WS-CONT-RETIDOS
       DISPLAY 'CONTATO SOB BLOQUEIO LEGAL, MANTIDO NA BASE: '
               WS-ID-CONTATO
       MOVE SPACES TO WS-DET-OBS
       STRING 'RETIDO - BLOQUEIO LEGAL ' DELIMITED BY SIZE
              WS-BLQ-PROCESSO            DELIMITED BY SIZE
         INTO WS-DET-OBS
       END-STRING
       PERFORM P700-IMPRIMIR-MANIFESTO
       MOVE SPACES TO WS-DET-OBS
       .

      *---------------------------------------------------------
      * Remove os meios de contato adicionais, as anotações, os
      * vínculos, a carteira, os grupos adicionais e as chaves de
      * outros sistemas do contato arquivado, que sem o registro
      * pai ficariam órfãos nos arquivos vivos (dado pessoal fora
      * do arquivo morto).
      *---------------------------------------------------------
       P320-REMOVER-FILHOS.
       IF MEIOS-DISPONIVEL
          END-START
          PERFORM P340-REMOVER-NOTA UNTIL FIM-FILHOS-OK
       END-IF

       IF VINCULOS-DISPONIVEL
          SET FIM-FILHOS-OK TO FALSE
          PERFORM P350-REMOVER-VINCULO UNTIL FIM-FILHOS-OK
       END-IF

       IF CARTEIRA-DISPONIVEL
          MOVE WS-ID-CONTATO TO CAR-ID-CONTATO
          DELETE CARTEIRA RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
       END-IF

       IF GRUPADIC-DISPONIVEL
          MOVE WS-ID-CONTATO TO GRA-ID-CONTATO
          MOVE ZEROS TO GRA-CD-GRUPO
          SET FIM-FILHOS-OK TO FALSE
          START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
                INVALID KEY
                   SET FIM-FILHOS-OK TO TRUE
          END-START
          PERFORM P360-REMOVER-GRUPO-ADIC UNTIL FIM-FILHOS-OK
       END-IF

       IF CHAVES-DISPONIVEL
          SET FIM-FILHOS-OK TO FALSE
          PERFORM P370-REMOVER-CHAVE UNTIL FIM-FILHOS-OK
       END-IF
       .

       P330-REMOVER-MEIO.
       END-READ
       .

      *---------------------------------------------------------
      * Cada vínculo existe nas duas pontas: remove a linha do
      * contato arquivado e a do outro contato, reposicionando a
      * cada volta (o DELETE aleatório desfaz a posição).
      *---------------------------------------------------------
       P350-REMOVER-VINCULO.
       MOVE WS-ID-CONTATO TO VIN-ID-CONTATO
       MOVE ZEROS TO VIN-ID-VINCULADO
       START VINCULOS KEY IS GREATER OR EQUAL VIN-CHAVE
             INVALID KEY
                SET FIM-FILHOS-OK TO TRUE
       END-START
       IF NOT FIM-FILHOS-OK
          READ VINCULOS NEXT RECORD
               AT END
                  SET FIM-FILHOS-OK TO TRUE
               NOT AT END
                  IF VIN-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                     SET FIM-FILHOS-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT FIM-FILHOS-OK
          MOVE VIN-ID-VINCULADO TO WS-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                SET FIM-FILHOS-OK TO TRUE
          END-DELETE
          MOVE WS-ID-VINCULADO TO VIN-ID-CONTATO
          MOVE WS-ID-CONTATO   TO VIN-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
       END-IF
       .

       P360-REMOVER-GRUPO-ADIC.
       READ GRUPADIC NEXT RECORD
            AT END
               SET FIM-FILHOS-OK TO TRUE
            NOT AT END
               IF GRA-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                  SET FIM-FILHOS-OK TO TRUE
               ELSE
                  DELETE GRUPADIC RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * As chaves de outros sistemas do contato vêm pela chave
      * alternativa do id; cada volta reposiciona na primeira
      * que restou.
      *---------------------------------------------------------
       P370-REMOVER-CHAVE.
       MOVE WS-ID-CONTATO TO CHV-ID-CONTATO
       START CHAVES KEY IS EQUAL CHV-ID-CONTATO
             INVALID KEY
                SET FIM-FILHOS-OK TO TRUE
       END-START
       IF NOT FIM-FILHOS-OK
          READ CHAVES NEXT RECORD
               AT END
                  SET FIM-FILHOS-OK TO TRUE
               NOT AT END
                  IF CHV-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                     SET FIM-FILHOS-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT FIM-FILHOS-OK
          DELETE CHAVES RECORD
             INVALID KEY
                SET FIM-FILHOS-OK TO TRUE
          END-DELETE
       END-IF
       .

       P700-IMPRIMIR-MANIFESTO.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P200-IMPRIMIR-CABECALHO
       P800-IMPRIMIR-RODAPE.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CONTATOS ARQUIVADOS...: ' TO WS-ROD-DESC
       MOVE WS-CONT-ARQUIVADOS TO WS-ROD-TOTAL
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       MOVE 'RETIDOS POR BLOQUEIO..: ' TO WS-ROD-DESC
       MOVE WS-CONT-RETIDOS TO WS-ROD-TOTAL
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       .

      *---------------------------------------------------------
       IF NOTAS-DISPONIVEL
          CLOSE NOTAS
       END-IF
       IF VINCULOS-DISPONIVEL
          CLOSE VINCULOS
       END-IF
       IF CARTEIRA-DISPONIVEL
          CLOSE CARTEIRA
       END-IF
       IF GRUPADIC-DISPONIVEL
          CLOSE GRUPADIC
       END-IF
       IF CHAVES-DISPONIVEL
          CLOSE CHAVES
       END-IF

      *---------------------------------------------------------
      * Houve remoções da base viva: reconstrói os índices de

       DISPLAY 'CONTATOS LIDOS.......: ' WS-CONT-LIDOS
       DISPLAY 'CONTATOS ARQUIVADOS..: ' WS-CONT-ARQUIVADOS
       DISPLAY 'RETIDOS POR BLOQUEIO.: ' WS-CONT-RETIDOS
       .
       END PROGRAM ARQCONTT.
