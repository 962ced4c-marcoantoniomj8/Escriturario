      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Entregar as identificações de contato a partir
      *            do controle de numeração (CONTNUME.DAT), no
      *            lugar da busca pelo maior id da base. O chamador
      *            passa a função, a filial e, conforme a função,
      *            o id:
      *            'A' entrega o próximo id da faixa da filial e
      *                grava o número como último entregue;
      *            'V' diz se o id passado cai na faixa da filial;
      *            'C' devolve o último id entregue pela filial.
      *            Situação devolvida: 'S' atendido, 'N' filial sem
      *            faixa (em 'V', id fora da faixa), 'E' faixa
      *            esgotada e 'I' arquivo ilegível. Sem o arquivo,
      *            ele nasce com a faixa da nossa filial (parâmetro
      *            PAR-CD-FILIAL) de 000001 a 999999, a partir do
      *            maior id já usado na base viva (CONTATOS.DAT),
      *            no arquivo morto (CONTARCH.DAT) e nas remissões
      *            de fusão (CONTXREF.DAT), para que nenhum desses
      *            números volte a ser entregue. O último número só
      *            anda para frente: id arquivado ou eliminado não
      *            é reaproveitado. Usado pelo cadastro (MODCADTT),
      *            pela importação de vCard (IMPVCFTT) e pela fusão
      *            de bases (MRGCONTT); as faixas são mantidas no
      *            cadastro de filiais (FILICNTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCIDTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NUMERACAO ASSIGN TO WS-ARQ-NUMERACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS NUM-CD-FILIAL
                FILE STATUS IS WS-FS-NUM.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT ARQMORTO ASSIGN TO WS-ARQ-ARQMORTO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARC-ID-CONTATO
                FILE STATUS IS WS-FS-ARC.

                SELECT REMISSOES ASSIGN TO WS-ARQ-REMISSOES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XRF-ID-ORIGEM
                FILE STATUS IS WS-FS-XRF.

       DATA DIVISION.
       FILE SECTION.
       FD NUMERACAO.
          COPY FD_NUMTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQMORTO.
          COPY FD_ARCTT.

       FD REMISSOES.
          COPY FD_XRFTT.

       WORKING-STORAGE SECTION.

       COPY FD_PARTT.

       77 WS-FS-NUM        PIC 99.
          88 FS-NUM-OK     VALUE 0.
       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-ARC        PIC 99.
          88 FS-ARC-OK     VALUE 0.
       77 WS-FS-XRF        PIC 99.
          88 FS-XRF-OK     VALUE 0.
       77 WS-ARQ-NUMERACAO PIC X(60) VALUE 'CONTNUME.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-ARQMORTO  PIC X(60) VALUE 'CONTARCH.DAT'.
       77 WS-ARQ-REMISSOES PIC X(60) VALUE 'CONTXREF.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-MAX-ID        PIC 9(06) VALUE ZEROS.
       77 WS-PROX-ID       PIC 9(07) VALUE ZEROS.
       77 WS-EOF           PIC X VALUE 'N'.
          88 EOF-OK        VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-FUNCAO        PIC X(01).
       01 LK-CD-FILIAL     PIC X(03).
       01 LK-ID-CONTATO    PIC 9(06).
       01 LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCAO LK-CD-FILIAL
                LK-ID-CONTATO LK-RESULTADO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-NUMERACAO
            MOVE 'N' TO LK-RESULTADO

            PERFORM P100-ABRIR-NUMERACAO THRU P100-FIM
            IF NOT FS-NUM-OK
               MOVE 'I' TO LK-RESULTADO
               GOBACK
            END-IF

            MOVE LK-CD-FILIAL TO NUM-CD-FILIAL
            READ NUMERACAO
                 KEY IS NUM-CD-FILIAL
                 INVALID KEY
                    MOVE 'N' TO LK-RESULTADO
                 NOT INVALID KEY
                    EVALUATE LK-FUNCAO
                        WHEN 'A'
                             PERFORM P300-ENTREGAR-ID
                        WHEN 'V'
                             PERFORM P400-VERIFICAR-FAIXA
                        WHEN 'C'
                             MOVE NUM-ULT-ID TO LK-ID-CONTATO
                             MOVE 'S' TO LK-RESULTADO
                    END-EVALUATE
            END-READ
            CLOSE NUMERACAO

            GOBACK.

      *---------------------------------------------------------
      * Abre o controle de numeração. Na primeira vez o arquivo
      * não existe: ele é criado com a linha da nossa filial,
      * semeada com o maior id já usado.
      *---------------------------------------------------------
       P100-ABRIR-NUMERACAO.
       SET FS-NUM-OK TO TRUE
       OPEN I-O NUMERACAO
       IF WS-FS-NUM EQUAL 35
          OPEN OUTPUT NUMERACAO
          IF NOT FS-NUM-OK
             GO TO P100-ERRO
          END-IF
          PERFORM P200-SEMEAR-NUMERACAO
          CLOSE NUMERACAO
          OPEN I-O NUMERACAO
       END-IF
       IF FS-NUM-OK
          GO TO P100-FIM
       END-IF
       .
       P100-ERRO.
       MOVE LK-CD-FILIAL TO WS-ERR-CHAVE
       CALL 'ERRLOGTT' USING 'ALOCIDTT' 'NUMERACAO '
            WS-FS-NUM WS-ERR-CHAVE
       .
       P100-FIM.
       EXIT.

      *---------------------------------------------------------
      * Grava a linha da nossa filial com a faixa inteira e,
      * como último entregue, o maior id encontrado na base viva,
      * no arquivo morto e nas remissões de fusão. Um arquivo
      * ausente apenas não contribui.
      *---------------------------------------------------------
       P200-SEMEAR-NUMERACAO.
       CALL 'LERPARTT' USING REG-PARAMETROS
       CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
       CALL 'ARQPARTT' USING WS-ARQ-ARQMORTO
       CALL 'ARQPARTT' USING WS-ARQ-REMISSOES
       MOVE ZEROS TO WS-MAX-ID

       OPEN INPUT CONTATOS
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P210-LER-CONTATOS UNTIL EOF-OK
          CLOSE CONTATOS
       END-IF

       OPEN INPUT ARQMORTO
       IF FS-ARC-OK
          SET EOF-OK TO FALSE
          PERFORM P220-LER-ARQMORTO UNTIL EOF-OK
          CLOSE ARQMORTO
       END-IF

       OPEN INPUT REMISSOES
       IF FS-XRF-OK
          SET EOF-OK TO FALSE
          PERFORM P230-LER-REMISSOES UNTIL EOF-OK
          CLOSE REMISSOES
       END-IF

       INITIALIZE REG-NUMERACAO
       MOVE PAR-CD-FILIAL TO NUM-CD-FILIAL
       MOVE 1             TO NUM-ID-INICIO
       MOVE 999999        TO NUM-ID-FIM
       MOVE WS-MAX-ID     TO NUM-ULT-ID
       ACCEPT NUM-DT-FAIXA FROM DATE YYYYMMDD
       MOVE 'IMPLANTACAO' TO NUM-US-FAIXA
       WRITE REG-NUMERACAO
       .

       P210-LER-CONTATOS.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ID-CONTATO > WS-MAX-ID
                  MOVE ID-CONTATO TO WS-MAX-ID
               END-IF
       END-READ
       .

       P220-LER-ARQMORTO.
       READ ARQMORTO NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ARC-ID-CONTATO > WS-MAX-ID
                  MOVE ARC-ID-CONTATO TO WS-MAX-ID
               END-IF
       END-READ
       .

       P230-LER-REMISSOES.
       READ REMISSOES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF XRF-ID-ORIGEM > WS-MAX-ID
                  MOVE XRF-ID-ORIGEM TO WS-MAX-ID
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Entrega o número seguinte ao último, nunca abaixo do
      * início da faixa (faixa recém-reservada) e nunca além do
      * fim. O último entregue é regravado antes de devolver o
      * id, para que nenhum outro pedido receba o mesmo número.
      *---------------------------------------------------------
       P300-ENTREGAR-ID.
       ADD 1 TO NUM-ULT-ID GIVING WS-PROX-ID
       IF WS-PROX-ID < NUM-ID-INICIO
          MOVE NUM-ID-INICIO TO WS-PROX-ID
       END-IF
       IF WS-PROX-ID > NUM-ID-FIM
          MOVE 'E' TO LK-RESULTADO
       ELSE
          MOVE WS-PROX-ID TO NUM-ULT-ID
          ACCEPT NUM-DT-ULT FROM DATE YYYYMMDD
          REWRITE REG-NUMERACAO
          IF FS-NUM-OK
             MOVE NUM-ULT-ID TO LK-ID-CONTATO
             MOVE 'S' TO LK-RESULTADO
          ELSE
             MOVE 'I' TO LK-RESULTADO
             MOVE LK-CD-FILIAL TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'ALOCIDTT' 'NUMERACAO '
                  WS-FS-NUM WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P400-VERIFICAR-FAIXA.
       IF LK-ID-CONTATO NOT < NUM-ID-INICIO
          AND LK-ID-CONTATO NOT > NUM-ID-FIM
          MOVE 'S' TO LK-RESULTADO
       ELSE
          MOVE 'N' TO LK-RESULTADO
       END-IF
       .
       END PROGRAM ALOCIDTT.
