      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Processar o arquivo de descadastramento
      *            (opt-out) devolvido pelo fornecedor de
      *            telefonia/e-mail (OPTCSVTT.TXT): quem respondeu
      *            "SAIR" ao SMS ou clicou em descadastrar no
      *            e-mail. Cada linha traz o id do contato (ou
      *            zeros, quando o fornecedor só conhece o número
      *            ou o endereço), o canal ('T' telefone, 'E'
      *            e-mail), o telefone/e-mail e a data do pedido.
      *            Sem id, o contato é localizado pelos índices de
      *            telefones (CONTTELF.DAT) e de e-mails
      *            (CONTMAIL.DAT) — todos os contatos com aquele
      *            número/endereço. O indicador de consentimento do
      *            canal é desligado, com uma linha no log
      *            (GRAVLOGTT) e outra no livro de consentimentos
      *            (GRAVCNSTT, origem fornecedor, com a data do
      *            pedido) por contato alterado, e o relatório
      *            catalogado (CATSPLTT) relaciona os pedidos
      *            aplicados e os que não foram localizados. Roda
      *            no lote noturno (NOTURNTT) antes do EXPCSVTT,
      *            para o descadastrado não voltar no envio da
      *            mesma noite. Reprocessar o mesmo arquivo não
      *            altera nada: o canal já desligado só é contado.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Controle de totais na entrada: o
      *                   OPTCSVTT.TXT precisa vir com cabeçalho e
      *                   rodapé padrão (FD_ITFTT, tipo OPTCSVTT),
      *                   conferidos pelo CONFITFTT antes de
      *                   qualquer descadastramento (id zerado
      *                   conta zero na soma); arquivo truncado ou
      *                   com totais divergentes é recusado
      *                   inteiro, com registro no CONTERRO.DAT e
      *                   RETURN-CODE 8. Arquivo ausente segue
      *                   sendo "nada a processar".
      * 15/10/2026 MAMJ - Índice de telefones/e-mails fora do ar
      *                   sai como indisponível na lista de não
      *                   localizados, não mais como não
      *                   cadastrado; a disponibilidade passa a ser
      *                   marcada na abertura (a leitura do índice
      *                   alterava o status e derrubava os pedidos
      *                   seguintes) e o índice só é fechado se
      *                   foi aberto.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPTCONTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQOPTOUT ASSIGN TO WS-ARQ-OPTOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-OPT.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT TELIDX ASSIGN TO WS-ARQ-TELIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TEL-CHAVE
                FILE STATUS IS WS-FS-TEL.

                SELECT MAILIDX ASSIGN TO WS-ARQ-MAILIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAI-CHAVE
                FILE STATUS IS WS-FS-MAI.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQOPTOUT.
       01 REG-OPTOUT.
          03 OPT-ID-CONTATO  PIC X(06).
          03 OPT-CANAL       PIC X(01).
          03 OPT-ENDERECO    PIC X(40).
          03 OPT-DATA        PIC X(08).

       FD CONTATOS.
          COPY FD_CONTT.

       FD TELIDX.
          COPY FD_TELTT.

       FD MAILIDX.
          COPY FD_MAITT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS-OPT         PIC 99.
          88 FS-OPT-OK      VALUE 0.
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-TEL         PIC 99.
          88 FS-TEL-OK      VALUE 0.
       77 WS-FS-MAI         PIC 99.
          88 FS-MAI-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-TEL-ABERTO     PIC X VALUE 'N'.
          88 TELIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-MAI-ABERTO     PIC X VALUE 'N'.
          88 MAILIDX-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FIM-INDICE     PIC X VALUE 'N'.
          88 FIM-INDICE-OK  VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-SEM-ARQUIVO    PIC X VALUE 'N'.
          88 SEM-ARQUIVO-OK VALUE 'S' FALSE 'N'.

       77 WS-ID-PEDIDO      PIC 9(06) VALUE ZEROS.
       77 WS-TEL-BUSCA      PIC X(15) VALUE SPACES.
       77 WS-MAIL-BUSCA     PIC X(40) VALUE SPACES.
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-ACHADOS-LINHA  PIC 9(04) VALUE ZEROS.

       77 WS-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-APLICADOS      PIC 9(06) VALUE ZEROS.
       77 WS-JA-RETIRADOS   PIC 9(06) VALUE ZEROS.
       77 WS-NAO-LOCALIZ    PIC 9(06) VALUE ZEROS.
       77 WS-DESCARTADOS    PIC 9(06) VALUE ZEROS.

      *---------------------------------------------------------
      * Pedidos não localizados, guardados para a segunda seção
      * do relatório (a primeira sai à medida que os pedidos são
      * aplicados).
      *---------------------------------------------------------
       01 WS-TAB-NAO-LOCALIZ.
          03 WS-NLC-ITEM OCCURS 1000 TIMES.
             05 WS-NLC-ID       PIC X(06).
             05 WS-NLC-CANAL    PIC X(01).
             05 WS-NLC-ENDERECO PIC X(40).
             05 WS-NLC-DATA     PIC X(08).
             05 WS-NLC-MOTIVO   PIC X(30).
       77 WS-QTD-NLC        PIC 9(04) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.

       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC X(08) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'DESCADASTRAMENTOS DEVOLVIDOS PELO FORNECEDOR'.
          03 FILLER         PIC X(10) VALUE '  EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-SECAO.
          03 WS-SECAO-DESC  PIC X(50).
          03 FILLER         PIC X(82) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(06) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'NOME'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(05) VALUE 'CANAL'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'TELEFONE/E-MAIL'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'PEDIDO'.
          03 FILLER         PIC X(25) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC X(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CANAL   PIC X(05).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ENDERECO PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-DATA    PIC X(08).
          03 FILLER         PIC X(25) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       77 WS-ARQ-TELIDX      PIC X(60) VALUE
          'CONTTELF.DAT'.
       77 WS-ARQ-MAILIDX     PIC X(60) VALUE
          'CONTMAIL.DAT'.
       77 WS-ARQ-OPTOUT      PIC X(60) VALUE
          'OPTCSVTT.TXT'.
       77 WS-ARQ-RELATORIO   PIC X(60) VALUE SPACES.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'OPTCONTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE     PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-IMPEDIDA PIC X VALUE 'N'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-CONS-ANTES     PIC X(03) VALUE SPACES.
       01 WS-REF-CONSENT.
          03 FILLER         PIC X(12) VALUE 'OPT-OUT DE  '.
          03 WS-REF-CONS-DATA PIC X(08) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'OPTCSVTT'.
          03 FILLER         PIC X(08) VALUE SPACES.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 1.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-TELIDX
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-OPTOUT
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            DISPLAY '***** DESCADASTRAMENTOS DO FORNECEDOR *****'
            CALL 'CONFITFTT' USING 'OPTCONTT' WS-ARQ-OPTOUT
                 WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
            IF WS-CONF-ITF EQUAL 'N'
               PERFORM P020-LIBERAR-TRAVA
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            IF NOT HOUVE-FALHA AND NOT SEM-ARQUIVO-OK
               SET EOF-OK TO FALSE
               PERFORM P200-PROCESSAR UNTIL EOF-OK
               PERFORM P700-IMPRIMIR-NAO-LOCALIZADOS
               PERFORM P800-IMPRIMIR-TOTAIS
            END-IF
            PERFORM P900-FIM
            PERFORM P020-LIBERAR-TRAVA
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'OPTCONTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * Noite sem arquivo do fornecedor não é falha: o passo
      * termina sem nada a fazer e o lote segue para o envio.
      * Índices ausentes também não impedem a rodada — os pedidos
      * sem id daquele canal saem como não localizados.
      *---------------------------------------------------------
       P100-ABRIR-ARQUIVOS.
       SET FS-OPT-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET TELIDX-ABERTO-OK TO FALSE.
       SET MAILIDX-ABERTO-OK TO FALSE.
       SET FS-REL-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       SET SEM-ARQUIVO-OK TO FALSE.
       MOVE ZEROS TO WS-LIDOS WS-APLICADOS WS-JA-RETIRADOS
                     WS-NAO-LOCALIZ WS-DESCARTADOS WS-QTD-NLC.

       OPEN INPUT ARQOPTOUT
       IF WS-FS-OPT EQUAL 35
          SET SEM-ARQUIVO-OK TO TRUE
          DISPLAY 'NENHUM ARQUIVO DE DESCADASTRAMENTO (OPTCSVTT.TXT)'
          DISPLAY 'NESTA RODADA, NADA A PROCESSAR'
          GO TO P100-FIM
       END-IF
       IF NOT FS-OPT-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DESCADASTRAMENTO'
          CALL 'FSMSGTT' USING WS-FS-OPT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OPTCONTT' 'OPTOUT    '
               WS-FS-OPT WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN I-O CONTATOS
       IF NOT FS-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OPTCONTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT TELIDX
       IF FS-TEL-OK
          SET TELIDX-ABERTO-OK TO TRUE
       ELSE
          DISPLAY 'INDICE DE TELEFONES INDISPONIVEL (RODE O IDXCONTT)'
       END-IF
       OPEN INPUT MAILIDX
       IF FS-MAI-OK
          SET MAILIDX-ABERTO-OK TO TRUE
       ELSE
          DISPLAY 'INDICE DE E-MAILS INDISPONIVEL (RODE O IDXCONTT)'
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OPTCONTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       MOVE WS-SPL-DATA TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'DESCADASTRAMENTOS APLICADOS:' TO WS-SECAO-DESC
       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       .
       P100-FIM.

      *---------------------------------------------------------
      * Um pedido: com id, vai direto ao contato; sem id, procura
      * no índice do canal todos os contatos com aquele
      * telefone/e-mail. Nenhum contato achado põe o pedido na
      * lista dos não localizados, com o motivo.
      *---------------------------------------------------------
       P200-PROCESSAR.
       READ ARQOPTOUT
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
      *    Cabeçalho e rodapé de controle (FD_ITFTT) não são
      *    pedido.
               IF REG-OPTOUT(1:3) NOT EQUAL 'HDR'
                  AND REG-OPTOUT(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
                  PERFORM P210-TRATAR-PEDIDO THRU P210-FIM
               END-IF
       END-READ
       .

       P210-TRATAR-PEDIDO.
       MOVE SPACES TO WS-MOTIVO
       MOVE ZEROS TO WS-ACHADOS-LINHA

       IF OPT-CANAL NOT EQUAL 'T' AND OPT-CANAL NOT EQUAL 'E'
          MOVE 'CANAL INVALIDO' TO WS-MOTIVO
          PERFORM P600-GUARDAR-NAO-LOCALIZADO
          GO TO P210-FIM
       END-IF

       IF OPT-ID-CONTATO NUMERIC
          AND OPT-ID-CONTATO NOT EQUAL '000000'
          MOVE OPT-ID-CONTATO TO WS-ID-PEDIDO
          PERFORM P400-APLICAR-CONTATO
          IF WS-ACHADOS-LINHA EQUAL ZEROS
             MOVE 'ID NAO CADASTRADO' TO WS-MOTIVO
             PERFORM P600-GUARDAR-NAO-LOCALIZADO
          END-IF
          GO TO P210-FIM
       END-IF

       IF OPT-ENDERECO EQUAL SPACES
          MOVE 'SEM ID E SEM TELEFONE/E-MAIL' TO WS-MOTIVO
          PERFORM P600-GUARDAR-NAO-LOCALIZADO
          GO TO P210-FIM
       END-IF

       IF OPT-CANAL EQUAL 'T'
          PERFORM P300-PROCURAR-TELEFONE
       ELSE
          PERFORM P350-PROCURAR-EMAIL
       END-IF
      *    Com o índice fora do ar o motivo já veio preenchido:
      *    o número não foi procurado, não é "não cadastrado".
       IF WS-ACHADOS-LINHA EQUAL ZEROS
          IF WS-MOTIVO EQUAL SPACES
             IF OPT-CANAL EQUAL 'T'
                MOVE 'TELEFONE NAO CADASTRADO' TO WS-MOTIVO
             ELSE
                MOVE 'E-MAIL NAO CADASTRADO' TO WS-MOTIVO
             END-IF
          END-IF
          PERFORM P600-GUARDAR-NAO-LOCALIZADO
       END-IF
       .
       P210-FIM.

      *---------------------------------------------------------
      * O índice de telefones guarda só os dígitos: o número do
      * fornecedor passa pela mesma normalização das telas
      * (NRMTELTT) antes da busca.
      *---------------------------------------------------------
       P300-PROCURAR-TELEFONE.
       IF NOT TELIDX-ABERTO-OK
          MOVE 'INDICE TELEFONES INDISPONIVEL' TO WS-MOTIVO
       ELSE
          MOVE OPT-ENDERECO(1:15) TO WS-TEL-BUSCA
          CALL 'NRMTELTT' USING WS-TEL-BUSCA
          MOVE WS-TEL-BUSCA TO TEL-NUMERO
          MOVE ZEROS TO TEL-ID-CONTATO
          SET FIM-INDICE-OK TO FALSE
          START TELIDX KEY IS GREATER OR EQUAL TEL-CHAVE
                INVALID KEY
                   SET FIM-INDICE-OK TO TRUE
          END-START
          PERFORM P310-LER-INDICE-TEL UNTIL FIM-INDICE-OK
       END-IF
       .

       P310-LER-INDICE-TEL.
       READ TELIDX NEXT RECORD
            AT END
               SET FIM-INDICE-OK TO TRUE
            NOT AT END
               IF TEL-NUMERO NOT EQUAL WS-TEL-BUSCA
                  SET FIM-INDICE-OK TO TRUE
               ELSE
                  MOVE TEL-ID-CONTATO TO WS-ID-PEDIDO
                  PERFORM P400-APLICAR-CONTATO
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * O índice de e-mails guarda tudo em maiúsculas: o valor
      * procurado é convertido antes, como faz o DUPVERTT.
      *---------------------------------------------------------
       P350-PROCURAR-EMAIL.
       IF NOT MAILIDX-ABERTO-OK
          MOVE 'INDICE E-MAILS INDISPONIVEL' TO WS-MOTIVO
       ELSE
          MOVE OPT-ENDERECO TO WS-MAIL-BUSCA
          INSPECT WS-MAIL-BUSCA CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
          MOVE WS-MAIL-BUSCA TO MAI-EMAIL
          MOVE ZEROS TO MAI-ID-CONTATO
          SET FIM-INDICE-OK TO FALSE
          START MAILIDX KEY IS GREATER OR EQUAL MAI-CHAVE
                INVALID KEY
                   SET FIM-INDICE-OK TO TRUE
          END-START
          PERFORM P360-LER-INDICE-MAIL UNTIL FIM-INDICE-OK
       END-IF
       .

       P360-LER-INDICE-MAIL.
       READ MAILIDX NEXT RECORD
            AT END
               SET FIM-INDICE-OK TO TRUE
            NOT AT END
               IF MAI-EMAIL NOT EQUAL WS-MAIL-BUSCA
                  SET FIM-INDICE-OK TO TRUE
               ELSE
                  MOVE MAI-ID-CONTATO TO WS-ID-PEDIDO
                  PERFORM P400-APLICAR-CONTATO
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Desliga o consentimento do canal no contato WS-ID-PEDIDO.
      * Canal já desligado só é contado (reprocessamento ou pedido
      * repetido), sem regravar nem gerar log.
      *---------------------------------------------------------
       P400-APLICAR-CONTATO.
       MOVE WS-ID-PEDIDO TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               ADD 1 TO WS-ACHADOS-LINHA
               IF (OPT-CANAL EQUAL 'T' AND NOT CONSENTE-TELEFONE)
                  OR (OPT-CANAL EQUAL 'E' AND NOT CONSENTE-EMAIL)
                  ADD 1 TO WS-JA-RETIRADOS
               ELSE
                  PERFORM P410-REGRAVAR-CONTATO
               END-IF
       END-READ
       .

       P410-REGRAVAR-CONTATO.
       MOVE FL-CONSENTIMENTO TO WS-CONS-ANTES
       IF OPT-CANAL EQUAL 'T'
          MOVE 'N' TO FL-CONS-TELEFONE
       ELSE
          MOVE 'N' TO FL-CONS-EMAIL
       END-IF
       ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
       ACCEPT US-ULT-ALTERACAO FROM ENVIRONMENT 'USERNAME'
       REWRITE REG-CONTATOS
          INVALID KEY
             DISPLAY 'ERRO AO REGRAVAR O CONTATO ' ID-CONTATO
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             MOVE ID-CONTATO TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'OPTCONTT' 'CONTATOS  '
                  WS-FS WS-ERR-CHAVE
          NOT INVALID KEY
             ADD 1 TO WS-APLICADOS
             CALL 'GRAVLOGTT' USING 'A' ID-CONTATO NM-CONTATO
                  TELEFONE EMAIL ENDERECO US-ULT-ALTERACAO
                  REG-CONTATOS
             MOVE OPT-DATA TO WS-REF-CONS-DATA
             CALL 'GRAVCNSTT' USING ID-CONTATO WS-CONS-ANTES
                  FL-CONSENTIMENTO 'O' US-ULT-ALTERACAO 'OPTCONTT'
                  WS-REF-CONSENT
             PERFORM P500-IMPRIMIR-APLICADO
       END-REWRITE
       .

       P500-IMPRIMIR-APLICADO.
       MOVE ID-CONTATO   TO WS-DET-ID
       MOVE NM-COMPLETO  TO WS-DET-NOME
       IF OPT-CANAL EQUAL 'T'
          MOVE 'TEL'     TO WS-DET-CANAL
          MOVE TELEFONE  TO WS-DET-ENDERECO
       ELSE
          MOVE 'EMAIL'   TO WS-DET-CANAL
          MOVE EMAIL     TO WS-DET-ENDERECO
       END-IF
       IF OPT-ENDERECO NOT EQUAL SPACES
          MOVE OPT-ENDERECO TO WS-DET-ENDERECO
       END-IF
       MOVE OPT-DATA     TO WS-DET-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P600-GUARDAR-NAO-LOCALIZADO.
       ADD 1 TO WS-NAO-LOCALIZ
       IF WS-QTD-NLC LESS 1000
          ADD 1 TO WS-QTD-NLC
          MOVE OPT-ID-CONTATO TO WS-NLC-ID(WS-QTD-NLC)
          MOVE OPT-CANAL      TO WS-NLC-CANAL(WS-QTD-NLC)
          MOVE OPT-ENDERECO   TO WS-NLC-ENDERECO(WS-QTD-NLC)
          MOVE OPT-DATA       TO WS-NLC-DATA(WS-QTD-NLC)
          MOVE WS-MOTIVO      TO WS-NLC-MOTIVO(WS-QTD-NLC)
       ELSE
          ADD 1 TO WS-DESCARTADOS
       END-IF
       .

      *---------------------------------------------------------
      * Segunda seção: os pedidos que não chegaram a contato
      * algum, com o motivo no lugar do nome, para o operador
      * conferir com o fornecedor.
      *---------------------------------------------------------
       P700-IMPRIMIR-NAO-LOCALIZADOS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'DESCADASTRAMENTOS NAO LOCALIZADOS (MOTIVO NO NOME):'
            TO WS-SECAO-DESC
       WRITE REG-RELATORIO FROM WS-LINHA-SECAO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       SET WS-IDX TO 1
       PERFORM P710-IMPRIMIR-NAO-LOCALIZADO
          UNTIL WS-IDX GREATER WS-QTD-NLC
       .

       P710-IMPRIMIR-NAO-LOCALIZADO.
       MOVE WS-NLC-ID(WS-IDX)       TO WS-DET-ID
       MOVE WS-NLC-MOTIVO(WS-IDX)   TO WS-DET-NOME
       EVALUATE WS-NLC-CANAL(WS-IDX)
          WHEN 'T'
             MOVE 'TEL'   TO WS-DET-CANAL
          WHEN 'E'
             MOVE 'EMAIL' TO WS-DET-CANAL
          WHEN OTHER
             MOVE WS-NLC-CANAL(WS-IDX) TO WS-DET-CANAL
       END-EVALUATE
       MOVE WS-NLC-ENDERECO(WS-IDX) TO WS-DET-ENDERECO
       MOVE WS-NLC-DATA(WS-IDX)     TO WS-DET-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       ADD 1 TO WS-IDX
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'PEDIDOS LIDOS..........................:' TO WS-TOT-DESC
       MOVE WS-LIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CONSENTIMENTOS RETIRADOS...............:' TO WS-TOT-DESC
       MOVE WS-APLICADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CANAL JA SEM CONSENTIMENTO.............:' TO WS-TOT-DESC
       MOVE WS-JA-RETIRADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'PEDIDOS NAO LOCALIZADOS................:' TO WS-TOT-DESC
       MOVE WS-NAO-LOCALIZ TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       IF WS-DESCARTADOS GREATER ZEROS
          MOVE 'NAO LOCALIZADOS FORA DA LISTA (LIMITE).:'
               TO WS-TOT-DESC
          MOVE WS-DESCARTADOS TO WS-TOT-QTD
          WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       END-IF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado), no molde do ARQCONTT; os índices, que
      *    podem faltar numa rodada normal, só se abertos.
       CLOSE ARQOPTOUT
       CLOSE CONTATOS
       IF TELIDX-ABERTO-OK
          CLOSE TELIDX
       END-IF
       IF MAILIDX-ABERTO-OK
          CLOSE MAILIDX
       END-IF
       IF FS-REL-OK AND NOT SEM-ARQUIVO-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'OPTCONTT' WS-ARQ-RELATORIO
       END-IF
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
       ELSE
          DISPLAY 'PEDIDOS LIDOS...............: ' WS-LIDOS
          DISPLAY 'CONSENTIMENTOS RETIRADOS....: ' WS-APLICADOS
          DISPLAY 'CANAL JA SEM CONSENTIMENTO..: ' WS-JA-RETIRADOS
          DISPLAY 'PEDIDOS NAO LOCALIZADOS.....: ' WS-NAO-LOCALIZ
       END-IF
       .

      *---------------------------------------------------------
      * Recusa a execução enquanto houver sessão online aberta
      * (trava TRAVCNTT) e, estando livre, registra este lote na
      * trava para o MENUCNTT avisar os operadores.
      *---------------------------------------------------------
       P010-REGISTRAR-TRAVA.
       SET TRAVA-IMPEDIDA-OK TO FALSE
       CALL 'TRAVCNTT' USING 'C' WS-TRAVA-QUEM WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       IF WS-TRAVA-ONLINE GREATER ZEROS
          SET TRAVA-IMPEDIDA-OK TO TRUE
          DISPLAY 'EXECUCAO RECUSADA: HA ' WS-TRAVA-ONLINE
                  ' SESSAO(OES) ONLINE ABERTA(S), A PRIMEIRA DE '
                  WS-TRAVA-PRI-ON
          DISPLAY 'PECA AOS OPERADORES PARA SAIR DO MENU E TENTE'
          DISPLAY 'NOVAMENTE'
       ELSE
          CALL 'TRAVCNTT' USING 'B' WS-TRAVA-QUEM WS-TRAVA-ONLINE
               WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       END-IF
       .

       P020-LIBERAR-TRAVA.
       CALL 'TRAVCNTT' USING 'F' WS-TRAVA-QUEM WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       .

       END PROGRAM OPTCONTT.
