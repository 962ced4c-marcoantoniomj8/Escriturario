      *            (IMPVCFTT.LST). Ao final reconstrói os índices
      *            (IDXCONTT). Recusa-se a rodar com sessão online
      *            aberta (TRAVCNTT).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - O FN do cartão vai inteiro para o nome
      *                   completo (NM-COMPLETO) e as 20 primeiras
      *                   posições para o nome curto; o nome deixa
      *                   de ser único, mas o cartão não traz
      *                   CPF/CNPJ, então o homônimo de um contato
      *                   já cadastrado segue rejeitado, para a
      *                   retaguarda incluir com o documento.
      * 15/10/2026 MAMJ - Os três consentimentos do contato
      *                   importado vão para o livro de
      *                   consentimentos (GRAVCNSTT), origem
      *                   importação.
      * 15/10/2026 MAMJ - O id de cada cartão importado passa a ser
      *                   entregue pelo controle de numeração
      *                   (ALOCIDTT), na faixa da nossa filial, em vez
      *                   do maior id da base mais um; cartão sem
      *                   número disponível é rejeitado.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

      * (até 5 de cada) vão para os meios adicionais.
      *---------------------------------------------------------
       01 WS-CARTAO.
          03 WS-CRT-NOME     PIC X(60).
          03 WS-CRT-QT-TEL   PIC 9(01).
          03 WS-CRT-TEL      OCCURS 6 TIMES PIC X(15).
          03 WS-CRT-QT-MAIL  PIC 9(01).
       77 WS-ADR-POS       PIC 9(02) VALUE ZEROS.
       77 WS-ADR-OUT       PIC 9(02) VALUE ZEROS.

       77 WS-ID-NOVO       PIC 9(06) VALUE ZEROS.
       77 WS-RES-ALOCACAO  PIC X VALUE SPACES.
          88 ID-ALOCADO-OK VALUE 'S'.
       77 WS-ID-LIVRE      PIC X VALUE 'N'.
          88 ID-LIVRE-OK   VALUE 'S' FALSE 'N'.
       77 WS-DUPLICADO     PIC X VALUE 'N'.
          88 NOME-DUPLICADO VALUE 'S' FALSE 'N'.
       77 WS-ID-DONO-TEL   PIC 9(06) VALUE ZEROS.
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-NOME    PIC X(60).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-SITUACAO PIC X(10).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-INFO    PIC X(30).
          03 FILLER         PIC X(28) VALUE SPACES.

       77 WS-ARQ-VCF       PIC X(60) VALUE 'IMPVCFTT.VCF'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-CONS-ANTES     PIC X(03) VALUE SPACES.
       77 WS-REF-CONSENT    PIC X(20) VALUE 'CARTAO VCARD'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '***** IMPORTACAO DE CARTOES VCARD *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-US-OPERADOR FROM ENVIRONMENT 'USERNAME'
            PERFORM P150-CONFERIR-NUMERACAO
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-VCF-OK AND FS-OK AND FS-REL-OK AND ID-ALOCADO-OK
               SET EM-CARTAO-OK TO FALSE
               SET EOF-OK TO FALSE
               PERFORM P300-PROCESSAR-LINHA UNTIL EOF-OK
       .

      *---------------------------------------------------------
      * Consulta o controle de numeração antes de abrir a base:
      * na primeira vez é ali que ele nasce, a partir dos ids já
      * usados. Sem faixa para a nossa filial nenhum cartão é
      * importado.
      *---------------------------------------------------------
       P150-CONFERIR-NUMERACAO.
       MOVE ZEROS TO WS-ID-NOVO
       CALL 'ALOCIDTT' USING 'C' PAR-CD-FILIAL WS-ID-NOVO
            WS-RES-ALOCACAO
       EVALUATE WS-RES-ALOCACAO
           WHEN 'S'
              CONTINUE
           WHEN 'N'
              DISPLAY 'FILIAL ' PAR-CD-FILIAL
                      ' SEM FAIXA DE NUMERACAO'
           WHEN OTHER
              DISPLAY 'ERRO NO CONTROLE DE NUMERACAO'
       END-EVALUATE
       .

       P300-PROCESSAR-LINHA.
          IF EM-CARTAO-OK
             PERFORM P330-EXTRAIR-VALOR
             IF WS-LINHA(1:3) EQUAL 'FN:'
                MOVE WS-VALOR(1:60) TO WS-CRT-NOME
             ELSE
             IF WS-LINHA(1:3) EQUAL 'TEL'
                PERFORM P340-GUARDAR-TELEFONE
          GO TO P400-FIM
       END-IF

      *    Sem CPF/CNPJ no cartão, nada distingue um homônimo.
       SET NOME-DUPLICADO TO FALSE
       MOVE WS-CRT-NOME TO NM-COMPLETO
       START CONTATOS KEY IS EQUAL NM-COMPLETO
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               SET NOME-DUPLICADO TO TRUE
       END-START
       IF NOME-DUPLICADO
          MOVE 'HOMONIMO SEM CPF/CNPJ' TO WS-MOTIVO
          PERFORM P490-REJEITAR
          GO TO P400-FIM
       END-IF
          GO TO P400-FIM
       END-IF

       PERFORM P460-ALOCAR-ID
       IF NOT ID-ALOCADO-OK
          MOVE 'SEM NUMERO NA FAIXA DA FILIAL' TO WS-MOTIVO
          PERFORM P490-REJEITAR
          GO TO P400-FIM
       END-IF
       MOVE WS-ID-NOVO      TO ID-CONTATO
       MOVE WS-CRT-NOME     TO NM-CONTATO
       MOVE WS-CRT-TEL(1)   TO TELEFONE
       MOVE WS-CRT-MAIL(1)  TO EMAIL
      *    Endereço novo entra como normal: a área do registro
      *    ainda carrega o último contato lido na busca do id.
       MOVE SPACES          TO FL-ST-ENDERECO
       MOVE WS-CRT-NOME     TO NM-COMPLETO
       SET CONTATO-ATIVO    TO TRUE
       MOVE WS-DATA-HOJE    TO DT-ULT-ALTERACAO
       MOVE WS-US-OPERADOR  TO US-ULT-ALTERACAO
             CALL 'GRAVLOGTT' USING 'I' ID-CONTATO NM-CONTATO
                  TELEFONE EMAIL ENDERECO US-ULT-ALTERACAO
                  REG-CONTATOS
             CALL 'GRAVCNSTT' USING ID-CONTATO WS-CONS-ANTES
                  FL-CONSENTIMENTO 'I' US-ULT-ALTERACAO 'IMPVCFTT'
                  WS-REF-CONSENT
             PERFORM P450-GRAVAR-EXCEDENTES
             MOVE WS-CRT-NOME TO WS-DET-NOME
             MOVE 'IMPORTADO ' TO WS-DET-SITUACAO
             MOVE SPACES TO WS-DET-INFO
             MOVE WS-ID-NOVO TO WS-DET-INFO(1:6)
             WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-WRITE
       .
       P400-FIM.

      *---------------------------------------------------------
      * Pede o próximo id da nossa filial ao controle de
      * numeração (ALOCIDTT); um id que, por carga antiga, já
      * exista na base é pulado.
      *---------------------------------------------------------
       P460-ALOCAR-ID.
       SET ID-LIVRE-OK TO FALSE
       PERFORM P465-PEDIR-PROX-ID
          UNTIL ID-LIVRE-OK OR NOT ID-ALOCADO-OK
       .

       P465-PEDIR-PROX-ID.
       CALL 'ALOCIDTT' USING 'A' PAR-CD-FILIAL WS-ID-NOVO
            WS-RES-ALOCACAO
       IF ID-ALOCADO-OK
          MOVE WS-ID-NOVO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  SET ID-LIVRE-OK TO TRUE
          END-READ
          IF WS-FS NOT LESS 30
             MOVE 'I' TO WS-RES-ALOCACAO
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Telefones e e-mails além do primeiro entram como meios
      * adicionais do contato recém-incluído, tipo celular — é de

       P460-GRAVAR-TEL-EXTRA.
       ADD 1 TO WS-SEQ-MEIO
       MOVE WS-ID-NOVO   TO MEI-ID-CONTATO
       MOVE WS-SEQ-MEIO  TO MEI-SEQUENCIA
       MOVE 'T'          TO MEI-CLASSE
       MOVE 'C'          TO MEI-TIPO

       P470-GRAVAR-MAIL-EXTRA.
       ADD 1 TO WS-SEQ-MEIO
       MOVE WS-ID-NOVO   TO MEI-ID-CONTATO
       MOVE WS-SEQ-MEIO  TO MEI-SEQUENCIA
       MOVE 'E'          TO MEI-CLASSE
       MOVE 'C'          TO MEI-TIPO
