      *                   único, diferente do aviso de telefone. O
      *                   índice de documentos é alimentado na
      *                   inclusão.
      * 15/10/2026 MAMJ - Captura do nome completo (NM-COMPLETO,
      *                   60 posições) ao lado do nome social/curto
      *                   de exibição, que, deixado em branco, sai
      *                   das 20 primeiras posições do completo. O
      *                   nome deixa de ser único: um homônimo já
      *                   cadastrado só exige que o CPF/CNPJ seja
      *                   informado, para distinguir as pessoas.
      * 15/10/2026 MAMJ - Consentimentos concedidos na inclusão
      *                   vão para o livro de consentimentos
      *                   (GRAVCNSTT), com a referência do
      *                   formulário assinado, quando houver.
      * 15/10/2026 MAMJ - CEP encontrado na tabela dos Correios
      *                   (BUSCEPTT) preenche cidade e UF na grafia
      *                   oficial, e o logradouro quando em branco;
      *                   CEP fora da tabela é avisado uma vez.
      * 15/10/2026 MAMJ - Captura do operador responsável pelo
      *                   contato (carteira, CONTCART.DAT), que
      *                   parte do próprio operador; só o
      *                   supervisor atribui o contato a outro
      *                   operador, conferido contra o cadastro de
      *                   operadores (OPERCNTT.DAT).
      * 15/10/2026 MAMJ - O próximo id passa a ser entregue pelo
      *                   controle de numeração (ALOCIDTT), na faixa
      *                   da nossa filial, em vez do maior id da base
      *                   mais um: id arquivado ou eliminado não é
      *                   mais reaproveitado. Faixa esgotada ou
      *                   ausente recusa o cadastro.
      * 15/10/2026 MAMJ - Inclui as palavras do nome completo e do
      *                   nome social no índice de palavras dos
      *                   nomes (CONTPALA.DAT), usado pela busca por
      *                   parte do nome do CONCONTT.
      * 15/10/2026 MAMJ - A inclusão passa a abrir uma intenção no
      *                   diário (GRAVINTTT) antes de gravar o contato
      *                   e a concluí-la depois do log, dos índices e
      *                   da carteira, para a recuperação (RECINTTT)
      *                   acertar uma inclusão interrompida.
      *********************************************************


                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS FON-CHAVE
                FILE STATUS IS WS-FS-FON.

                SELECT PALIDX ASSIGN TO WS-ARQ-PALIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS-PAL.

                SELECT OPERADORES ASSIGN TO WS-ARQ-OPERADORES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPE-CD-OPERADOR
                FILE STATUS IS WS-FS-OPE.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD FONIDX.
          COPY FD_FONTT.

       FD PALIDX.
          COPY FD_PALTT.

       FD OPERADORES.
          COPY FD_OPETT.

       FD CARTEIRA.
          COPY FD_CARTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

          COPY FD_INTTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
             05 WS-FL-CONS-TELEFONE PIC X(01).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
          88 FS-GRP-OK     VALUE 0.
       77 WS-GRUPO-INVAL   PIC X VALUE 'N'.
          88 GRUPO-INVALIDO VALUE 'S' FALSE 'N'.
       77 WS-RES-ALOCACAO   PIC X VALUE SPACES.
          88 ID-ALOCADO-OK  VALUE 'S'.
       77 WS-ID-LIVRE       PIC X VALUE 'N'.
          88 ID-LIVRE-OK    VALUE 'S' FALSE 'N'.
       77 WS-BASE-ABERTA    PIC X VALUE 'N'.
          88 BASE-ABERTA-OK VALUE 'S' FALSE 'N'.
       77 WS-TEL-VALIDO     PIC X VALUE 'N'.
          88 TELEFONE-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-EMAIL-VALIDO   PIC X VALUE 'N'.
          88 FS-FON-OK      VALUE 0.
       77 WS-ARQ-FONIDX     PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-CHAVE-FON      PIC X(08) VALUE SPACES.
       77 WS-FS-PAL         PIC 99.
          88 FS-PAL-OK      VALUE 0.
       77 WS-ARQ-PALIDX     PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-IND-PAL        PIC 9(02) VALUE ZEROS.
       01 WS-PALAVRAS.
          03 WS-QT-PALAVRAS PIC 9(02).
          03 WS-PALAVRA     PIC X(20) OCCURS 15 TIMES.
       77 WS-ID-DONO-DOC    PIC 9(06) VALUE ZEROS.
       77 WS-DOC-VALIDO     PIC X(01) VALUE 'N'.
          88 DOCUMENTO-VALIDO-OK VALUE 'S'.
       77 WS-ID-DONO-TEL    PIC 9(06) VALUE ZEROS.
       77 WS-ID-DONO-MAIL   PIC 9(06) VALUE ZEROS.
       77 WS-REF-CONSENT    PIC X(20) VALUE SPACES.
       77 WS-ORIGEM-CONS    PIC X(01) VALUE SPACES.
       77 WS-CONS-ANTES     PIC X(03) VALUE SPACES.
       77 WS-CEP-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WS-CEP-CIDADE     PIC X(20) VALUE SPACES.
       77 WS-CEP-UF         PIC X(02) VALUE SPACES.
       77 WS-CEP-RESULTADO  PIC X(01) VALUE SPACES.
       77 WS-CEP-AVISADO    PIC X(08) VALUE SPACES.
       77 WS-CEP-MSG        PIC X(60) VALUE SPACES.
       77 WS-CEP-AJUSTE     PIC X VALUE 'N'.
          88 CEP-AJUSTOU-OK VALUE 'S' FALSE 'N'.
       77 WS-CD-RESP        PIC X(08) VALUE SPACES.
       77 WS-RESP-VALIDO    PIC X VALUE 'N'.
          88 RESP-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-RESP-MSG       PIC X(60) VALUE SPACES.
       77 WS-FS-OPE         PIC 99.
          88 FS-OPE-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-ARQ-OPERADORES PIC X(60) VALUE 'OPERCNTT.DAT'.
       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
          03 LINE 03 COLUMN 18 PIC 9(06) FROM WS-ID-CONTATO.
          03 LINE 03 COLUMN 24 VALUE '-'.
          03 LINE 03 COLUMN 25 PIC 9(01) FROM WS-DV-NOVO.
          03 LINE 03 COLUMN 30 VALUE 'NOME SOCIAL:'.
          03 LINE 03 COLUMN 43 PIC X(20) USING WS-NM-CONTATO.
          03 LINE 04 COLUMN 05 VALUE 'NOME......:'.
          03 LINE 04 COLUMN 18 PIC X(60) USING WS-NM-COMPLETO.
          03 LINE 05 COLUMN 05 VALUE 'TELEFONE..:'.
          03 LINE 05 COLUMN 18 PIC X(15) USING WS-TELEFONE.
          03 LINE 06 COLUMN 05 VALUE 'E-MAIL....:'.
          03 LINE 11 COLUMN 18 PIC X(08) USING WS-END-CEP.
          03 LINE 12 COLUMN 05 VALUE 'GRUPO.....:'.
          03 LINE 12 COLUMN 18 PIC 9(03) USING WS-CD-GRUPO.
          03 LINE 12 COLUMN 30 VALUE 'RESPONSAV.:'.
          03 LINE 12 COLUMN 43 PIC X(08) USING WS-CD-RESP.
          03 LINE 13 COLUMN 05 VALUE 'NASCIMENTO:'.
          03 LINE 13 COLUMN 18 PIC 9(08) USING WS-DT-NASCIMENTO.
          03 LINE 14 COLUMN 05 VALUE 'CPF/CNPJ..:'.
             USING WS-FL-CONS-EMAIL.
          03 LINE 15 COLUMN 22 PIC X(01)
             USING WS-FL-CONS-CORREIO.
          03 LINE 15 COLUMN 30 VALUE 'REF. FORM.:'.
          03 LINE 15 COLUMN 43 PIC X(20) USING WS-REF-CONSENT.
          03 LINE 16 COLUMN 05 PIC X(60) FROM WS-MSG-TELA.

       PROCEDURE DIVISION USING LK-COM-AREA.
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            CALL 'ARQPARTT' USING WS-ARQ-OPERADORES
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'LERPARTT' USING REG-PARAMETROS
            DISPLAY '***** CADASTRO DE CONTATOS *****'
            SET EXIT-OK TO FALSE
       SET CADASTRO-GRAVADO-OK TO FALSE.

       PERFORM P290-CALCULAR-PROX-ID
       IF NOT ID-ALOCADO-OK
          EVALUATE WS-RES-ALOCACAO
              WHEN 'E'
                 DISPLAY 'FAIXA DE NUMERACAO DA FILIAL '
                         PAR-CD-FILIAL ' ESGOTADA'
              WHEN 'N'
                 DISPLAY 'FILIAL ' PAR-CD-FILIAL
                         ' SEM FAIXA DE NUMERACAO'
              WHEN OTHER
                 DISPLAY 'ERRO NO CONTROLE DE NUMERACAO'
          END-EVALUATE
          DISPLAY 'CADASTRO NÃO REALIZADO - AVISE O SUPERVISOR'
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
       END-IF
       CALL 'CALCDVTT' USING WS-ID-CONTATO WS-DV-NOVO
       MOVE WS-ID-CONTATO TO WS-ERR-CHAVE
       MOVE SPACES TO WS-NM-CONTATO WS-TELEFONE WS-EMAIL
                      WS-ENDERECO WS-NR-DOCUMENTO WS-NM-COMPLETO
       MOVE ZEROS TO WS-CD-GRUPO WS-DT-NASCIMENTO
      *    Consentimento parte de 'N': so vale o que a pessoa
      *    autorizou de fato.
       MOVE 'N' TO WS-FL-CONS-TELEFONE WS-FL-CONS-EMAIL
                   WS-FL-CONS-CORREIO
       MOVE SPACES TO WS-MSG-TELA WS-REF-CONSENT WS-CEP-AVISADO
      *    A carteira parte do operador que está cadastrando.
       MOVE LK-US-OPERADOR(1:8) TO WS-CD-RESP

       SET DADOS-VALIDOS-OK TO FALSE
       PERFORM P301-EDITAR-TELA UNTIL DADOS-VALIDOS-OK
          END-IF

          IF FS-OK THEN
      *    Homônimo é permitido, desde que o CPF/CNPJ seja
      *    informado: é o documento que distingue as pessoas.
             SET NOME-DUPLICADO TO FALSE
             MOVE WS-NM-COMPLETO TO NM-COMPLETO
             START CONTATOS KEY IS EQUAL NM-COMPLETO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF WS-NR-DOCUMENTO EQUAL SPACES
                      SET NOME-DUPLICADO TO TRUE
                   END-IF
             END-START

             SET GRUPO-INVALIDO TO FALSE
             END-IF

             IF NOME-DUPLICADO
                DISPLAY 'JA EXISTE UM CONTATO COM ESSE NOME: INFORME'
                DISPLAY 'O CPF/CNPJ PARA DISTINGUIR O HOMONIMO'
             ELSE
                IF GRUPO-INVALIDO
                   DISPLAY 'CODIGO DE GRUPO INVALIDO OU INEXISTENTE'
      *    Endereço novo entra como normal: a área do registro
      *    ainda carrega o último contato lido na busca do id.
                   MOVE SPACES        TO FL-ST-ENDERECO
                   MOVE WS-NM-COMPLETO TO NM-COMPLETO
                   SET CONTATO-ATIVO  TO TRUE
                   ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
                   MOVE LK-US-OPERADOR TO US-ULT-ALTERACAO
                   MOVE PAR-CD-FILIAL  TO CD-FILIAL

                   PERFORM P298-ABRIR-INTENCAO
                   WRITE REG-CONTATOS
                      INVALID KEY
                         DISPLAY 'CONTATO JÁ CADASTRADO'
                              WS-NM-CONTATO WS-TELEFONE WS-EMAIL
                              WS-ENDERECO US-ULT-ALTERACAO
                              REG-CONTATOS
                         PERFORM P294-REGISTRAR-CONSENT
                         PERFORM P293-INDEXAR-CONTATO
                         PERFORM P296-GRAVAR-CARTEIRA
                   END-WRITE
                   CALL 'GRAVINTTT' USING 'C' REG-INTENCAO
                END-IF
                END-IF
             END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Evidência do consentimento dado na inclusão: com a
      * referência do formulário assinado a origem é formulário,
      * sem ela é balcão (autorização verbal ao operador).
      *---------------------------------------------------------
       P294-REGISTRAR-CONSENT.
       MOVE SPACES TO WS-CONS-ANTES
       IF WS-REF-CONSENT EQUAL SPACES
          MOVE 'B' TO WS-ORIGEM-CONS
       ELSE
          MOVE 'F' TO WS-ORIGEM-CONS
       END-IF
       CALL 'GRAVCNSTT' USING WS-ID-CONTATO WS-CONS-ANTES
            WS-FL-CONSENTIMENTO WS-ORIGEM-CONS LK-US-OPERADOR
            'CADCONTT' WS-REF-CONSENT
       .

      *---------------------------------------------------------
      * Grava o operador responsável pelo contato recém-incluído
      * na carteira (CONTCART.DAT), criada aqui quando ainda não
      * existe.
      *---------------------------------------------------------
       P296-GRAVAR-CARTEIRA.
       SET FS-CAR-OK TO TRUE
       OPEN I-O CARTEIRA
       IF WS-FS-CAR EQUAL 35
          OPEN OUTPUT CARTEIRA
          CLOSE CARTEIRA
          OPEN I-O CARTEIRA
       END-IF
       IF FS-CAR-OK
          MOVE WS-ID-CONTATO  TO CAR-ID-CONTATO
          MOVE WS-CD-RESP     TO CAR-CD-OPERADOR
          ACCEPT CAR-DATA FROM DATE YYYYMMDD
          MOVE LK-US-OPERADOR TO CAR-US-OPERADOR
          WRITE REG-CARTEIRA
             INVALID KEY
                REWRITE REG-CARTEIRA
          END-WRITE
          CLOSE CARTEIRA
       ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
          CALL 'FSMSGTT' USING WS-FS-CAR WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CADCONTT' 'CARTEIRA  '
               WS-FS-CAR WS-ERR-CHAVE
       END-IF
       .

      *---------------------------------------------------------
      * Acrescenta aos índices de busca por telefone/e-mail
      * (CONTTELF.DAT/CONTMAIL.DAT) as entradas do contato
             CLOSE FONIDX
          END-IF
       END-IF
       CALL 'PALNOMTT' USING WS-NM-COMPLETO WS-NM-CONTATO
            WS-PALAVRAS
       IF WS-QT-PALAVRAS GREATER ZEROS
          SET FS-PAL-OK TO TRUE
          OPEN I-O PALIDX
          IF WS-FS-PAL EQUAL 35
             OPEN OUTPUT PALIDX
             CLOSE PALIDX
             OPEN I-O PALIDX
          END-IF
          IF FS-PAL-OK
             MOVE 1 TO WS-IND-PAL
             PERFORM P297-GRAVAR-PALAVRA
                UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
             CLOSE PALIDX
          END-IF
       END-IF
       IF WS-NR-DOCUMENTO NOT EQUAL SPACES
          SET FS-DOC-OK TO TRUE
          OPEN I-O DOCIDX
       END-IF
       .

      *---------------------------------------------------------
      * Registra no diário de intenções (GRAVINTTT) a inclusão
      * que vai começar, com a imagem completa do contato: uma
      * queda entre a gravação do contato, do log e dos índices
      * deixa a intenção aberta, e a recuperação (RECINTTT)
      * conclui o que faltou ou desfaz a inclusão.
      *---------------------------------------------------------
       P298-ABRIR-INTENCAO.
       MOVE SPACES         TO REG-INTENCAO
       MOVE LK-US-OPERADOR TO INT-US-OPERADOR
       MOVE 'CADCONTT'     TO INT-PROGRAMA
       SET INTENCAO-INCLUSAO TO TRUE
       MOVE WS-ID-CONTATO  TO INT-ID-CONTATO
       MOVE REG-CONTATOS   TO INT-DEPOIS
       MOVE ZEROS          TO INT-MEI-SEQUENCIA
       CALL 'GRAVINTTT' USING 'A' REG-INTENCAO
       .

      *---------------------------------------------------------
      * Uma entrada no índice de palavras dos nomes
      * (CONTPALA.DAT) para cada palavra do nome completo e do
      * nome social separada pelo PALNOMTT.
      *---------------------------------------------------------
       P297-GRAVAR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE WS-ID-CONTATO          TO PAL-ID-CONTATO
       WRITE REG-PALIDX
          INVALID KEY
             CONTINUE
       END-WRITE
       ADD 1 TO WS-IND-PAL
       .

      *---------------------------------------------------------
      * Tria o telefone e o e-mail digitados contra os índices de
      * busca (DUPVERTT) e mostra qual contato já possui cada
       .

      *---------------------------------------------------------
      * Pede o próximo id da nossa filial ao controle de
      * numeração (ALOCIDTT). O número entregue não volta a ser
      * entregue, mesmo que o cadastro seja abandonado. Um id
      * que, por carga antiga, já exista na base é pulado.
      *---------------------------------------------------------
       P290-CALCULAR-PROX-ID.
       MOVE SPACES TO WS-RES-ALOCACAO
       SET ID-LIVRE-OK TO FALSE
       SET BASE-ABERTA-OK TO FALSE
       OPEN INPUT CONTATOS
       IF FS-OK
          SET BASE-ABERTA-OK TO TRUE
       END-IF
       PERFORM P295-PEDIR-PROX-ID
          UNTIL ID-LIVRE-OK OR NOT ID-ALOCADO-OK
       IF BASE-ABERTA-OK
          CLOSE CONTATOS
       END-IF
       SET FS-OK TO TRUE
       .

       P295-PEDIR-PROX-ID.
       CALL 'ALOCIDTT' USING 'A' PAR-CD-FILIAL WS-ID-CONTATO
            WS-RES-ALOCACAO
       IF ID-ALOCADO-OK
          IF NOT BASE-ABERTA-OK
             SET ID-LIVRE-OK TO TRUE
          ELSE
             MOVE WS-ID-CONTATO TO ID-CONTATO
             READ CONTATOS
                  KEY IS ID-CONTATO
                  INVALID KEY
                     SET ID-LIVRE-OK TO TRUE
             END-READ
             IF WS-FS NOT LESS 30
                MOVE 'I' TO WS-RES-ALOCACAO
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
       PERFORM P308-VALIDAR-EMAIL
       PERFORM P309-VALIDAR-NASCIMENTO
       PERFORM P311-VALIDAR-CEP
       PERFORM P312-PREENCHER-PELO-CEP
       CALL 'VALDOCTT' USING WS-NR-DOCUMENTO WS-DOC-VALIDO
      *    Consentimento em branco vale 'N'; qualquer coisa que
      *    nao seja 'S' vale 'N'.
          MOVE 'N' TO WS-FL-CONS-CORREIO
       END-IF

      *    Nome social em branco sai do começo do nome completo.
       IF WS-NM-CONTATO EQUAL SPACES
          MOVE WS-NM-COMPLETO TO WS-NM-CONTATO
       END-IF

       IF WS-NM-COMPLETO EQUAL SPACES
          MOVE 'O NOME NAO PODE FICAR EM BRANCO' TO WS-MSG-TELA
          SET DADOS-VALIDOS-OK TO FALSE
       ELSE
             END-IF
          END-IF
       END-IF

       PERFORM P313-VALIDAR-RESPONSAVEL
       IF DADOS-VALIDOS-OK AND NOT RESP-VALIDO-OK
          MOVE WS-RESP-MSG TO WS-MSG-TELA
          SET DADOS-VALIDOS-OK TO FALSE
       END-IF

      *    Endereço preenchido pelo CEP (ou CEP fora da tabela)
      *    volta ao formulário para o operador conferir.
       IF DADOS-VALIDOS-OK AND CEP-AJUSTOU-OK
          MOVE WS-CEP-MSG TO WS-MSG-TELA
          SET DADOS-VALIDOS-OK TO FALSE
       END-IF
       .

      *---------------------------------------------------------
      * CEP encontrado na tabela dos Correios (BUSCEPTT): cidade
      * e UF passam à grafia oficial e o logradouro em branco é
      * preenchido (o operador completa o número); logradouro já
      * digitado não é tocado. CEP fora da tabela é avisado uma
      * única vez — reenviado o mesmo CEP, ele é aceito (a tabela
      * pode estar defasada). Tabela ainda não carregada: nada
      * muda.
      *---------------------------------------------------------
       P312-PREENCHER-PELO-CEP.
       SET CEP-AJUSTOU-OK TO FALSE
       IF CEP-VALIDO-OK AND WS-END-CEP NOT EQUAL ZEROS
          CALL 'BUSCEPTT' USING WS-END-CEP WS-CEP-LOGRADOURO
               WS-CEP-CIDADE WS-CEP-UF WS-CEP-RESULTADO
          EVALUATE WS-CEP-RESULTADO
             WHEN 'S'
                IF WS-END-LOGRADOURO EQUAL SPACES
                   AND WS-CEP-LOGRADOURO NOT EQUAL SPACES
                   MOVE WS-CEP-LOGRADOURO TO WS-END-LOGRADOURO
                   SET CEP-AJUSTOU-OK TO TRUE
                END-IF
                IF WS-END-CIDADE NOT EQUAL WS-CEP-CIDADE
                   MOVE WS-CEP-CIDADE TO WS-END-CIDADE
                   SET CEP-AJUSTOU-OK TO TRUE
                END-IF
                IF WS-END-UF NOT EQUAL WS-CEP-UF
                   MOVE WS-CEP-UF TO WS-END-UF
                   SET CEP-AJUSTOU-OK TO TRUE
                END-IF
                MOVE
                'ENDERECO PREENCHIDO PELO CEP: CONFIRA E COMPLETE'
                     TO WS-CEP-MSG
             WHEN 'N'
                IF WS-END-CEP NOT EQUAL WS-CEP-AVISADO
                   MOVE WS-END-CEP TO WS-CEP-AVISADO
                   SET CEP-AJUSTOU-OK TO TRUE
                   MOVE
                   'CEP FORA DA TABELA DOS CORREIOS: CONFIRA E REENVIE'
                        TO WS-CEP-MSG
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
       .

      *---------------------------------------------------------
      * Operador responsável: em branco volta a ser o próprio
      * operador; outro código só pelo supervisor, e precisa
      * estar no cadastro de operadores e não bloqueado. Sem o
      * cadastro (primeira instalação) o código é aceito.
      *---------------------------------------------------------
       P313-VALIDAR-RESPONSAVEL.
       SET RESP-VALIDO-OK TO TRUE
       MOVE SPACES TO WS-RESP-MSG
       IF WS-CD-RESP EQUAL SPACES
          MOVE LK-US-OPERADOR(1:8) TO WS-CD-RESP
       END-IF
       IF WS-CD-RESP NOT EQUAL LK-US-OPERADOR(1:8)
          IF LK-PF-OPERADOR NOT EQUAL 'S'
             SET RESP-VALIDO-OK TO FALSE
             MOVE
             'SO O SUPERVISOR ATRIBUI O CONTATO A OUTRO OPERADOR'
                  TO WS-RESP-MSG
          ELSE
             SET FS-OPE-OK TO TRUE
             OPEN INPUT OPERADORES
             IF FS-OPE-OK
                MOVE WS-CD-RESP TO OPE-CD-OPERADOR
                READ OPERADORES
                     KEY IS OPE-CD-OPERADOR
                     INVALID KEY
                        SET RESP-VALIDO-OK TO FALSE
                        MOVE 'OPERADOR RESPONSAVEL NAO CADASTRADO'
                             TO WS-RESP-MSG
                     NOT INVALID KEY
                        IF OPERADOR-BLOQUEADO
                           SET RESP-VALIDO-OK TO FALSE
                           MOVE 'OPERADOR RESPONSAVEL BLOQUEADO'
                                TO WS-RESP-MSG
                        END-IF
                END-READ
                CLOSE OPERADORES
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
