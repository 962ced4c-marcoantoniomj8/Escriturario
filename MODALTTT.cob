      *                   (FL-ST-ENDERECO, tela DEVCONTT): o
      *                   contato volta às etiquetas e cartas
      *                   com o endereço corrigido.
      * 15/10/2026 MAMJ - Edição do nome completo (NM-COMPLETO) ao
      *                   lado do nome social/curto, que em branco
      *                   sai do começo do completo. O nome deixa
      *                   de ser único: passar a um nome que OUTRO
      *                   contato já usa só exige o CPF/CNPJ
      *                   informado, para distinguir os homônimos.
      * 15/10/2026 MAMJ - Concessões e retiradas de consentimento
      *                   vão para o livro de consentimentos
      *                   (GRAVCNSTT), com a referência do
      *                   formulário assinado, quando houver.
      * 15/10/2026 MAMJ - CEP encontrado na tabela dos Correios
      *                   (BUSCEPTT) preenche cidade e UF na grafia
      *                   oficial, e o logradouro quando em branco;
      *                   CEP fora da tabela é avisado uma vez.
      * 15/10/2026 MAMJ - Ao final da alteração, oferece também a
      *                   manutenção dos grupos adicionais do
      *                   contato (GRADCNTT), além do grupo
      *                   principal.
      * 15/10/2026 MAMJ - Ao final da alteração, o supervisor pode
      *                   trocar o operador responsável pelo
      *                   contato (RESPCNTT).
      * 15/10/2026 MAMJ - Alteração sensível de operador que não é
      *                   supervisor (troca do CPF/CNPJ ou retirada
      *                   de todos os consentimentos) deixa de ir
      *                   direto ao CONTATOS.DAT: vai para a fila
      *                   de aprovação (GRAVPENTT, CONTPEND.DAT) e
      *                   o restante da alteração é gravado. Em
      *                   contato inativo, o operador pode pedir a
      *                   reativação pela mesma fila.
      * 15/10/2026 MAMJ - Troca do nome completo ou do nome social
      *                   atualiza o índice de palavras dos nomes
      *                   (CONTPALA.DAT): saem as palavras do nome
      *                   antigo e entram as do novo.
      * 15/10/2026 MAMJ - A alteração passa a abrir uma intenção no
      *                   diário (GRAVINTTT), com o contato antes e
      *                   depois, e a concluí-la depois do log e dos
      *                   índices, para a recuperação (RECINTTT)
      *                   acertar uma alteração interrompida.
      *********************************************************

       IDENTIFICATION DIVISION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
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

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD FONIDX.
          COPY FD_FONTT.

       FD PALIDX.
          COPY FD_PALTT.

       WORKING-STORAGE SECTION.

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
       77 WS-ID-ENTRADA    PIC 9(06) VALUE ZEROS.
       77 WS-ID-VALIDO     PIC X VALUE 'N'.
          88 ID-VALIDO-OK  VALUE 'S' FALSE 'N'.
       01 WS-REGISTRO-ATUAL PIC X(284) VALUE SPACES.
       77 WS-CONFLITO      PIC X VALUE 'N'.
          88 CONFLITO-OK   VALUE 'S' FALSE 'N'.
       77 WS-TEL-VALIDO    PIC X VALUE 'N'.
          88 DADOS-VALIDOS-OK VALUE 'S' FALSE 'N'.
       77 WS-ID-DONO-TEL   PIC 9(06) VALUE ZEROS.
       77 WS-ID-DONO-MAIL  PIC 9(06) VALUE ZEROS.
       77 WS-HOMONIMO      PIC X VALUE 'N'.
          88 HOMONIMO-OK   VALUE 'S' FALSE 'N'.
       77 WS-FIM-HOMONIMO  PIC X VALUE 'N'.
          88 FIM-HOMONIMO-OK VALUE 'S' FALSE 'N'.
       01 WS-ED-CAMPOS.
          03 WS-ED-NOME    PIC X(20).
          03 WS-ED-TEL     PIC X(15).
             05 WS-ED-CONS-TEL     PIC X(01).
             05 WS-ED-CONS-MAIL    PIC X(01).
             05 WS-ED-CONS-CORREIO PIC X(01).
          03 WS-ED-NM-COMPLETO PIC X(60).
       77 WS-CEP-VALIDO    PIC X VALUE 'N'.
          88 CEP-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-FS-DOC        PIC 99.
          88 FS-FON-OK     VALUE 0.
       77 WS-ARQ-FONIDX    PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-CHAVE-FON     PIC X(08) VALUE SPACES.
       77 WS-FS-PAL        PIC 99.
          88 FS-PAL-OK     VALUE 0.
       77 WS-ARQ-PALIDX    PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-IND-PAL       PIC 9(02) VALUE ZEROS.
       01 WS-PALAVRAS.
          03 WS-QT-PALAVRAS PIC 9(02).
          03 WS-PALAVRA     PIC X(20) OCCURS 15 TIMES.
       77 WS-ID-DONO-DOC   PIC 9(06) VALUE ZEROS.
       77 WS-DOC-VALIDO    PIC X(01) VALUE 'N'.
          88 DOCUMENTO-VALIDO-OK VALUE 'S'.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-REF-CONSENT   PIC X(20) VALUE SPACES.
       77 WS-ORIGEM-CONS   PIC X(01) VALUE SPACES.
       77 WS-CEP-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WS-CEP-CIDADE    PIC X(20) VALUE SPACES.
       77 WS-CEP-UF        PIC X(02) VALUE SPACES.
       77 WS-CEP-RESULTADO PIC X(01) VALUE SPACES.
       77 WS-CEP-AVISADO   PIC X(08) VALUE SPACES.
       77 WS-CEP-MSG       PIC X(60) VALUE SPACES.
       77 WS-CEP-AJUSTE    PIC X VALUE 'N'.
          88 CEP-AJUSTOU-OK VALUE 'S' FALSE 'N'.
       77 WS-PEND-DOC      PIC X VALUE 'N'.
          88 PEND-DOC-OK   VALUE 'S' FALSE 'N'.
       77 WS-PEND-CONS     PIC X VALUE 'N'.
          88 PEND-CONS-OK  VALUE 'S' FALSE 'N'.
       77 WS-PED-DOCUMENTO PIC X(14) VALUE SPACES.
       77 WS-PED-CONSENT   PIC X(03) VALUE SPACES.
       77 WS-PEN-TIPO      PIC X(01) VALUE SPACES.
       77 WS-PEN-ANTES     PIC X(20) VALUE SPACES.
       77 WS-PEN-DEPOIS    PIC X(20) VALUE SPACES.
       77 WS-PEN-REFER     PIC X(20) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
             '***** ALTERACAO DE CONTATOS *****'.
          03 LINE 03 COLUMN 05 VALUE 'ID........:'.
          03 LINE 03 COLUMN 18 PIC 9(06) FROM WS-ID-CONTATO.
          03 LINE 03 COLUMN 30 VALUE 'NOME SOCIAL:'.
          03 LINE 03 COLUMN 43 PIC X(20) USING WS-ED-NOME.
          03 LINE 04 COLUMN 05 VALUE 'NOME......:'.
          03 LINE 04 COLUMN 18 PIC X(60) USING WS-ED-NM-COMPLETO.
          03 LINE 05 COLUMN 05 VALUE 'TELEFONE..:'.
          03 LINE 05 COLUMN 18 PIC X(15) USING WS-ED-TEL.
          03 LINE 06 COLUMN 05 VALUE 'E-MAIL....:'.
          03 LINE 15 COLUMN 20 PIC X(01) USING WS-ED-CONS-MAIL.
          03 LINE 15 COLUMN 22 PIC X(01)
             USING WS-ED-CONS-CORREIO.
          03 LINE 15 COLUMN 30 VALUE 'REF. FORM.:'.
          03 LINE 15 COLUMN 43 PIC X(20) USING WS-REF-CONSENT.
          03 LINE 16 COLUMN 05 PIC X(60) FROM WS-MSG-TELA.

       PROCEDURE DIVISION USING LK-COM-AREA.
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            DISPLAY '***** ALTERAÇÃO DE CONTATOS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-ALTERAR THRU P300-FIM UNTIL EXIT-OK
       MOVE WS-DT-NASCIMENTO TO WS-ED-NASC
       MOVE WS-NR-DOCUMENTO  TO WS-ED-DOCUMENTO
       MOVE WS-FL-CONSENTIMENTO TO WS-ED-CONSENT
       MOVE WS-NM-COMPLETO   TO WS-ED-NM-COMPLETO
       MOVE SPACES TO WS-MSG-TELA WS-REF-CONSENT WS-CEP-AVISADO

       SET DADOS-VALIDOS-OK TO FALSE
       PERFORM P303-EDITAR-TELA UNTIL DADOS-VALIDOS-OK
                     WS-ID-DONO-DOC ', ALTERACAO NAO REALIZADA'
             GO TO P302-FIM
          END-IF
          SET PEND-DOC-OK  TO FALSE
          SET PEND-CONS-OK TO FALSE
          IF LK-PF-OPERADOR NOT EQUAL 'S'
             PERFORM P323-SEPARAR-PENDENCIAS
          END-IF
          IF WS-ED-NM-COMPLETO NOT EQUAL WS-NM-COMPLETO
             AND WS-ED-DOCUMENTO EQUAL SPACES
             PERFORM P319-VERIFICAR-HOMONIMO
             IF HOMONIMO-OK
                DISPLAY 'JA EXISTE OUTRO CONTATO COM ESSE NOME:'
                DISPLAY 'INFORME O CPF/CNPJ PARA DISTINGUIR O'
                        ' HOMONIMO, ALTERACAO NAO REALIZADA'
                GO TO P302-FIM
             END-IF
          END-IF
          PERFORM P310-VERIFICAR-CONCORRENCIA
          IF CONFLITO-OK
             DISPLAY 'CONTATO FOI ALTERADO POR OUTRA'
             MOVE WS-ED-NASC  TO DT-NASCIMENTO
             MOVE WS-ED-DOCUMENTO TO NR-DOCUMENTO
             MOVE WS-ED-CONSENT TO FL-CONSENTIMENTO
             MOVE WS-ED-NM-COMPLETO TO NM-COMPLETO
             ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
             MOVE LK-US-OPERADOR TO US-ULT-ALTERACAO
             PERFORM P327-ABRIR-INTENCAO
             REWRITE REG-CONTATOS
             DISPLAY 'CONTATO ATUALIZADO COM SUCESSO'
             CALL 'GRAVLOGTT' USING 'A' ID-CONTATO
                  NM-CONTATO TELEFONE EMAIL ENDERECO
                  US-ULT-ALTERACAO REG-CONTATOS
             PERFORM P321-REGISTRAR-CONSENT
             PERFORM P317-ATUALIZAR-INDICES
             CALL 'GRAVINTTT' USING 'C' REG-INTENCAO
             PERFORM P324-GRAVAR-PENDENCIAS
          END-IF
       ELSE
          DISPLAY 'ALTERAÇÃO NÃO REALIZADA'
       PERFORM P314-VALIDAR-NASCIMENTO
       PERFORM P311-VALIDAR-GRUPO
       PERFORM P318-VALIDAR-CEP
       PERFORM P322-PREENCHER-PELO-CEP
       CALL 'VALDOCTT' USING WS-ED-DOCUMENTO WS-DOC-VALIDO
      *    Consentimento em branco vale 'N'; qualquer coisa que
      *    nao seja 'S' vale 'N'.
          MOVE 'N' TO WS-ED-CONS-CORREIO
       END-IF

      *    Nome social em branco sai do começo do nome completo.
       IF WS-ED-NOME EQUAL SPACES
          MOVE WS-ED-NM-COMPLETO TO WS-ED-NOME
       END-IF

       IF WS-ED-NM-COMPLETO EQUAL SPACES
          MOVE 'O NOME NAO PODE FICAR EM BRANCO' TO WS-MSG-TELA
          SET DADOS-VALIDOS-OK TO FALSE
       ELSE
             END-IF
          END-IF
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
      * digitado não é tocado. Vale também para o CEP que não
      * mudou, o que corrige a cidade escrita de outro jeito
      * ("BH") na primeira alteração. CEP fora da tabela é
      * avisado uma única vez — reenviado o mesmo CEP, ele é
      * aceito. Tabela ainda não carregada: nada muda.
      *---------------------------------------------------------
       P322-PREENCHER-PELO-CEP.
       SET CEP-AJUSTOU-OK TO FALSE
       IF CEP-VALIDO-OK AND WS-ED-CEP NOT EQUAL ZEROS
          CALL 'BUSCEPTT' USING WS-ED-CEP WS-CEP-LOGRADOURO
               WS-CEP-CIDADE WS-CEP-UF WS-CEP-RESULTADO
          EVALUATE WS-CEP-RESULTADO
             WHEN 'S'
                IF WS-ED-LOGRADOURO EQUAL SPACES
                   AND WS-CEP-LOGRADOURO NOT EQUAL SPACES
                   MOVE WS-CEP-LOGRADOURO TO WS-ED-LOGRADOURO
                   SET CEP-AJUSTOU-OK TO TRUE
                END-IF
                IF WS-ED-CIDADE NOT EQUAL WS-CEP-CIDADE
                   MOVE WS-CEP-CIDADE TO WS-ED-CIDADE
                   SET CEP-AJUSTOU-OK TO TRUE
                END-IF
                IF WS-ED-UF NOT EQUAL WS-CEP-UF
                   MOVE WS-CEP-UF TO WS-ED-UF
                   SET CEP-AJUSTOU-OK TO TRUE
                END-IF
                MOVE
                'ENDERECO PREENCHIDO PELO CEP: CONFIRA E COMPLETE'
                     TO WS-CEP-MSG
             WHEN 'N'
                IF WS-ED-CEP NOT EQUAL WS-CEP-AVISADO
                   MOVE WS-ED-CEP TO WS-CEP-AVISADO
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
             CLOSE FONIDX
          END-IF
       END-IF
      *    Nome completo ou nome social trocado: as palavras do
      *    nome antigo saem do indice de palavras e as do novo
      *    entram (as comuns aos dois saem e voltam).
       IF WS-ED-NM-COMPLETO NOT EQUAL WS-NM-COMPLETO
          OR WS-ED-NOME NOT EQUAL WS-NM-CONTATO
          SET FS-PAL-OK TO TRUE
          OPEN I-O PALIDX
          IF WS-FS-PAL EQUAL 35
             OPEN OUTPUT PALIDX
             CLOSE PALIDX
             OPEN I-O PALIDX
          END-IF
          IF FS-PAL-OK
             CALL 'PALNOMTT' USING WS-NM-COMPLETO WS-NM-CONTATO
                  WS-PALAVRAS
             MOVE 1 TO WS-IND-PAL
             PERFORM P325-EXCLUIR-PALAVRA
                UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
             CALL 'PALNOMTT' USING WS-ED-NM-COMPLETO WS-ED-NOME
                  WS-PALAVRAS
             MOVE 1 TO WS-IND-PAL
             PERFORM P326-GRAVAR-PALAVRA
                UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
             CLOSE PALIDX
          END-IF
       END-IF
       IF WS-ED-DOCUMENTO NOT EQUAL WS-NR-DOCUMENTO
          SET FS-DOC-OK TO TRUE
          OPEN I-O DOCIDX
      *---------------------------------------------------------
      * Oferece a manutenção dos telefones/e-mails adicionais do
      * contato (MEIOCNTT), inclusive a promoção de um deles a
      * preferido, a dos grupos adicionais (GRADCNTT) e, para o
      * supervisor, a troca do operador responsável (RESPCNTT) —
      * somente quando o contato foi realmente lido, para não
      * gravar meios e entradas de índice de um id que não
      * existe.
      *---------------------------------------------------------
       P316-OFERECER-MEIOS.
       IF CONTATO-ACHADO-OK
          DISPLAY 'TECLE <M> PARA TELEFONES/E-MAILS ADICIONAIS,'
          DISPLAY '<G> PARA GRUPOS ADICIONAIS OU'
          IF LK-PF-OPERADOR EQUAL 'S'
             DISPLAY '<R> PARA O OPERADOR RESPONSAVEL OU'
          END-IF
          IF LK-PF-OPERADOR NOT EQUAL 'S'
             AND WS-ST-CONTATO EQUAL 'I'
             DISPLAY '<A> PARA PEDIR A REATIVACAO DO CONTATO OU'
          END-IF
          DISPLAY '<QUALQUER TECLA> PARA CONTINUAR'
          ACCEPT WS-OPCAO-MEIO
          IF WS-OPCAO-MEIO EQUAL 'M'
             MOVE WS-ID-ENTRADA TO WS-ID-MEIO
             CALL 'MEIOCNTT' USING LK-COM-AREA WS-ID-MEIO
          END-IF
          IF WS-OPCAO-MEIO EQUAL 'G'
             MOVE WS-ID-ENTRADA TO WS-ID-MEIO
             CALL 'GRADCNTT' USING LK-COM-AREA WS-ID-MEIO
          END-IF
          IF WS-OPCAO-MEIO EQUAL 'R' AND LK-PF-OPERADOR EQUAL 'S'
             MOVE WS-ID-ENTRADA TO WS-ID-MEIO
             CALL 'RESPCNTT' USING LK-COM-AREA WS-ID-MEIO
          END-IF
          IF WS-OPCAO-MEIO EQUAL 'A' AND LK-PF-OPERADOR NOT EQUAL 'S'
             AND WS-ST-CONTATO EQUAL 'I'
             MOVE 'R'    TO WS-PEN-TIPO
             MOVE SPACES TO WS-PEN-ANTES WS-PEN-DEPOIS
             MOVE 'I'    TO WS-PEN-ANTES
             MOVE 'A'    TO WS-PEN-DEPOIS
             CALL 'GRAVPENTT' USING WS-ID-CONTATO WS-PEN-TIPO
                  WS-PEN-ANTES WS-PEN-DEPOIS WS-PEN-REFER
                  LK-US-OPERADOR
             DISPLAY 'REATIVACAO ENVIADA PARA APROVACAO DO'
                     ' SUPERVISOR'
          END-IF
       END-IF
       .

       END-READ
       .

      *---------------------------------------------------------
      * Procura, pela chave alternada do nome completo, um OUTRO
      * contato com o nome digitado. O registro do próprio
      * contato é relido por id logo depois (P310), então a
      * leitura posicionada aqui não atrapalha a regravação.
      *---------------------------------------------------------
       P319-VERIFICAR-HOMONIMO.
       SET HOMONIMO-OK TO FALSE
       SET FIM-HOMONIMO-OK TO FALSE
       MOVE WS-ED-NM-COMPLETO TO NM-COMPLETO
       START CONTATOS KEY IS EQUAL NM-COMPLETO
          INVALID KEY
             SET FIM-HOMONIMO-OK TO TRUE
       END-START
       PERFORM P320-LER-HOMONIMO UNTIL FIM-HOMONIMO-OK
       MOVE WS-ID-CONTATO TO ID-CONTATO
       .

       P320-LER-HOMONIMO.
       READ CONTATOS NEXT RECORD
          AT END
             SET FIM-HOMONIMO-OK TO TRUE
          NOT AT END
             IF NM-COMPLETO NOT EQUAL WS-ED-NM-COMPLETO
                SET FIM-HOMONIMO-OK TO TRUE
             ELSE
                IF ID-CONTATO NOT EQUAL WS-ID-CONTATO
                   SET HOMONIMO-OK TO TRUE
                   SET FIM-HOMONIMO-OK TO TRUE
                END-IF
             END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Evidência da mudança de consentimento: WS-FL-CONSENTIMENTO
      * ainda guarda os indicadores lidos antes da edição. Com a
      * referência do formulário a origem é formulário, sem ela
      * é balcão; sem mudança o GRAVCNSTT nada grava.
      *---------------------------------------------------------
       P321-REGISTRAR-CONSENT.
       IF WS-REF-CONSENT EQUAL SPACES
          MOVE 'B' TO WS-ORIGEM-CONS
       ELSE
          MOVE 'F' TO WS-ORIGEM-CONS
       END-IF
       CALL 'GRAVCNSTT' USING ID-CONTATO WS-FL-CONSENTIMENTO
            WS-ED-CONSENT WS-ORIGEM-CONS LK-US-OPERADOR
            'ALTCONTT' WS-REF-CONSENT
       .

      *---------------------------------------------------------
      * Operador que não é supervisor: a troca do CPF/CNPJ e a
      * retirada de todos os consentimentos (nenhum canal fica
      * em 'S' onde havia algum) saem da gravação e viram pedido
      * de aprovação. Os campos editados voltam ao valor atual,
      * de modo que homônimo, log, livro de consentimentos e
      * índices enxergam só o que será gravado agora.
      *---------------------------------------------------------
       P323-SEPARAR-PENDENCIAS.
       IF WS-ED-DOCUMENTO NOT EQUAL WS-NR-DOCUMENTO
          SET PEND-DOC-OK TO TRUE
          MOVE WS-ED-DOCUMENTO TO WS-PED-DOCUMENTO
          MOVE WS-NR-DOCUMENTO TO WS-ED-DOCUMENTO
       END-IF
       IF WS-ED-CONS-TEL     NOT EQUAL 'S'
          AND WS-ED-CONS-MAIL    NOT EQUAL 'S'
          AND WS-ED-CONS-CORREIO NOT EQUAL 'S'
          AND (WS-FL-CONS-TELEFONE EQUAL 'S'
               OR WS-FL-CONS-EMAIL   EQUAL 'S'
               OR WS-FL-CONS-CORREIO EQUAL 'S')
          SET PEND-CONS-OK TO TRUE
          MOVE WS-ED-CONSENT       TO WS-PED-CONSENT
          MOVE WS-FL-CONSENTIMENTO TO WS-ED-CONSENT
       END-IF
       .

       P324-GRAVAR-PENDENCIAS.
       IF PEND-DOC-OK
          MOVE 'D' TO WS-PEN-TIPO
          MOVE SPACES TO WS-PEN-ANTES WS-PEN-DEPOIS WS-PEN-REFER
          MOVE WS-NR-DOCUMENTO  TO WS-PEN-ANTES
          MOVE WS-PED-DOCUMENTO TO WS-PEN-DEPOIS
          CALL 'GRAVPENTT' USING WS-ID-CONTATO WS-PEN-TIPO
               WS-PEN-ANTES WS-PEN-DEPOIS WS-PEN-REFER
               LK-US-OPERADOR
          DISPLAY 'A TROCA DO CPF/CNPJ AGUARDA A APROVACAO DO'
                  ' SUPERVISOR'
       END-IF
       IF PEND-CONS-OK
          MOVE 'C' TO WS-PEN-TIPO
          MOVE SPACES TO WS-PEN-ANTES WS-PEN-DEPOIS
          MOVE WS-FL-CONSENTIMENTO TO WS-PEN-ANTES
          MOVE WS-PED-CONSENT      TO WS-PEN-DEPOIS
          CALL 'GRAVPENTT' USING WS-ID-CONTATO WS-PEN-TIPO
               WS-PEN-ANTES WS-PEN-DEPOIS WS-REF-CONSENT
               LK-US-OPERADOR
          DISPLAY 'A RETIRADA DOS CONSENTIMENTOS AGUARDA A'
                  ' APROVACAO DO SUPERVISOR'
       END-IF
       .

       P325-EXCLUIR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE WS-ID-CONTATO          TO PAL-ID-CONTATO
       DELETE PALIDX RECORD
          INVALID KEY
             CONTINUE
       END-DELETE
       ADD 1 TO WS-IND-PAL
       .

       P326-GRAVAR-PALAVRA.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE WS-ID-CONTATO          TO PAL-ID-CONTATO
       WRITE REG-PALIDX
          INVALID KEY
             CONTINUE
       END-WRITE
       ADD 1 TO WS-IND-PAL
       .

      *---------------------------------------------------------
      * Registra no diário de intenções (GRAVINTTT) a alteração
      * que vai começar, com o contato como foi lido (antes) e
      * como vai ficar (depois): uma queda entre a regravação do
      * contato, o log e os índices deixa a intenção aberta, e a
      * recuperação (RECINTTT) conclui ou desfaz a alteração.
      *---------------------------------------------------------
       P327-ABRIR-INTENCAO.
       MOVE SPACES         TO REG-INTENCAO
       MOVE LK-US-OPERADOR TO INT-US-OPERADOR
       MOVE 'ALTCONTT'     TO INT-PROGRAMA
       SET INTENCAO-ALTERACAO TO TRUE
       MOVE WS-ID-CONTATO  TO INT-ID-CONTATO
       MOVE WS-REGISTRO    TO INT-ANTES
       MOVE REG-CONTATOS   TO INT-DEPOIS
       MOVE ZEROS          TO INT-MEI-SEQUENCIA
       CALL 'GRAVINTTT' USING 'A' REG-INTENCAO
       .

       P900-FIM.

       GOBACK.
