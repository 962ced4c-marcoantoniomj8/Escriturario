      *                   contagem de registros. Arquivo sem
      *                   cabeçalho segue sendo o extrato completo
      *                   de sempre.
      * 15/10/2026 MAMJ - Nome completo (NM-COMPLETO): o confronto
      *                   por nome passa a usar o nome completo, e
      *                   dois homônimos com CPF/CNPJ informados e
      *                   diferentes são pessoas distintas — não
      *                   viram "mesmo nome" nem conflito. Linha no
      *                   layout anterior (nome completo em branco)
      *                   usa o nome curto.
      * 15/10/2026 MAMJ - Consentimentos do contato inserido vão
      *                   para o livro de consentimentos
      *                   (GRAVCNSTT), origem importação, com a
      *                   filial de origem como referência.
      * 15/10/2026 MAMJ - Controle de totais na entrada: o
      *                   extrato completo passa a vir com o
      *                   cabeçalho e o rodapé padrão (FD_ITFTT,
      *                   tipo EXPCONTT), conferidos pelo
      *                   CONFITFTT; o delta do ENVCONTT traz o
      *                   tipo no cabeçalho e a soma dos ids no
      *                   rodapé, conferidos numa passada prévia.
      *                   Contagem ou soma divergente, rodapé
      *                   ausente ou arquivo sem cabeçalho
      *                   recusam o arquivo ANTES de qualquer
      *                   inserção (antes, o rodapé do delta só
      *                   era conferido no fim, com o arquivo já
      *                   aplicado), com registro no CONTERRO.DAT
      *                   e RETURN-CODE 8.
      * 15/10/2026 MAMJ - O contato de outra filial conserva o id de
      *                   origem quando ele cai na faixa daquela
      *                   filial no controle de numeração (ALOCIDTT)
      *                   e está livre na nossa base; os demais
      *                   recebem o próximo id da nossa faixa, em vez
      *                   do maior id da base mais um. O resumo
      *                   separa os inseridos com id de origem dos
      *                   renumerados.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENTRADA.
       01 REG-ENTRADA        PIC X(285).

       FD CONTATOS.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       COPY FD_PARTT.

      *---------------------------------------------------------
      * Linha de entrada crua: no modo delta, o tipo vem na
      * primeira posição e o registro a partir da segunda; no
      * extrato completo, o registro começa na primeira.
      *---------------------------------------------------------
       01 WS-LINHA-ENT     PIC X(285) VALUE SPACES.
       01 FILLER REDEFINES WS-LINHA-ENT.
          03 ENT-TIPO      PIC X(01).
          03 ENT-DADOS     PIC X(284).
       01 FILLER REDEFINES WS-LINHA-ENT.
          03 FILLER        PIC X(01).
          03 ENT-CAB-SEQ   PIC 9(06).
          03 ENT-CAB-DATA  PIC 9(08).
          03 ENT-CAB-FILIAL PIC X(03).
          03 ENT-CAB-TIPO  PIC X(08).
          03 FILLER        PIC X(244).
       01 FILLER REDEFINES WS-LINHA-ENT.
          03 FILLER        PIC X(01).
          03 ENT-ROD-SEQ   PIC 9(06).
          03 ENT-ROD-QTD   PIC 9(06).
          03 ENT-ROD-TOT-IDS PIC 9(15).
          03 FILLER        PIC X(242).

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
             05 WS-FL-CONS-TELEFONE PIC X(01).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS-ENT         PIC 99.
          88 FS-ENT-OK      VALUE 0.
       77 WS-FS             PIC 99.
       01 WS-TAB-BASE.
          03 WS-TAB-ITEM OCCURS 500 TIMES.
             05 WS-TAB-ID       PIC 9(06).
             05 WS-TAB-NM       PIC X(60).
             05 WS-TAB-DOC      PIC X(14).
             05 WS-TAB-TEL      PIC X(15).
             05 WS-TAB-EMAIL    PIC X(40).
             05 WS-TAB-ENDER    PIC X(90).
       77 WS-TEM-RODAPE     PIC X VALUE 'N'.
          88 RODAPE-OK      VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'EXPCONTT'.
          03 FILLER         PIC X(08) VALUE SPACES.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 1.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.
       77 WS-PRE-QTD        PIC 9(06) VALUE ZEROS.
       77 WS-PRE-TOT-IDS    PIC 9(15) VALUE ZEROS.
       77 WS-PRE-ROD-QTD    PIC 9(06) VALUE ZEROS.
       77 WS-PRE-ROD-TOT    PIC 9(15) VALUE ZEROS.
       77 WS-PRE-RODAPE     PIC X VALUE 'N'.
          88 PRE-RODAPE-OK  VALUE 'S' FALSE 'N'.
       77 WS-PRE-ID         PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-CTL     PIC X(20) VALUE SPACES.
       77 WS-FS-CONTROLE    PIC 99 VALUE 99.

      *---------------------------------------------------------
      * Última sequência recebida de cada filial (MRGCONTT.CTL).
      *---------------------------------------------------------
       77 WS-SEQ-ACHADA     PIC X VALUE 'N'.
          88 SEQ-ACHADA-OK  VALUE 'S' FALSE 'N'.

       77 WS-ID-ALOCADO     PIC 9(06) VALUE ZEROS.
       77 WS-FILIAL-LINHA   PIC X(03) VALUE SPACES.
       77 WS-RES-ALOCACAO   PIC X VALUE SPACES.
          88 ID-ALOCADO-OK  VALUE 'S'.
       77 WS-RES-FAIXA      PIC X VALUE SPACES.
          88 ID-NA-FAIXA-OK VALUE 'S'.
       77 WS-ID-LIVRE       PIC X VALUE 'N'.
          88 ID-LIVRE-OK    VALUE 'S' FALSE 'N'.
       77 WS-ID-ORIGEM      PIC X VALUE 'N'.
          88 ID-DE-ORIGEM-OK VALUE 'S' FALSE 'N'.
       77 WS-ID-MANTIDOS    PIC 9(06) VALUE ZEROS.
       77 WS-RENUMERADOS    PIC 9(06) VALUE ZEROS.
       77 WS-SEM-NUMERO     PIC 9(06) VALUE ZEROS.
       77 WS-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-INSERIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-JA-EXISTENTES  PIC 9(06) VALUE ZEROS.
          03 WS-LADO-ROTULO PIC X(09).
          03 WS-LADO-ID     PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LADO-NOME   PIC X(50).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LADO-TEL    PIC X(15).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LADO-ENDER  PIC X(40).
          03 FILLER         PIC X(06) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-CONS-ANTES     PIC X(03) VALUE SPACES.
       01 WS-REF-CONSENT.
          03 FILLER         PIC X(14) VALUE 'FILIAL ORIGEM '.
          03 WS-REF-CONS-FILIAL PIC X(03) VALUE SPACES.
          03 FILLER         PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-ENTRADA
            CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
            CALL 'ARQPARTT' USING WS-ARQ-CTLSEQ
            CALL 'LERPARTT' USING REG-PARAMETROS
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
            DISPLAY 'INFORME O CODIGO DA FILIAL REMETENTE DO'
            DISPLAY 'ARQUIVO (3 CARACTERES):'
            ACCEPT WS-FILIAL-ORIGEM
            PERFORM P150-CONFERIR-NUMERACAO
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-ENT-OK AND FS-OK AND FS-REL-OK AND ID-ALOCADO-OK
               PERFORM P200-CARREGAR-BASE
               PERFORM P250-DETECTAR-FORMATO
               IF NOT SEQ-RECUSADA-OK
            PERFORM P900-FIM
            .

      *---------------------------------------------------------
      * Consulta o controle de numeração antes de abrir a base:
      * na primeira vez é ali que ele nasce, a partir dos ids já
      * usados. Sem faixa para a nossa filial nada é inserido.
      *---------------------------------------------------------
       P150-CONFERIR-NUMERACAO.
       MOVE ZEROS TO WS-ID-ALOCADO
       CALL 'ALOCIDTT' USING 'C' PAR-CD-FILIAL WS-ID-ALOCADO
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

      *---------------------------------------------------------
      * Lê a primeira linha do arquivo: cabeçalho 'H' liga o modo
      * delta e confere a sequência da filial remetente contra o
      * controle; sequência pulada recusa o arquivo inteiro antes
      * de qualquer inserção. Qualquer outra primeira linha é o
      * extrato completo, conferido contra o cabeçalho e rodapé
      * padrão pelo CONFITFTT (sem cabeçalho 'HDR', recusado).
      *---------------------------------------------------------
       P250-DETECTAR-FORMATO.
       SET MODO-DELTA-OK TO FALSE
                     MOVE ENT-CAB-FILIAL TO WS-FILIAL-ORIGEM
                  END-IF
                  PERFORM P260-CONFERIR-SEQUENCIA
                  IF NOT SEQ-RECUSADA-OK
                     PERFORM P290-CONFERIR-DELTA THRU P290-FIM
                  END-IF
               END-IF
       END-READ

       IF NOT MODO-DELTA-OK
          CALL 'CONFITFTT' USING 'MRGCONTT' WS-ARQ-ENTRADA
               WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
          IF WS-CONF-ITF NOT EQUAL 'S'
             SET SEQ-RECUSADA-OK TO TRUE
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Passada prévia do delta, antes de qualquer inserção:
      * cabeçalho do tipo ENVCONTT e rodapé 'T' presente, com a
      * contagem e a soma dos ids das linhas 'D' conferindo. O
      * arquivo é reaberto e posicionado após o cabeçalho para o
      * processamento.
      *---------------------------------------------------------
       P290-CONFERIR-DELTA.
       MOVE SPACES TO WS-MOTIVO-CTL
       IF ENT-CAB-TIPO NOT EQUAL 'ENVCONTT'
          MOVE 'TIPO DE ARQUIVO' TO WS-MOTIVO-CTL
       END-IF
       MOVE ZEROS TO WS-PRE-QTD WS-PRE-TOT-IDS WS-PRE-ROD-QTD
                     WS-PRE-ROD-TOT
       SET PRE-RODAPE-OK TO FALSE
       SET EOF-OK TO FALSE
       PERFORM P295-LER-DELTA UNTIL EOF-OK
       CLOSE ARQENTRADA

       IF WS-MOTIVO-CTL EQUAL SPACES
          IF NOT PRE-RODAPE-OK
             MOVE 'SEM RODAPE' TO WS-MOTIVO-CTL
          ELSE
          IF WS-PRE-ROD-QTD NOT EQUAL WS-PRE-QTD
             MOVE 'QUANTIDADE DIVERGE' TO WS-MOTIVO-CTL
          ELSE
          IF WS-PRE-ROD-TOT NOT EQUAL WS-PRE-TOT-IDS
             MOVE 'TOTAL DOS IDS DIVERGE' TO WS-MOTIVO-CTL
          END-IF
          END-IF
          END-IF
       END-IF

       IF WS-MOTIVO-CTL NOT EQUAL SPACES
          SET SEQ-RECUSADA-OK TO TRUE
          DISPLAY 'ARQUIVO DE DELTA RECUSADO PELO CONTROLE DE'
                  ' TOTAIS: ' WS-MOTIVO-CTL
          DISPLAY 'NENHUM CONTATO FOI INSERIDO; PECA A REEMISSAO'
          CALL 'ERRLOGTT' USING 'MRGCONTT' 'CONTROLE  '
               WS-FS-CONTROLE WS-MOTIVO-CTL
          MOVE 8 TO RETURN-CODE
          GO TO P290-FIM
       END-IF

       SET FS-ENT-OK TO TRUE
       OPEN INPUT ARQENTRADA
       IF FS-ENT-OK
          READ ARQENTRADA INTO WS-LINHA-ENT
               AT END
                  CONTINUE
          END-READ
       ELSE
          SET SEQ-RECUSADA-OK TO TRUE
          DISPLAY 'ERRO AO REABRIR O ARQUIVO DA OUTRA FILIAL'
          MOVE 8 TO RETURN-CODE
       END-IF
       SET EOF-OK TO FALSE
       .
       P290-FIM.

       P295-LER-DELTA.
       READ ARQENTRADA INTO WS-LINHA-ENT
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               EVALUATE ENT-TIPO
                  WHEN 'D'
                     ADD 1 TO WS-PRE-QTD
                     IF ENT-DADOS(1:6) NUMERIC
                        MOVE ENT-DADOS(1:6) TO WS-PRE-ID
                        ADD WS-PRE-ID TO WS-PRE-TOT-IDS
                     END-IF
                  WHEN 'T'
                     SET PRE-RODAPE-OK TO TRUE
                     MOVE ENT-ROD-QTD TO WS-PRE-ROD-QTD
                     IF ENT-ROD-TOT-IDS NUMERIC
                        MOVE ENT-ROD-TOT-IDS TO WS-PRE-ROD-TOT
                     ELSE
                        MOVE 'TOTAL DOS IDS AUSENTE' TO WS-MOTIVO-CTL
                     END-IF
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
       END-READ
       .

       P260-CONFERIR-SEQUENCIA.
                  '; HOUVE ARQUIVO PERDIDO NO TRANSPORTE?'
          DISPLAY 'PECA A REEMISSAO A PARTIR DA SEQUENCIA '
                  'SEGUINTE A ULTIMA RECEBIDA'
          MOVE 'SEQUENCIA PULADA' TO WS-MOTIVO-CTL
          CALL 'ERRLOGTT' USING 'MRGCONTT' 'CONTROLE  '
               WS-FS-CONTROLE WS-MOTIVO-CTL
          MOVE 8 TO RETURN-CODE
       END-IF
       .
       SET FS-ENT-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-TAB WS-DESCARTADOS WS-LIDOS
                     WS-INSERIDOS WS-JA-EXISTENTES WS-CONFLITOS
                     WS-ID-MANTIDOS WS-RENUMERADOS WS-SEM-NUMERO.

       OPEN INPUT ARQENTRADA
       IF NOT FS-ENT-OK

      *---------------------------------------------------------
      * Carrega a nossa base em tabela para o confronto (e-mail
      * já em maiúsculas).
      *---------------------------------------------------------
       P200-CARREGAR-BASE.
       MOVE ZEROS TO ID-CONTATO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO
                  IF WS-QTD-TAB LESS 500
                     ADD 1 TO WS-QTD-TAB
                     MOVE WS-ID-CONTATO TO WS-TAB-ID(WS-QTD-TAB)
                     MOVE WS-NM-COMPLETO TO WS-TAB-NM(WS-QTD-TAB)
                     MOVE WS-NR-DOCUMENTO
                          TO WS-TAB-DOC(WS-QTD-TAB)
                     MOVE WS-TELEFONE   TO WS-TAB-TEL(WS-QTD-TAB)
                     MOVE WS-EMAIL      TO WS-TAB-EMAIL(WS-QTD-TAB)
                     INSPECT WS-TAB-EMAIL(WS-QTD-TAB) CONVERTING
                CONTINUE
          END-EVALUATE
       ELSE
      *    Cabeçalho e rodapé de controle, já conferidos, não são
      *    registro.
          IF WS-LINHA-ENT(1:3) NOT EQUAL 'HDR'
             AND WS-LINHA-ENT(1:3) NOT EQUAL 'TRL'
             MOVE WS-LINHA-ENT(1:284) TO WS-REGISTRO
             ADD 1 TO WS-LIDOS
             IF WS-ST-CONTATO EQUAL 'A' AND
                WS-NM-CONTATO NOT EQUAL SPACES
                PERFORM P310-CONFRONTAR THRU P310-FIM
             END-IF
          END-IF
       END-IF
       .
      *    O telefone da linha vai para a forma canonica de
      *    somente digitos (NRMTELTT) antes do confronto.
       CALL 'NRMTELTT' USING WS-TELEFONE
       IF WS-NM-COMPLETO EQUAL SPACES
          MOVE WS-NM-CONTATO TO WS-NM-COMPLETO
       END-IF
       MOVE WS-EMAIL TO WS-EMAIL-ENTRADA
       INSPECT WS-EMAIL-ENTRADA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
          END-IF
          PERFORM P370-IMPRIMIR-CONFLITO-INDICE
       ELSE
          PERFORM P340-INSERIR-CONTATO THRU P340-FIM
       END-IF
       END-IF
       .
       P310-FIM.

      *    Homônimos com CPF/CNPJ diferentes, ambos informados,
      *    são pessoas distintas e não contam como o mesmo nome.
       P320-PROCURAR-NOME.
       IF WS-NM-COMPLETO EQUAL WS-TAB-NM(WS-IDX) AND
          (WS-NR-DOCUMENTO EQUAL SPACES OR
           WS-TAB-DOC(WS-IDX) EQUAL SPACES OR
           WS-NR-DOCUMENTO EQUAL WS-TAB-DOC(WS-IDX))
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * Insere o contato genuinamente novo, sem herdar grupo da
      * outra instalação (os códigos de grupo de lá não valem
      * aqui), e o inclui na tabela de confronto para as linhas
      * seguintes do arquivo. O id é o de origem quando cabe
      * (P345); senão, o próximo da nossa numeração.
      *---------------------------------------------------------
       P340-INSERIR-CONTATO.
       PERFORM P345-DEFINIR-ID
       IF NOT ID-ALOCADO-OK
          ADD 1 TO WS-SEM-NUMERO
          DISPLAY 'SEM NUMERO NA FAIXA DA FILIAL ' PAR-CD-FILIAL
                  ', NAO INSERIDO: ' WS-NM-CONTATO
          GO TO P340-FIM
       END-IF
       MOVE WS-ID-ALOCADO TO ID-CONTATO
       MOVE WS-NM-CONTATO TO NM-CONTATO
       MOVE WS-TELEFONE   TO TELEFONE
       MOVE WS-EMAIL      TO EMAIL
       MOVE WS-ENDERECO   TO ENDERECO
       MOVE ZEROS         TO CD-GRUPO
       MOVE WS-DT-NASCIMENTO TO DT-NASCIMENTO
       MOVE WS-NM-COMPLETO TO NM-COMPLETO
      *    A filial de origem vem da linha, quando o arquivo da
      *    outra instalação a traz, ou do código informado pelo
      *    operador para esta rodada.
       MOVE WS-FILIAL-LINHA TO CD-FILIAL
       MOVE WS-NR-DOCUMENTO TO NR-DOCUMENTO
      *    Consentimento ausente no arquivo da filial entra como
      *    'S' (relacao ja existente la).
             DISPLAY 'ERRO AO INSERIR: ' ID-CONTATO
          NOT INVALID KEY
             ADD 1 TO WS-INSERIDOS
             IF ID-DE-ORIGEM-OK
                ADD 1 TO WS-ID-MANTIDOS
             ELSE
                ADD 1 TO WS-RENUMERADOS
             END-IF
             CALL 'GRAVLOGTT' USING 'I' ID-CONTATO NM-CONTATO
                  TELEFONE EMAIL ENDERECO US-ULT-ALTERACAO
                  REG-CONTATOS
             MOVE CD-FILIAL TO WS-REF-CONS-FILIAL
             CALL 'GRAVCNSTT' USING ID-CONTATO WS-CONS-ANTES
                  FL-CONSENTIMENTO 'I' US-ULT-ALTERACAO 'MRGCONTT'
                  WS-REF-CONSENT
             IF WS-QTD-TAB LESS 500
                ADD 1 TO WS-QTD-TAB
                MOVE ID-CONTATO    TO WS-TAB-ID(WS-QTD-TAB)
                MOVE NM-COMPLETO   TO WS-TAB-NM(WS-QTD-TAB)
                MOVE NR-DOCUMENTO  TO WS-TAB-DOC(WS-QTD-TAB)
                MOVE TELEFONE      TO WS-TAB-TEL(WS-QTD-TAB)
                MOVE WS-EMAIL-ENTRADA
                     TO WS-TAB-EMAIL(WS-QTD-TAB)
             END-IF
       END-WRITE
       .
       P340-FIM.

      *---------------------------------------------------------
      * O contato vindo de outra filial conserva o id de origem
      * quando ele cai na faixa reservada àquela filial no
      * controle de numeração e ainda está livre na nossa base:
      * as faixas não se sobrepõem, então o número não colide
      * com os nossos. Fora disso (filial sem faixa, id fora
      * dela ou já usado, ou contato da nossa própria filial),
      * o controle entrega o próximo id da nossa numeração.
      *---------------------------------------------------------
       P345-DEFINIR-ID.
       IF WS-CD-FILIAL EQUAL SPACES
          MOVE WS-FILIAL-ORIGEM TO WS-FILIAL-LINHA
       ELSE
          MOVE WS-CD-FILIAL TO WS-FILIAL-LINHA
       END-IF
       SET ID-LIVRE-OK TO FALSE
       SET ID-DE-ORIGEM-OK TO FALSE
       MOVE SPACES TO WS-RES-FAIXA
       IF WS-ID-CONTATO GREATER ZEROS
          AND WS-FILIAL-LINHA NOT EQUAL PAR-CD-FILIAL
          MOVE WS-ID-CONTATO TO WS-ID-ALOCADO
          CALL 'ALOCIDTT' USING 'V' WS-FILIAL-LINHA
               WS-ID-ALOCADO WS-RES-FAIXA
       END-IF
       IF ID-NA-FAIXA-OK
          MOVE WS-ID-CONTATO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  SET ID-LIVRE-OK TO TRUE
          END-READ
       END-IF
       IF ID-LIVRE-OK
          SET ID-DE-ORIGEM-OK TO TRUE
          MOVE WS-ID-CONTATO TO WS-ID-ALOCADO
          MOVE 'S' TO WS-RES-ALOCACAO
       ELSE
          PERFORM P348-PEDIR-PROX-ID
             UNTIL ID-LIVRE-OK OR NOT ID-ALOCADO-OK
       END-IF
       .

       P348-PEDIR-PROX-ID.
       CALL 'ALOCIDTT' USING 'A' PAR-CD-FILIAL WS-ID-ALOCADO
            WS-RES-ALOCACAO
       IF ID-ALOCADO-OK
          MOVE WS-ID-ALOCADO TO ID-CONTATO
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
      * Imprime o par em conflito: a linha da outra filial e o

       MOVE 'FILIAL.: '       TO WS-LADO-ROTULO
       MOVE WS-ID-CONTATO     TO WS-LADO-ID
       MOVE WS-NM-COMPLETO    TO WS-LADO-NOME
       MOVE WS-TELEFONE       TO WS-LADO-TEL
       MOVE WS-ENDERECO       TO WS-LADO-ENDER
       WRITE REG-RELATORIO FROM WS-LINHA-LADO

       MOVE 'FILIAL.: '       TO WS-LADO-ROTULO
       MOVE WS-ID-CONTATO     TO WS-LADO-ID
       MOVE WS-NM-COMPLETO    TO WS-LADO-NOME
       MOVE WS-TELEFONE       TO WS-LADO-TEL
       MOVE WS-ENDERECO       TO WS-LADO-ENDER
       WRITE REG-RELATORIO FROM WS-LINHA-LADO
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE NM-COMPLETO TO WS-LADO-NOME
               MOVE TELEFONE   TO WS-LADO-TEL
               MOVE ENDERECO   TO WS-LADO-ENDER
       END-READ

       DISPLAY 'REGISTROS LIDOS......: ' WS-LIDOS
       DISPLAY 'CONTATOS INSERIDOS...: ' WS-INSERIDOS
       DISPLAY '  COM O ID DE ORIGEM.: ' WS-ID-MANTIDOS
       DISPLAY '  COM ID NOVO NOSSO..: ' WS-RENUMERADOS
       IF WS-SEM-NUMERO GREATER ZEROS
          DISPLAY 'SEM NUMERO NA FAIXA..: ' WS-SEM-NUMERO
       END-IF
       DISPLAY 'JA EXISTENTES........: ' WS-JA-EXISTENTES
       DISPLAY 'CONFLITOS RELACIONADOS: ' WS-CONFLITOS
       IF WS-DESCARTADOS GREATER ZEROS
