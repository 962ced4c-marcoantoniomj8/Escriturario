      *                   índice fonético (CONTFONE.DAT, chave do
      *                   FONETTT): CATIA acha KATIA e SOUZA acha
      *                   SOUSA — a falha mais comum do balcão.
      * 15/10/2026 MAMJ - A tela cheia passa a listar os vínculos
      *                   do contato (CONTVINC.DAT) e a opção <V>
      *                   abre a manutenção deles (VINCCNTT).
      * 15/10/2026 MAMJ - Nome completo (NM-COMPLETO): a busca
      *                   exata <2> passa a usar a chave alternada
      *                   do nome completo e a busca por parte do
      *                   nome <3> a procurar nele; nome social e
      *                   CPF/CNPJ saem em toda exibição, para
      *                   distinguir os homônimos.
      * 15/10/2026 MAMJ - Opção <C> abre o livro de consentimentos
      *                   do contato (CNSCONTT), com a emissão do
      *                   certificado; a opção <V> passa a chamar
      *                   de fato a manutenção dos vínculos.
      * 15/10/2026 MAMJ - Para operador que não é supervisor, o
      *                   CPF/CNPJ sai mascarado (***.456.789-**)
      *                   e o nascimento só com dia e mês
      *                   (MASCARTT), na tela cheia e nas listas.
      * 15/10/2026 MAMJ - A consulta por id passa a oferecer as
      *                   ocorrências de atendimento do contato <O>
      *                   (OCORCNTT): abrir, listar e mudar a
      *                   situação de reclamações e solicitações.
      * 15/10/2026 MAMJ - A consulta por parte do nome <3> passa a
      *                   ser servida pelo índice de palavras dos
      *                   nomes (CONTPALA.DAT, mantido por
      *                   CADCONTT/ALTCONTT e reconstruível pelo
      *                   IDXCONTT), em vez de ler a base inteira:
      *                   cada palavra digitada vale como palavra
      *                   inteira ou início de palavra do nome
      *                   completo ou social, e os achados saem em
      *                   ordem de nome.
      * 15/10/2026 MAMJ - Consulta pela chave de outro sistema <8>
      *                   (código do cliente no ERP, conta de
      *                   faturamento), lida na remissão de chaves
      *                   externas (CONTCHAV.DAT); a consulta por id
      *                   oferece a manutenção das chaves do contato
      *                   <K> (CHAVCNTT).
      * 15/10/2026 MAMJ - A tela cheia da consulta por id passa de
      *                   fato a listar os vínculos do contato
      *                   (P380), que ficavam sem chamada.
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
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS-PAL.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS-VIN.

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
       FD FONIDX.
          COPY FD_FONTT.

       FD PALIDX.
          COPY FD_PALTT.

       FD VINCULOS.
          COPY FD_VINTT.

       FD CHAVES.
          COPY FD_CHVTT.

       WORKING-STORAGE SECTION.

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
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO-CONS     PIC X VALUE SPACES.
       77 WS-NM-BUSCA       PIC X(60) VALUE SPACES.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.
       77 WS-ID-ENTRADA     PIC 9(06) VALUE ZEROS.
       77 WS-ID-VALIDO      PIC X VALUE 'N'.
          88 ID-VALIDO-OK   VALUE 'S' FALSE 'N'.
       77 WS-LEN-BUSCA       PIC 9(02) VALUE ZEROS.
       77 WS-FS-VEN          PIC 99.
          88 FS-VEN-OK       VALUE 0.
       77 WS-OPCAO-NOTA      PIC X VALUE SPACES.
       77 WS-ARQ-DOCIDX      PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-DOC-BUSCA       PIC X(14) VALUE SPACES.
       77 WS-TEL-FMT         PIC X(15) VALUE SPACES.
       77 WS-DOC-EXIBE       PIC X(18) VALUE SPACES.
       77 WS-NASC-EXIBE      PIC X(10) VALUE SPACES.
       77 WS-MSC-VALOR       PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA       PIC X(40) VALUE SPACES.
       77 WS-FS-FON          PIC 99.
          88 FS-FON-OK       VALUE 0.
       77 WS-ARQ-FONIDX      PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-CHAVE-FON       PIC X(08) VALUE SPACES.
       77 WS-FS-PAL          PIC 99.
          88 FS-PAL-OK       VALUE 0.
       77 WS-ARQ-PALIDX      PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-NM-SOCIAL-BUSCA PIC X(20) VALUE SPACES.
       77 WS-LEN-PAL         PIC 9(02) VALUE ZEROS.
       77 WS-IND-BUSCA       PIC 9(02) VALUE ZEROS.
       77 WS-IND-CONT        PIC 9(02) VALUE ZEROS.
       77 WS-IND-ACH         PIC 9(03) VALUE ZEROS.
       77 WS-IND-DESL        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-ACHADOS     PIC 9(03) VALUE 200.
       77 WS-PALAVRAS-CASAM  PIC X VALUE 'N'.
          88 PALAVRAS-CASAM-OK VALUE 'S' FALSE 'N'.
       77 WS-PALAVRA-CASOU   PIC X VALUE 'N'.
          88 PALAVRA-CASOU-OK VALUE 'S' FALSE 'N'.
       77 WS-EXCEDEU         PIC X VALUE 'N'.
          88 EXCEDEU-OK      VALUE 'S' FALSE 'N'.
       01 WS-PAL-BUSCA.
          03 WS-QT-PAL-BUSCA    PIC 9(02).
          03 WS-PALAVRA-BUSCA   PIC X(20) OCCURS 15 TIMES.
       01 WS-PAL-CONTATO.
          03 WS-QT-PAL-CONTATO  PIC 9(02).
          03 WS-PALAVRA-CONTATO PIC X(20) OCCURS 15 TIMES.
       01 WS-NOVO-ACHADO.
          03 WS-NOVO-NOME       PIC X(60).
          03 WS-NOVO-ID         PIC 9(06).
       01 WS-ACHADOS.
          03 WS-QT-ACHADOS      PIC 9(03).
          03 WS-ACH-CHAVE       OCCURS 200 TIMES.
             05 WS-ACH-NOME     PIC X(60).
             05 WS-ACH-ID       PIC 9(06).
       77 WS-FS-VIN          PIC 99.
          88 FS-VIN-OK       VALUE 0.
       77 WS-ARQ-VINCULOS    PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-DESC-VINCULO    PIC X(15) VALUE SPACES.
       77 WS-NM-VINCULADO    PIC X(20) VALUE SPACES.
       77 WS-DV-VINCULADO    PIC 9(01) VALUE ZEROS.
       77 WS-FS-CHV          PIC 99.
          88 FS-CHV-OK       VALUE 0.
       77 WS-ARQ-CHAVES      PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-SIS-BUSCA       PIC X(08) VALUE SPACES.
       77 WS-CHV-BUSCA       PIC X(20) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.

       SCREEN SECTION.
       01 TELA-CONSULTA.
          03 LINE 03 COLUMN 24 VALUE '-'.
          03 LINE 03 COLUMN 25 PIC 9(01) FROM WS-DV-EXIBE.
          03 LINE 05 COLUMN 05 VALUE 'NOME......:'.
          03 LINE 05 COLUMN 18 PIC X(60) FROM WS-NM-COMPLETO.
          03 LINE 06 COLUMN 05 VALUE 'NOME SOC..:'.
          03 LINE 06 COLUMN 18 PIC X(20) FROM WS-NM-CONTATO.
          03 LINE 07 COLUMN 05 VALUE 'TELEFONE..:'.
          03 LINE 07 COLUMN 18 PIC X(15) FROM WS-TEL-FMT.
          03 LINE 09 COLUMN 05 VALUE 'E-MAIL....:'.
          03 LINE 13 COLUMN 05 VALUE 'GRUPO.....:'.
          03 LINE 13 COLUMN 18 PIC 9(03) FROM WS-CD-GRUPO.
          03 LINE 14 COLUMN 05 VALUE 'NASCIMENTO:'.
          03 LINE 14 COLUMN 18 PIC X(10) FROM WS-NASC-EXIBE.
          03 LINE 15 COLUMN 05 VALUE 'CPF/CNPJ..:'.
          03 LINE 15 COLUMN 18 PIC X(18) FROM WS-DOC-EXIBE.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            DISPLAY '***** CONSULTA DE CONTATOS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-CONSULTA THRU P300-FIM UNTIL EXIT-OK
          DISPLAY 'CONSULTAR POR: <1> ID  <2> NOME  <3> PARTE DO NOME'
          DISPLAY '               <4> TELEFONE  <5> E-MAIL'
          DISPLAY '               <6> CPF/CNPJ  <7> SOA COMO'
          DISPLAY '               <8> CHAVE EXTERNA (ERP, FATURAMENTO)'
          ACCEPT WS-OPCAO-CONS

          EVALUATE WS-OPCAO-CONS
                PERFORM P365-CONS-POR-DOCUMENTO
             WHEN '7'
                PERFORM P367-CONS-POR-FONETICA
             WHEN '8'
                PERFORM P369-CONS-POR-CHAVE-EXT
             WHEN OTHER
                PERFORM P310-CONS-POR-ID
          END-EVALUATE
       END-IF
       .

      *---------------------------------------------------------
      * CPF/CNPJ e nascimento como o operador pode vê-los: o
      * supervisor vê o registro como está; os demais, mascarados.
      *---------------------------------------------------------
       P331-PREPARAR-SENSIVEIS.
       IF OPERADOR-SUPERVISOR
          MOVE WS-NR-DOCUMENTO  TO WS-DOC-EXIBE
          MOVE WS-DT-NASCIMENTO TO WS-NASC-EXIBE
       ELSE
          MOVE WS-NR-DOCUMENTO TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'D' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-DOC-EXIBE
          MOVE WS-DT-NASCIMENTO TO WS-MSC-VALOR
          CALL 'MASCARTT' USING 'N' WS-MSC-VALOR WS-MSC-SAIDA
          MOVE WS-MSC-SAIDA TO WS-NASC-EXIBE
       END-IF
       .

      *---------------------------------------------------------
      * Exibição em tela cheia da consulta por id: o formulário
      * mostra todos os campos de uma vez e os avisos (pendência
       P332-EXIBE-TELA-CHEIA.
       CALL 'CALCDVTT' USING WS-ID-CONTATO WS-DV-EXIBE
       CALL 'FMTTELTT' USING WS-TELEFONE WS-TEL-FMT
       PERFORM P331-PREPARAR-SENSIVEIS
       DISPLAY TELA-CONSULTA
       DISPLAY ' ' AT LINE 17 COLUMN 01
       PERFORM P335-AVISAR-PENDENCIA
       PERFORM P337-EXIBIR-MEIOS
      *    A leitura de cada vinculado passa pela área do arquivo;
      *    daqui em diante o contato consultado é o WS-REGISTRO.
       PERFORM P380-EXIBIR-VINCULOS
       .

      *---------------------------------------------------------
      * Oferece, para o contato ativo recém-consultado, o
      * histórico de anotações (ligações e visitas, ANOTCNTT), os
      * vínculos com outros contatos (VINCCNTT), o livro de
      * consentimentos com o certificado (CNSCONTT), as
      * ocorrências de atendimento (OCORCNTT) e as chaves com
      * que outros sistemas conhecem o contato (CHAVCNTT).
      *---------------------------------------------------------
       P336-OFERECER-ANOTACOES.
       DISPLAY 'TECLE <A> ANOTACOES  <V> VINCULOS  <C> CONSENTIMENTOS'
       DISPLAY '<O> OCORRENCIAS  <K> CHAVES EXTERNAS OU'
       DISPLAY '<QUALQUER TECLA> PARA CONTINUAR'
       ACCEPT WS-OPCAO-NOTA
       EVALUATE WS-OPCAO-NOTA
          WHEN 'A'
             CALL 'ANOTCNTT' USING LK-COM-AREA WS-ID-CONTATO
          WHEN 'V'
             CALL 'VINCCNTT' USING LK-COM-AREA WS-ID-CONTATO
          WHEN 'C'
             CALL 'CNSCONTT' USING LK-COM-AREA WS-ID-CONTATO
          WHEN 'O'
             CALL 'OCORCNTT' USING LK-COM-AREA WS-ID-CONTATO
          WHEN 'K'
             CALL 'CHAVCNTT' USING LK-COM-AREA WS-ID-CONTATO
       END-EVALUATE
       .

      *---------------------------------------------------------
       .

      *---------------------------------------------------------
      * Consulta exata pelo nome completo do contato, usando a
      * chave alternada NM-COMPLETO (podem existir homônimos, que
      * o CPF/CNPJ exibido distingue).
      *---------------------------------------------------------
       P320-CONS-POR-NOME.
       DISPLAY 'INFORME O NOME COMPLETO DO CONTATO:'
       ACCEPT WS-NM-BUSCA
       MOVE WS-NM-BUSCA TO NM-COMPLETO
       SET ACHOU-OK TO FALSE

       START CONTATOS KEY IS EQUAL NM-COMPLETO
             INVALID KEY
               DISPLAY 'CONTATO NÃO EXISTE'
       END-START
             AT END
               SET EOF-OK TO TRUE
             NOT AT END
               IF WS-NM-COMPLETO NOT EQUAL WS-NM-BUSCA
                  SET EOF-OK TO TRUE
               ELSE
                  IF CONTATO-ATIVO THEN
       .

      *---------------------------------------------------------
      * Consulta por parte do nome, servida pelo índice de
      * palavras dos nomes: o texto digitado é separado em
      * palavras (PALNOMTT) e cada uma vale como palavra inteira
      * ou início de palavra do nome completo ou do nome social
      * ("JO SIL" acha JOAO DA SILVA e JOSE SILVEIRA). A primeira
      * palavra posiciona o índice; as demais são conferidas no
      * próprio contato. Os achados são listados em ordem de
      * nome, até o limite da tabela de achados.
      *---------------------------------------------------------
       P340-CONS-POR-NOME-PARCIAL.
       DISPLAY 'INFORME O NOME OU O INICIO DAS PALAVRAS DO NOME:'
       ACCEPT WS-NM-BUSCA
       CALL 'PALNOMTT' USING WS-NM-BUSCA WS-NM-SOCIAL-BUSCA
            WS-PAL-BUSCA

       IF WS-QT-PAL-BUSCA EQUAL ZEROS
          DISPLAY 'INFORME AO MENOS UMA PALAVRA COM DUAS LETRAS'
       ELSE
          MOVE ZEROS TO WS-LEN-BUSCA
          INSPECT WS-PALAVRA-BUSCA(1) TALLYING WS-LEN-BUSCA
                  FOR CHARACTERS BEFORE INITIAL SPACE
          SET ACHOU-OK TO FALSE
          SET EXCEDEU-OK TO FALSE
          MOVE ZEROS TO WS-QT-ACHADOS
          SET FS-PAL-OK TO TRUE

          OPEN INPUT PALIDX
          IF WS-FS-PAL EQUAL 35
             DISPLAY 'INDICE DE PALAVRAS AINDA NAO EXISTE, EXECUTE A'
             DISPLAY 'RECONSTRUCAO DE INDICES (IDXCONTT)'
          ELSE
             IF FS-PAL-OK
                MOVE WS-PALAVRA-BUSCA(1) TO PAL-PALAVRA
                MOVE ZEROS TO PAL-ID-CONTATO
                SET EOF-OK TO FALSE
                START PALIDX KEY IS GREATER OR EQUAL PAL-CHAVE
                      INVALID KEY
                         SET EOF-OK TO TRUE
                END-START
                PERFORM P341-LER-INDICE-PAL UNTIL EOF-OK
                CLOSE PALIDX

                MOVE 1 TO WS-IND-ACH
                PERFORM P347-EXIBIR-ACHADO
                   UNTIL WS-IND-ACH GREATER WS-QT-ACHADOS
                IF NOT ACHOU-OK
                   DISPLAY 'CONTATO NÃO EXISTE'
                END-IF
                IF EXCEDEU-OK
                   DISPLAY 'MAIS DE ' WS-MAX-ACHADOS
                           ' CONTATOS ENCONTRADOS, LISTADOS OS '
                           'PRIMEIROS EM ORDEM DE NOME'
                   DISPLAY 'INFORME MAIS PALAVRAS PARA REFINAR A'
                           ' BUSCA'
                END-IF
             ELSE
                DISPLAY 'ERRO AO ABRIR O INDICE DE PALAVRAS'
                CALL 'FSMSGTT' USING WS-FS-PAL WS-FS-MSG
                DISPLAY WS-FS-MSG
                CALL 'ERRLOGTT' USING 'CONCONTT' 'PALIDX    '
                     WS-FS-PAL WS-ERR-CHAVE
             END-IF
          END-IF
       END-IF
       .

       P341-LER-INDICE-PAL.
       READ PALIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF PAL-PALAVRA(1:WS-LEN-BUSCA) NOT EQUAL
                  WS-PALAVRA-BUSCA(1)(1:WS-LEN-BUSCA)
                  SET EOF-OK TO TRUE
               ELSE
                  PERFORM P342-AVALIAR-CANDIDATO
               END-IF
       END-READ
       IF WS-FS-PAL NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Lê o contato apontado pela entrada do índice; ativo e
      * com todas as demais palavras digitadas casando com o
      * início de alguma palavra do seu nome, entra na tabela de
      * achados.
      *---------------------------------------------------------
       P342-AVALIAR-CANDIDATO.
       MOVE PAL-ID-CONTATO TO ID-CONTATO
       READ CONTATOS INTO WS-REGISTRO
            KEY IS ID-CONTATO
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF CONTATO-ATIVO
                  SET PALAVRAS-CASAM-OK TO TRUE
                  IF WS-QT-PAL-BUSCA GREATER 1
                     CALL 'PALNOMTT' USING WS-NM-COMPLETO
                          WS-NM-CONTATO WS-PAL-CONTATO
                     MOVE 2 TO WS-IND-BUSCA
                     PERFORM P343-CONFERIR-PALAVRA
                        UNTIL WS-IND-BUSCA GREATER WS-QT-PAL-BUSCA
                           OR NOT PALAVRAS-CASAM-OK
                  END-IF
                  IF PALAVRAS-CASAM-OK
                     PERFORM P345-GUARDAR-ACHADO
                  END-IF
               END-IF
       END-READ
       .

       P343-CONFERIR-PALAVRA.
       MOVE ZEROS TO WS-LEN-PAL
       INSPECT WS-PALAVRA-BUSCA(WS-IND-BUSCA) TALLYING WS-LEN-PAL
               FOR CHARACTERS BEFORE INITIAL SPACE
       SET PALAVRA-CASOU-OK TO FALSE
       MOVE 1 TO WS-IND-CONT
       PERFORM P344-COMPARAR-PALAVRA
          UNTIL WS-IND-CONT GREATER WS-QT-PAL-CONTATO
             OR PALAVRA-CASOU-OK
       IF NOT PALAVRA-CASOU-OK
          SET PALAVRAS-CASAM-OK TO FALSE
       END-IF
       ADD 1 TO WS-IND-BUSCA
       .

       P344-COMPARAR-PALAVRA.
       IF WS-PALAVRA-CONTATO(WS-IND-CONT)(1:WS-LEN-PAL)
          EQUAL WS-PALAVRA-BUSCA(WS-IND-BUSCA)(1:WS-LEN-PAL)
          SET PALAVRA-CASOU-OK TO TRUE
       END-IF
       ADD 1 TO WS-IND-CONT
       .

      *---------------------------------------------------------
      * Insere o achado na tabela mantendo a ordem por nome (e
      * id, entre homônimos). O mesmo contato pode vir mais de
      * uma vez do índice (SILVA e SILVEIRA para "SIL") e entra
      * uma só. Com a tabela cheia, quem cai além do fim fica de
      * fora e a busca avisa que houve excesso.
      *---------------------------------------------------------
       P345-GUARDAR-ACHADO.
       MOVE WS-NM-COMPLETO TO WS-NOVO-NOME
       IF WS-NOVO-NOME EQUAL SPACES
          MOVE WS-NM-CONTATO TO WS-NOVO-NOME
       END-IF
       MOVE WS-ID-CONTATO TO WS-NOVO-ID

       MOVE 1 TO WS-IND-ACH
       PERFORM P346-LOCALIZAR-POSICAO
          UNTIL WS-IND-ACH GREATER WS-QT-ACHADOS
             OR WS-ACH-CHAVE(WS-IND-ACH) NOT LESS WS-NOVO-ACHADO

       IF WS-IND-ACH NOT GREATER WS-QT-ACHADOS
          AND WS-ACH-CHAVE(WS-IND-ACH) EQUAL WS-NOVO-ACHADO
          CONTINUE
       ELSE
          IF WS-QT-ACHADOS EQUAL WS-MAX-ACHADOS
             SET EXCEDEU-OK TO TRUE
          ELSE
             ADD 1 TO WS-QT-ACHADOS
          END-IF
          IF WS-IND-ACH NOT GREATER WS-QT-ACHADOS
             MOVE WS-QT-ACHADOS TO WS-IND-DESL
             PERFORM P348-DESLOCAR-ACHADO
                UNTIL WS-IND-DESL NOT GREATER WS-IND-ACH
             MOVE WS-NOVO-ACHADO TO WS-ACH-CHAVE(WS-IND-ACH)
          END-IF
       END-IF
       .

       P346-LOCALIZAR-POSICAO.
       ADD 1 TO WS-IND-ACH
       .

       P347-EXIBIR-ACHADO.
       MOVE WS-ACH-ID(WS-IND-ACH) TO TEL-ID-CONTATO
       PERFORM P370-EXIBIR-DONO
       ADD 1 TO WS-IND-ACH
       .

       P348-DESLOCAR-ACHADO.
       MOVE WS-ACH-CHAVE(WS-IND-DESL - 1)
         TO WS-ACH-CHAVE(WS-IND-DESL)
       SUBTRACT 1 FROM WS-IND-DESL
       .

      *---------------------------------------------------------
      * Consulta pelo telefone, servida pelo índice de telefones:
      * posiciona na chave (numero + id 0) e lê enquanto o número
       END-READ
       .

      *---------------------------------------------------------
      * Consulta pela chave de outro sistema (código do cliente
      * no ERP, conta de faturamento): leitura direta na remissão
      * de chaves externas pelo sistema mais a chave, ambos em
      * maiúsculas como são gravados. Chave ligada a contato que
      * não está ativo na base (inativado, arquivado, fundido ou
      * eliminado) é avisada com o id, para a consulta por id
      * seguir a remissão de fusão.
      *---------------------------------------------------------
       P369-CONS-POR-CHAVE-EXT.
       DISPLAY 'INFORME O CODIGO DO SISTEMA (EX.: ERP, FATURAM):'
       MOVE SPACES TO WS-SIS-BUSCA
       ACCEPT WS-SIS-BUSCA
       DISPLAY 'INFORME A CHAVE NO SISTEMA:'
       MOVE SPACES TO WS-CHV-BUSCA
       ACCEPT WS-CHV-BUSCA
       INSPECT WS-SIS-BUSCA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       INSPECT WS-CHV-BUSCA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       SET ACHOU-OK TO FALSE
       SET FS-CHV-OK TO TRUE

       OPEN INPUT CHAVES
       IF WS-FS-CHV EQUAL 35
          DISPLAY 'NENHUMA CHAVE EXTERNA CADASTRADA'
       ELSE
          IF FS-CHV-OK
             MOVE WS-SIS-BUSCA TO CHV-CD-SISTEMA
             MOVE WS-CHV-BUSCA TO CHV-CHAVE-EXTERNA
             READ CHAVES
                  KEY IS CHV-CHAVE
                  INVALID KEY
                     DISPLAY 'CHAVE NAO CADASTRADA PARA O SISTEMA '
                             WS-SIS-BUSCA
                  NOT INVALID KEY
                     MOVE CHV-ID-CONTATO TO TEL-ID-CONTATO
                     PERFORM P370-EXIBIR-DONO
                     IF NOT ACHOU-OK
                        DISPLAY 'CHAVE LIGADA AO ID ' CHV-ID-CONTATO
                                ', QUE NAO ESTA ATIVO NA BASE'
                        DISPLAY 'CONSULTE POR ID PARA VER A SITUACAO'
                     END-IF
             END-READ
             CLOSE CHAVES
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
             CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'CONCONTT' 'CHAVES    '
                  WS-FS-CHV WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Lê na base o contato apontado pela entrada do índice e o
      * exibe quando ativo; entradas apontando para contato
       P330-EXIBE-CONTATO.
       CALL 'CALCDVTT' USING WS-ID-CONTATO WS-DV-EXIBE
       CALL 'FMTTELTT' USING WS-TELEFONE WS-TEL-FMT
       PERFORM P331-PREPARAR-SENSIVEIS
       DISPLAY 'ID.......: ' WS-ID-CONTATO '-' WS-DV-EXIBE
       DISPLAY 'NOME.....: ' WS-NM-COMPLETO
       DISPLAY 'NOME SOC.: ' WS-NM-CONTATO
               '  CPF/CNPJ: ' WS-DOC-EXIBE
       DISPLAY 'TELEFONE.: ' WS-TEL-FMT
       DISPLAY 'E-MAIL...: ' WS-EMAIL
       DISPLAY 'ENDERECO.: ' WS-END-LOGRADOURO
       END-IF
       .

      *---------------------------------------------------------
      * Exibe os contatos vinculados a este (CONTVINC.DAT,
      * mantido pelo VINCCNTT), com o papel de cada um e o nome
      * atual na base. Só na tela cheia da consulta por id: nas
      * listagens por nome a leitura do vinculado tiraria a base
      * da posição da varredura.
      *---------------------------------------------------------
       P380-EXIBIR-VINCULOS.
       SET FS-VIN-OK TO TRUE
       OPEN INPUT VINCULOS
       IF FS-VIN-OK
          MOVE WS-ID-CONTATO TO VIN-ID-CONTATO
          MOVE ZEROS TO VIN-ID-VINCULADO
          SET EOF-OK TO FALSE
          START VINCULOS KEY IS GREATER OR EQUAL VIN-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P381-EXIBIR-VINCULO UNTIL EOF-OK
          CLOSE VINCULOS
       END-IF
       .

       P381-EXIBIR-VINCULO.
       READ VINCULOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF VIN-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  EVALUATE VIN-TIPO ALSO VIN-SENTIDO
                     WHEN 'D' ALSO ANY
                        MOVE 'MESMO DOMICILIO' TO WS-DESC-VINCULO
                     WHEN 'E' ALSO 'D'
                        MOVE 'EMPREGADOR'      TO WS-DESC-VINCULO
                     WHEN 'E' ALSO 'I'
                        MOVE 'FUNCIONARIO'     TO WS-DESC-VINCULO
                     WHEN 'R' ALSO 'D'
                        MOVE 'REPRESENTANTE'   TO WS-DESC-VINCULO
                     WHEN 'R' ALSO 'I'
                        MOVE 'REPRESENTADO'    TO WS-DESC-VINCULO
                     WHEN OTHER
                        MOVE 'VINCULO'         TO WS-DESC-VINCULO
                  END-EVALUATE
                  MOVE SPACES TO WS-NM-VINCULADO
                  MOVE VIN-ID-VINCULADO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          MOVE '(NAO ENCONTRADO)' TO WS-NM-VINCULADO
                       NOT INVALID KEY
                          MOVE NM-CONTATO TO WS-NM-VINCULADO
                  END-READ
                  CALL 'CALCDVTT' USING VIN-ID-VINCULADO
                       WS-DV-VINCULADO
                  DISPLAY 'VINCULO..: ' WS-DESC-VINCULO ' '
                          VIN-ID-VINCULADO '-' WS-DV-VINCULADO ' '
                          WS-NM-VINCULADO
               END-IF
       END-READ
       .

       P900-FIM.

       GOBACK.
