      * Propósito: Carga em lote de contatos a partir de um
      *            arquivo texto (CARGCNTT.TXT), no mesmo layout
      *            fixo do registro de contatos. Registros com
      *            identificação já cadastrada, ou homônimos sem
      *            CPF/CNPJ que os distinga, são rejeitados e
      *            relacionados no final.
      *
      * Histórico de alterações
      * 09/08/2026 MAMJ - Carga passa a gravar um checkpoint
      *                   para não sobrescrever a entrada). Acabou
      *                   a redigitação dos 240 rejeitados da
      *                   carga de 3000.
      * 15/10/2026 MAMJ - Nome completo (NM-COMPLETO): a linha de
      *                   carga cresce para 284 posições, com o
      *                   nome completo no fim; linha no layout
      *                   anterior (nome completo em branco) usa o
      *                   nome curto, e nome curto em branco sai
      *                   do começo do completo. Nome já
      *                   cadastrado deixa de rejeitar a linha:
      *                   homônimo só é rejeitado (motivo NMD)
      *                   quando vem sem CPF/CNPJ.
      * 15/10/2026 MAMJ - Consentimentos de cada contato
      *                   carregado vão para o livro de
      *                   consentimentos (GRAVCNSTT), origem
      *                   importação, com a linha do arquivo de
      *                   carga como referência.
      * 15/10/2026 MAMJ - Controle de totais na entrada: o
      *                   CARGCNTT.TXT precisa vir com cabeçalho e
      *                   rodapé padrão (FD_ITFTT, tipo CARGCNTT
      *                   ou EXPCONTT, para recarregar uma
      *                   exportação), conferidos pelo CONFITFTT
      *                   antes de qualquer inclusão; arquivo
      *                   truncado ou com totais divergentes é
      *                   recusado inteiro, com registro no
      *                   CONTERRO.DAT e RETURN-CODE 8. As linhas
      *                   de controle não contam como registro
      *                   (nem no checkpoint). O reprocessamento
      *                   do CARGCNTT.REJ, gerado aqui mesmo, não
      *                   passa pela conferência.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

      * simplesmente ignorado.
      *---------------------------------------------------------
       FD ARQENTRADA.
       01 REG-ENTRADA        PIC X(284).

       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQREJ.
       01 REG-REJEITO.
          03 REJ-DADOS       PIC X(284).
          03 REJ-MOTIVO      PIC X(03).

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
       77 WS-FS-ENT        PIC 99.
          88 FS-ENT-OK     VALUE 0.
       77 WS-FS            PIC 99.
       77 WS-DUPLICADO     PIC X VALUE 'N'.
          88 NOME-DUPLICADO VALUE 'S' FALSE 'N'.
       77 WS-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-CONS-ANTES    PIC X(03) VALUE SPACES.
       01 WS-REF-CONSENT.
          03 FILLER        PIC X(14) VALUE 'CARGCNTT LINHA'.
          03 WS-REF-CONS-LINHA PIC 9(06) VALUE ZEROS.
       77 WS-CARREGADOS    PIC 9(06) VALUE ZEROS.
       77 WS-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77 WS-FS-CKP        PIC 99.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'CARGCNTT'.
          03 FILLER         PIC X(08) VALUE 'EXPCONTT'.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 1.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *---------------------------------------------------------
               STOP RUN
            END-IF
            DISPLAY '***** CARGA EM LOTE DE CONTATOS *****'
            IF WS-OPCAO-REJ NOT EQUAL 'S'
               CALL 'CONFITFTT' USING 'CARGCNTT' WS-ARQ-ENTRADA
                    WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
               IF WS-CONF-ITF EQUAL 'N'
                  PERFORM P020-LIBERAR-TRAVA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-ENT-OK AND FS-OK
               PERFORM P150-LER-CHECKPOINT
       END-IF
       .

      *    Cabeçalho e rodapé de controle (FD_ITFTT) não são
      *    registro: não contam nem para o checkpoint.
       P200-PULAR-REGISTRO.
       READ ARQENTRADA
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF REG-ENTRADA(1:3) NOT EQUAL 'HDR'
                  AND REG-ENTRADA(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
               END-IF
       END-READ
       .

            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-REGISTRO(1:3) NOT EQUAL 'HDR'
                  AND WS-REGISTRO(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
                  PERFORM P310-CARREGAR-REGISTRO THRU P310-FIM
                  PERFORM P320-GRAVAR-CHECKPOINT
               END-IF
       END-READ
       .

      *    O telefone da linha vai para a forma canonica de
      *    somente digitos (NRMTELTT) antes de qualquer critica.
       CALL 'NRMTELTT' USING WS-TELEFONE
       IF WS-NM-COMPLETO EQUAL SPACES
          MOVE WS-NM-CONTATO TO WS-NM-COMPLETO
       END-IF
       IF WS-NM-CONTATO EQUAL SPACES
          MOVE WS-NM-COMPLETO TO WS-NM-CONTATO
       END-IF
       IF WS-NM-COMPLETO EQUAL SPACES
          ADD 1 TO WS-REJEITADOS
          DISPLAY 'REJEITADO, NOME EM BRANCO: ' WS-ID-CONTATO
          MOVE 'NOM' TO WS-MOTIVO-REJ
          END-READ

          IF WS-FS EQUAL 23
      *    Homônimo só passa com o CPF/CNPJ, que distingue as
      *    pessoas (a unicidade do documento vem adiante).
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

             IF NOME-DUPLICADO
                ADD 1 TO WS-REJEITADOS
                DISPLAY 'REJEITADO, HOMONIMO SEM CPF/CNPJ: '
                        WS-NM-CONTATO
                MOVE 'NMD' TO WS-MOTIVO-REJ
                PERFORM P330-GRAVAR-REJEITO
      *    Endereco novo entra como normal: a area do registro
      *    ainda carrega o ultimo contato lido nas validacoes.
                   MOVE SPACES        TO FL-ST-ENDERECO
                   MOVE WS-NM-COMPLETO TO NM-COMPLETO
                   SET CONTATO-ATIVO  TO TRUE
                   ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
                   ACCEPT US-ULT-ALTERACAO FROM ENVIRONMENT
                              WS-NM-CONTATO WS-TELEFONE WS-EMAIL
                              WS-ENDERECO US-ULT-ALTERACAO
                              REG-CONTATOS
                         MOVE WS-LIDOS TO WS-REF-CONS-LINHA
                         CALL 'GRAVCNSTT' USING WS-ID-CONTATO
                              WS-CONS-ANTES WS-FL-CONSENTIMENTO 'I'
                              US-ULT-ALTERACAO 'CARGCNTT'
                              WS-REF-CONSENT
                   END-WRITE
                END-IF
                END-IF
