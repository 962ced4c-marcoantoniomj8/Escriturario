      *            pode ser gravada sob um nome (EXTGENTT.DEF)
      *            para reutilização: dez definições salvas cobrem
      *            um ano de pedidos avulsos.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - O campo 2 (NOME) passa a sair com o nome
      *                   completo (NM-COMPLETO, 60 posições) e o
      *                   nome curto vira o campo 17 (NOME SOCIAL).
      * 15/10/2026 MAMJ - A faixa de grupo do filtro passa a valer
      *                   também para os grupos adicionais do
      *                   contato (CONTGRAD.DAT, GRADCNTT): entra o
      *                   contato com o grupo principal OU alguma
      *                   marcação dentro da faixa.
      * 15/10/2026 MAMJ - A extração passa a sair entre um
      *                   cabeçalho e um rodapé de controle
      *                   (FD_ITFTT): tipo EXTGENTT, sequência do
      *                   NUMITFTT, quantidade de contatos e soma
      *                   dos ids (mesmo sem a coluna ID na
      *                   definição). A linha de títulos das
      *                   colunas segue logo após o cabeçalho de
      *                   controle e não entra na quantidade.
      * 15/10/2026 MAMJ - A extração sai com o CPF/CNPJ e o
      *                   nascimento mascarados (MASCARTT); dados
      *                   completos só com autorização do
      *                   supervisor (AUTSUPTT), registrada na
      *                   auditoria a cada execução.
      * 15/10/2026 MAMJ - Uma definição salva pode ser pedida no
      *                   menu para o lote da noite: o modo dos
      *                   dados (e a autorização do supervisor) é
      *                   escolhido no pedido, gravado na fila
      *                   (GRAVFILTT). No lote (passo EXEFILTT) a
      *                   definição e o modo vêm da área de
      *                   comunicação, a saída vai para o CSV
      *                   datado informado nela e a auditoria dos
      *                   dados completos é feita na execução.
      * 15/10/2026 MAMJ - Novo campo 21, CHAVE EXTERNA: a chave do
      *                   contato num sistema de fora (CONTCHAV.DAT),
      *                   escolhido na definição e gravado nela (a
      *                   linha do EXTGENTT.DEF passa a 89 posições;
      *                   linhas antigas chegam curtas, sem sistema).
      *                   Os números 18 a 20 ficam reservados aos
      *                   consentimentos da importação (IMPCSVTT).
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SAI.

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
          03 DEF-TESTE       OCCURS 5 TIMES.
             05 DEF-TST-CAMPO PIC 9(02).
             05 DEF-TST-COND  PIC X(01).
          03 DEF-CD-SISTEMA  PIC X(08).

       FD ARQSAIDA.
       01 REG-SAIDA          PIC X(512).

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CHAVES.
          COPY FD_CHVTT.

       WORKING-STORAGE SECTION.

          COPY FD_ITFTT.

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
       77 WS-FS-DEF        PIC 99.
          88 FS-DEF-OK     VALUE 0.
       77 WS-FS-SAI        PIC 99.
          88 FS-SAI-OK     VALUE 0.
       77 WS-FS-GRA        PIC 99.
          88 FS-GRA-OK     VALUE 0.
       77 WS-FS-CHV        PIC 99.
          88 FS-CHV-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Definição em edição/execução, no mesmo layout gravado em
      * EXTGENTT.DEF. Linha gravada antes do sistema da chave
      * externa chega curta e o sistema fica em branco.
      *---------------------------------------------------------
       01 WS-DEFINICAO.
          03 WS-DEF-NOME     PIC X(08).
          03 WS-DEF-TESTE    OCCURS 5 TIMES.
             05 WS-DEF-TST-CAMPO PIC 9(02).
             05 WS-DEF-TST-COND  PIC X(01).
          03 WS-DEF-CD-SISTEMA PIC X(08).

       01 WS-TAB-DEFINICOES.
          03 WS-TAB-DEF OCCURS 50 TIMES PIC X(89).
       77 WS-QTD-DEFS      PIC 9(02) VALUE ZEROS.
       77 WS-DDX           PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU         PIC X VALUE 'N'.
       77 WS-PASSA         PIC X VALUE 'N'.
          88 PASSA-OK      VALUE 'S' FALSE 'N'.
       77 WS-QTD-SAIDA     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-IDS       PIC 9(15) VALUE ZEROS.
       77 WS-GRADIC-ABERTO PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CHAVES-ABERTO PIC X VALUE 'N'.
          88 CHAVES-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FIM-CHAVES    PIC X VALUE 'N'.
          88 FIM-CHAVES-OK VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO      PIC X VALUE 'N'.
          88 NO-GRUPO-OK   VALUE 'S' FALSE 'N'.

       77 WS-VALOR         PIC X(60) VALUE SPACES.
       77 WS-LEN-VALOR     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-SCAN      PIC X VALUE 'N'.
          88 FIM-SCAN-OK   VALUE 'S' FALSE 'N'.
       77 WS-CSV-LINHA     PIC X(512) VALUE SPACES.
       77 WS-PTR           PIC 9(03) VALUE ZEROS.
       77 WS-NM-CAMPO      PIC X(16) VALUE SPACES.

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-DEFINICOES PIC X(60) VALUE 'EXTGENTT.DEF'.
       77 WS-ARQ-SAIDA      PIC X(60) VALUE 'EXTGENTT.CSV'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-CHAVES     PIC X(60) VALUE 'CONTCHAV.DAT'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       77 WS-MODO-DADOS     PIC X VALUE 'M'.
          88 DADOS-COMPLETOS VALUE 'C'.
          88 DADOS-MASCARADOS VALUE 'M'.
       77 WS-CONFIRM        PIC X VALUE SPACES.
       77 WS-APROVADOR      PIC X(12) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.
       77 WS-MSC-VALOR      PIC X(40) VALUE SPACES.
       77 WS-MSC-SAIDA      PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
          03 LK-EM-LOTE    PIC X(01).
             88 EXECUCAO-EM-LOTE VALUE 'S'.
             88 AGENDAR-NO-LOTE  VALUE 'F'.
          03 LK-PARM-LOTE.
             05 LK-PL-FILIAL     PIC X(03).
             05 LK-PL-DEFINICAO  PIC X(08).
             05 LK-PL-MODO       PIC X(01).
             05 LK-PL-APROVADOR  PIC X(12).
             05 LK-PL-ARQ-SAIDA  PIC X(60).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-DEFINICOES
            CALL 'ARQPARTT' USING WS-ARQ-SAIDA
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            IF EXECUCAO-EM-LOTE
               IF LK-PL-ARQ-SAIDA NOT EQUAL SPACES
                  MOVE LK-PL-ARQ-SAIDA TO WS-ARQ-SAIDA
                  CALL 'ARQPARTT' USING WS-ARQ-SAIDA
               END-IF
               PERFORM P800-EXECUTAR-PEDIDO
               GOBACK
            END-IF
            DISPLAY '***** GERADOR DE EXTRACOES SOB MEDIDA *****'
            IF AGENDAR-NO-LOTE
               PERFORM P520-AGENDAR-SALVA
               GOBACK
            END-IF
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.
       DISPLAY ' 7 CIDADE      8 UF          9 CEP'
       DISPLAY '10 GRUPO      11 STATUS     12 DT-ALTERACAO'
       DISPLAY '13 OPERADOR   14 NASCIMENTO 15 FILIAL'
       DISPLAY '16 CPF/CNPJ   17 NOME SOCIAL'
       DISPLAY '21 CHAVE EXTERNA (DE UM SISTEMA: ERP, FATURAM...)'
       .

       P410-ESCOLHER-CAMPO.
       MOVE ZEROS TO WS-CAMPO-ESC
       ACCEPT WS-CAMPO-ESC
       IF WS-CAMPO-ESC GREATER ZEROS
          IF WS-CAMPO-ESC GREATER 17 AND WS-CAMPO-ESC NOT EQUAL 21
             DISPLAY 'CAMPO INVALIDO'
          ELSE
             IF WS-CAMPO-ESC EQUAL 21
                PERFORM P415-PEDIR-SISTEMA
             END-IF
             IF WS-CAMPO-ESC NOT EQUAL 21
                OR WS-DEF-CD-SISTEMA NOT EQUAL SPACES
                ADD 1 TO WS-DEF-QT-CAMPOS
                MOVE WS-CAMPO-ESC
                     TO WS-DEF-CAMPO(WS-DEF-QT-CAMPOS)
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * A chave externa (campo 21) é a de um só sistema por
      * definição, perguntado na primeira vez que o campo é
      * escolhido (coluna ou teste).
      *---------------------------------------------------------
       P415-PEDIR-SISTEMA.
       IF WS-DEF-CD-SISTEMA EQUAL SPACES
          DISPLAY 'SISTEMA DA CHAVE EXTERNA (EX.: ERP, FATURAM):'
          ACCEPT WS-DEF-CD-SISTEMA
          INSPECT WS-DEF-CD-SISTEMA CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
          IF WS-DEF-CD-SISTEMA EQUAL SPACES
             DISPLAY 'SEM O SISTEMA, O CAMPO 21 NAO E ACEITO'
          END-IF
       END-IF
       .
       DISPLAY 'CAMPO A TESTAR (0 ENCERRA):'
       MOVE ZEROS TO WS-CAMPO-ESC
       ACCEPT WS-CAMPO-ESC
       IF WS-CAMPO-ESC EQUAL 21
          PERFORM P415-PEDIR-SISTEMA
       END-IF
       IF WS-CAMPO-ESC GREATER ZEROS
          IF (WS-CAMPO-ESC GREATER 17 AND WS-CAMPO-ESC NOT EQUAL 21)
             OR (WS-CAMPO-ESC EQUAL 21
                 AND WS-DEF-CD-SISTEMA EQUAL SPACES)
             DISPLAY 'CAMPO INVALIDO'
          ELSE
             DISPLAY 'CONDICAO: <B> EM BRANCO  <P> PREENCHIDO'
       END-IF
       .

      *---------------------------------------------------------
      * Pedido para o lote da noite: só definição gravada, que o
      * lote não tem a quem perguntar campos e filtros. O modo
      * dos dados é decidido agora, com o supervisor presente.
      *---------------------------------------------------------
       P520-AGENDAR-SALVA.
       PERFORM P470-CARREGAR-DEFINICOES
       IF WS-QTD-DEFS EQUAL ZEROS
          DISPLAY 'NAO HA DEFINICOES GRAVADAS. GRAVE A DEFINICAO'
          DISPLAY 'NUMA EXECUCAO IMEDIATA ANTES DE PEDI-LA PARA'
          DISPLAY 'O LOTE DA NOITE'
       ELSE
          PERFORM P550-LISTAR-DEFINICOES
          DISPLAY 'INFORME O NOME DA DEFINICAO PARA O LOTE DA'
          DISPLAY 'NOITE:'
          MOVE SPACES TO WS-NOME-BUSCA
          ACCEPT WS-NOME-BUSCA
          PERFORM P480-LOCALIZAR-DEFINICAO
          IF ACHOU-OK
             PERFORM P590-ESCOLHER-MODO
             MOVE SPACES TO LK-PARM-LOTE
             MOVE WS-NOME-BUSCA TO LK-PL-DEFINICAO
             MOVE WS-MODO-DADOS TO LK-PL-MODO
             IF DADOS-COMPLETOS
                MOVE WS-APROVADOR TO LK-PL-APROVADOR
             END-IF
             CALL 'GRAVFILTT' USING 'EXTGENTT' LK-US-OPERADOR
                  LK-PF-OPERADOR LK-PARM-LOTE
          ELSE
             DISPLAY 'DEFINICAO NAO ENCONTRADA'
          END-IF
       END-IF
       .

       P550-LISTAR-DEFINICOES.
       PERFORM P470-CARREGAR-DEFINICOES
       IF WS-QTD-DEFS EQUAL ZEROS
       ADD 1 TO WS-DDX
       .

      *---------------------------------------------------------
      * Dados completos (CPF/CNPJ e nascimento sem máscara) só
      * com autorização do supervisor; cada uso fica registrado
      * na auditoria com quem autorizou.
      *---------------------------------------------------------
       P590-ESCOLHER-MODO.
       SET DADOS-MASCARADOS TO TRUE
       DISPLAY 'TECLE <C> PARA EXTRAIR COM DADOS COMPLETOS'
       DISPLAY '(CPF/CNPJ E NASCIMENTO SEM MASCARA) OU'
       DISPLAY '<QUALQUER TECLA> PARA DADOS MASCARADOS'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM EQUAL 'C'
          CALL 'AUTSUPTT' USING LK-US-OPERADOR LK-PF-OPERADOR
                                WS-APROVADOR WS-AUTORIZADO
          IF WS-AUTORIZADO EQUAL 'S'
             SET DADOS-COMPLETOS TO TRUE
             IF NOT AGENDAR-NO-LOTE
                PERFORM P595-AUDITAR-COMPLETOS
             END-IF
          ELSE
             DISPLAY 'A EXTRACAO SAIRA COM DADOS MASCARADOS'
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * No lote o modo e o aprovador vêm do pedido da fila.
      *---------------------------------------------------------
       P592-MODO-DO-PEDIDO.
       SET DADOS-MASCARADOS TO TRUE
       IF LK-PL-MODO EQUAL 'C'
          SET DADOS-COMPLETOS TO TRUE
          MOVE LK-PL-APROVADOR TO WS-APROVADOR
          PERFORM P595-AUDITAR-COMPLETOS
       END-IF
       .

       P595-AUDITAR-COMPLETOS.
       MOVE SPACES TO WS-AUD-ANTES
       STRING 'AUTORIZADO POR ' DELIMITED BY SIZE
              WS-APROVADOR      DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       MOVE WS-ARQ-SAIDA TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'EXTGENTT' 'DADOSCOMPL'
            LK-US-OPERADOR 'EXTRACAO' WS-AUD-ANTES
            WS-AUD-DEPOIS
       .

      *---------------------------------------------------------
      * Executa a definição corrente: varre a base, aplica os
      * filtros e grava o CSV com a linha de cabeçalho e os
      * campos escolhidos, na ordem escolhida.
      *---------------------------------------------------------
       P600-EXECUTAR-EXTRACAO.
       IF EXECUCAO-EM-LOTE
          PERFORM P592-MODO-DO-PEDIDO
       ELSE
          PERFORM P590-ESCOLHER-MODO
       END-IF
       SET FS-OK TO TRUE
       SET FS-SAI-OK TO TRUE
       MOVE ZEROS TO WS-QTD-SAIDA WS-TOT-IDS

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          GO TO P600-FIM
       END-IF

       PERFORM P605-ABRIR-GRUPOS-ADIC
       PERFORM P606-ABRIR-CHAVES
       PERFORM P608-GRAVAR-CAB-CONTROLE
       PERFORM P610-GRAVAR-CABECALHO
       SET EOF-OK TO FALSE
       PERFORM P620-PROCESSAR-CONTATO UNTIL EOF-OK
       PERFORM P650-GRAVAR-RODAPE

      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado): o status termina em 10 após a varredura.
       CLOSE CONTATOS
       CLOSE ARQSAIDA
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       IF CHAVES-ABERTO-OK
          CLOSE CHAVES
          SET CHAVES-ABERTO-OK TO FALSE
       END-IF
       DISPLAY 'EXTRACAO CONCLUIDA: ' WS-QTD-SAIDA
               ' CONTATO(S) EM ' WS-ARQ-SAIDA
       .
       P600-FIM.

      *---------------------------------------------------------
      * Com faixa de grupo no filtro, abre o arquivo de grupos
      * adicionais. Arquivo ainda inexistente (status 35) quer
      * dizer que nenhum contato tem grupo adicional: vale só o
      * grupo principal.
      *---------------------------------------------------------
       P605-ABRIR-GRUPOS-ADIC.
       SET GRADIC-ABERTO-OK TO FALSE
       IF WS-DEF-GRUPO-INI GREATER ZEROS
          OR WS-DEF-GRUPO-FIM LESS 999
          SET FS-GRA-OK TO TRUE
          OPEN INPUT GRUPADIC
          IF FS-GRA-OK
             SET GRADIC-ABERTO-OK TO TRUE
          ELSE
             IF WS-FS-GRA NOT EQUAL 35
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
                CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
                DISPLAY WS-FS-MSG
                CALL 'ERRLOGTT' USING 'EXTGENTT' 'GRUPADIC  '
                     WS-FS-GRA WS-ERR-CHAVE
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Com o campo 21 na definição, abre a remissão de chaves
      * externas. Arquivo ainda inexistente (status 35) quer
      * dizer que nenhum contato tem chave: a coluna sai vazia.
      *---------------------------------------------------------
       P606-ABRIR-CHAVES.
       SET CHAVES-ABERTO-OK TO FALSE
       IF WS-DEF-CD-SISTEMA NOT EQUAL SPACES
          SET FS-CHV-OK TO TRUE
          OPEN INPUT CHAVES
          IF FS-CHV-OK
             SET CHAVES-ABERTO-OK TO TRUE
          ELSE
             IF WS-FS-CHV NOT EQUAL 35
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
                CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
                DISPLAY WS-FS-MSG
                CALL 'ERRLOGTT' USING 'EXTGENTT' 'CHAVES    '
                     WS-FS-CHV WS-ERR-CHAVE
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Cabeçalho e rodapé de controle do arquivo (FD_ITFTT).
      *---------------------------------------------------------
       P608-GRAVAR-CAB-CONTROLE.
       MOVE SPACES TO REG-CTL-ITF
       SET ITF-CABECALHO TO TRUE
       MOVE 'EXTGENTT' TO ITF-TIPO-ARQ
       ACCEPT ITF-DT-CRIACAO FROM DATE YYYYMMDD
       CALL 'NUMITFTT' USING ITF-TIPO-ARQ ITF-SEQUENCIA
       MOVE ZEROS TO ITF-QTD-REGISTROS ITF-TOT-IDS
       WRITE REG-SAIDA FROM REG-CTL-ITF
       .

       P650-GRAVAR-RODAPE.
       SET ITF-RODAPE TO TRUE
       MOVE WS-QTD-SAIDA TO ITF-QTD-REGISTROS
       MOVE WS-TOT-IDS   TO ITF-TOT-IDS
       WRITE REG-SAIDA FROM REG-CTL-ITF
       .

       P610-GRAVAR-CABECALHO.
       MOVE SPACES TO WS-CSV-LINHA
       MOVE 1 TO WS-PTR
               PERFORM P630-APLICAR-FILTROS
               IF PASSA-OK
                  ADD 1 TO WS-QTD-SAIDA
                  ADD WS-ID-CONTATO TO WS-TOT-IDS
                  PERFORM P640-GRAVAR-LINHA-CSV
               END-IF
       END-READ
       END-IF
       IF WS-CD-GRUPO LESS WS-DEF-GRUPO-INI
          OR WS-CD-GRUPO GREATER WS-DEF-GRUPO-FIM
          PERFORM P632-CONFERIR-GRUPO-ADIC
          IF NOT NO-GRUPO-OK
             SET PASSA-OK TO FALSE
          END-IF
       END-IF
       IF WS-DT-ULT-ALTERACAO LESS WS-DEF-DATA-INI
          OR WS-DT-ULT-ALTERACAO GREATER WS-DEF-DATA-FIM
             OR NOT PASSA-OK
       .

      *---------------------------------------------------------
      * Grupo principal fora da faixa: o contato ainda entra se
      * tiver uma marcação de grupo adicional dentro dela — a
      * primeira marcação a partir do grupo inicial decide.
      *---------------------------------------------------------
       P632-CONFERIR-GRUPO-ADIC.
       SET NO-GRUPO-OK TO FALSE
       IF GRADIC-ABERTO-OK
          MOVE WS-ID-CONTATO    TO GRA-ID-CONTATO
          MOVE WS-DEF-GRUPO-INI TO GRA-CD-GRUPO
          START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   READ GRUPADIC NEXT RECORD
                        AT END
                           CONTINUE
                        NOT AT END
                           IF GRA-ID-CONTATO EQUAL WS-ID-CONTATO
                              AND GRA-CD-GRUPO NOT GREATER
                                  WS-DEF-GRUPO-FIM
                              SET NO-GRUPO-OK TO TRUE
                           END-IF
                   END-READ
          END-START
       END-IF
       .

      *---------------------------------------------------------
      * Teste de campo: 'B' exige o campo em branco (ou zerado,
      * nos numéricos) e 'P' exige preenchido.
       P645-MONTAR-CAMPO.
       MOVE WS-DEF-CAMPO(WS-IDX) TO WS-CAMPO-ESC
       PERFORM P720-BUSCAR-VALOR
       IF DADOS-MASCARADOS
          PERFORM P646-MASCARAR-VALOR
       END-IF
       PERFORM P710-MEDIR-VALOR
       STRING '"'                       DELIMITED BY SIZE
              WS-VALOR(1:WS-LEN-VALOR)  DELIMITED BY SIZE
       ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * Sem autorização do supervisor, o CPF/CNPJ e o nascimento
      * saem mascarados. Os filtros (P630) continuam a testar o
      * valor real, só a coluna gravada no CSV é mascarada.
      *---------------------------------------------------------
       P646-MASCARAR-VALOR.
       EVALUATE WS-CAMPO-ESC
          WHEN 14
             MOVE WS-VALOR TO WS-MSC-VALOR
             CALL 'MASCARTT' USING 'N' WS-MSC-VALOR WS-MSC-SAIDA
             MOVE WS-MSC-SAIDA TO WS-VALOR
          WHEN 16
             MOVE WS-VALOR TO WS-MSC-VALOR
             CALL 'MASCARTT' USING 'D' WS-MSC-VALOR WS-MSC-SAIDA
             MOVE WS-MSC-SAIDA TO WS-VALOR
       END-EVALUATE
       .

       P700-NOME-DO-CAMPO.
       MOVE WS-DEF-CAMPO(WS-IDX) TO WS-CAMPO-ESC
       EVALUATE WS-CAMPO-ESC
          WHEN 14 MOVE 'NASCIMENTO  ' TO WS-NM-CAMPO
          WHEN 15 MOVE 'FILIAL      ' TO WS-NM-CAMPO
          WHEN 16 MOVE 'CPF-CNPJ    ' TO WS-NM-CAMPO
          WHEN 17 MOVE 'NOME-SOCIAL ' TO WS-NM-CAMPO
          WHEN 21
             MOVE SPACES TO WS-NM-CAMPO
             STRING 'CHAVE-'          DELIMITED BY SIZE
                    WS-DEF-CD-SISTEMA DELIMITED BY SPACE
               INTO WS-NM-CAMPO
             END-STRING
          WHEN OTHER
             MOVE 'CAMPO       ' TO WS-NM-CAMPO
       END-EVALUATE
      * branco sai com uma posição, para o CSV não colar aspas.
      *---------------------------------------------------------
       P710-MEDIR-VALOR.
       MOVE 60 TO WS-LEN-VALOR
       SET FIM-SCAN-OK TO FALSE
       PERFORM P715-MEDIR-POSICAO UNTIL FIM-SCAN-OK
       .
       MOVE SPACES TO WS-VALOR
       EVALUATE WS-CAMPO-ESC
          WHEN 1  MOVE WS-ID-CONTATO       TO WS-VALOR
          WHEN 2  MOVE WS-NM-COMPLETO      TO WS-VALOR
          WHEN 3  MOVE WS-TELEFONE         TO WS-VALOR
          WHEN 4  MOVE WS-EMAIL            TO WS-VALOR
          WHEN 5  MOVE WS-END-LOGRADOURO   TO WS-VALOR
          WHEN 14 MOVE WS-DT-NASCIMENTO    TO WS-VALOR
          WHEN 15 MOVE WS-CD-FILIAL        TO WS-VALOR
          WHEN 16 MOVE WS-NR-DOCUMENTO     TO WS-VALOR
          WHEN 17 MOVE WS-NM-CONTATO       TO WS-VALOR
          WHEN 21 PERFORM P725-BUSCAR-CHAVE-EXT
          WHEN OTHER
             CONTINUE
       END-EVALUATE
       .

      *---------------------------------------------------------
      * Primeira chave do contato no sistema da definição, pela
      * chave alternativa do id.
      *---------------------------------------------------------
       P725-BUSCAR-CHAVE-EXT.
       IF CHAVES-ABERTO-OK
          MOVE WS-ID-CONTATO TO CHV-ID-CONTATO
          SET FIM-CHAVES-OK TO FALSE
          START CHAVES KEY IS EQUAL CHV-ID-CONTATO
                INVALID KEY
                   SET FIM-CHAVES-OK TO TRUE
          END-START
          PERFORM P726-LER-CHAVE-EXT UNTIL FIM-CHAVES-OK
       END-IF
       .

       P726-LER-CHAVE-EXT.
       READ CHAVES NEXT RECORD
            AT END
               SET FIM-CHAVES-OK TO TRUE
            NOT AT END
               IF CHV-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                  SET FIM-CHAVES-OK TO TRUE
               ELSE
                  IF CHV-CD-SISTEMA EQUAL WS-DEF-CD-SISTEMA
                     MOVE CHV-CHAVE-EXTERNA TO WS-VALOR
                     SET FIM-CHAVES-OK TO TRUE
                  END-IF
               END-IF
       END-READ
       IF WS-FS-CHV NOT LESS 30
          SET FIM-CHAVES-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Execução de um pedido da fila do lote da noite: a
      * definição gravada indicada no pedido, sem perguntas.
      * Definição sumida ou erro de arquivo devolve 8 para o
      * EXEFILTT marcar o pedido como falho.
      *---------------------------------------------------------
       P800-EXECUTAR-PEDIDO.
       DISPLAY 'EXTRACAO SOB MEDIDA, DEFINICAO ' LK-PL-DEFINICAO
       PERFORM P470-CARREGAR-DEFINICOES
       MOVE LK-PL-DEFINICAO TO WS-NOME-BUSCA
       PERFORM P480-LOCALIZAR-DEFINICAO
       IF ACHOU-OK
          MOVE WS-TAB-DEF(WS-DDX) TO WS-DEFINICAO
          PERFORM P600-EXECUTAR-EXTRACAO THRU P600-FIM
          IF FS-OK AND FS-SAI-OK
             MOVE 0 TO RETURN-CODE
          ELSE
             MOVE 8 TO RETURN-CODE
          END-IF
       ELSE
          DISPLAY 'DEFINICAO NAO ENCONTRADA: ' LK-PL-DEFINICAO
          MOVE 8 TO RETURN-CODE
       END-IF
       .
       END PROGRAM EXTGENTT.
