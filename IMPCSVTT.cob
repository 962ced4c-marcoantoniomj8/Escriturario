      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Importação de planilhas (CSV) de parceiros e
      *            feiras, cada uma com a sua ordem de colunas, sem
      *            redigitar a lista nem montar à mão o arquivo de
      *            layout fixo da carga (CARGCNTT.TXT). O operador
      *            descreve o arquivo num mapeamento — o
      *            delimitador, se a primeira linha é cabeçalho e
      *            o campo do contato de cada coluna — que pode
      *            ser gravado sob um nome (IMPCSVTT.DEF), como as
      *            definições do EXTGENTT, e reutilizado a cada
      *            lista do mesmo parceiro. A numeração dos campos
      *            é a do EXTGENTT, para que uma extração volte
      *            pelo mesmo mapa. O arquivo lido é IMPCSVTT.CSV.
      *            Cada linha passa pelo mesmo crivo da carga em
      *            lote: nome obrigatório, id já cadastrado,
      *            homônimo sem CPF/CNPJ, grupo, triagem de
      *            duplicidade de telefone, e-mail e documento
      *            (DUPVERTT), CEP, filial e CPF/CNPJ (VALDOCTT),
      *            com os mesmos códigos de motivo. Linha sem id
      *            recebe o próximo número da nossa filial
      *            (ALOCIDTT). Os rejeitados saem em IMPCSVTT.REJ
      *            no layout do registro mais o motivo, para a
      *            tela CORREJTT corrigir e esta importação
      *            reprocessar o arquivo reparado (opção própria;
      *            nessa rodada os que sobrarem saem em
      *            IMPCSVTT.RJ2).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCSVTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQENTRADA ASSIGN TO WS-ARQ-ENTRADA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ENT.

                SELECT DEFINICOES ASSIGN TO WS-ARQ-DEFINICOES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-DEF.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT GRUPOS ASSIGN TO WS-ARQ-GRUPOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT FILIAIS ASSIGN TO WS-ARQ-FILIAIS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FIL-CD-FILIAL
                FILE STATUS IS WS-FS-FIL.

                SELECT ARQREJ ASSIGN TO WS-ARQ-REJEITO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------
      * A linha da planilha ou, no reprocessamento, a linha do
      * arquivo de rejeitados (registro mais motivo antigo, que
      * é ignorado).
      *---------------------------------------------------------
       FD ARQENTRADA.
       01 REG-ENTRADA        PIC X(512).

       FD DEFINICOES.
       01 REG-DEFINICAO.
          03 DEF-NOME        PIC X(08).
          03 DEF-DELIMITADOR PIC X(01).
          03 DEF-CABECALHO   PIC X(01).
          03 DEF-QT-COLUNAS  PIC 9(02).
          03 DEF-CAMPO       OCCURS 30 TIMES PIC 9(02).

       FD CONTATOS.
          COPY FD_CONTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD FILIAIS.
          COPY FD_FILTT.

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
          03 WS-TELEFONE   PIC X(15).
          03 WS-EMAIL      PIC X(40).
          03 WS-ENDERECO.
             05 WS-END-LOGRADOURO  PIC X(40).
             05 WS-END-COMPLEMENTO PIC X(20).
             05 WS-END-CIDADE      PIC X(20).
             05 WS-END-UF          PIC X(02).
             05 WS-END-CEP         PIC X(08).
          03 WS-CD-GRUPO   PIC 9(03).
          03 WS-CD-GRUPO-X REDEFINES WS-CD-GRUPO PIC X(03).
          03 WS-ST-CONTATO PIC X(01).
          03 WS-DT-ULT-ALTERACAO PIC 9(08).
          03 WS-US-ULT-ALTERACAO PIC X(12).
          03 WS-DT-NASCIMENTO PIC 9(08).
          03 WS-CD-FILIAL  PIC X(03).
          03 WS-NR-DOCUMENTO PIC X(14).
          03 WS-FL-CONSENTIMENTO.
             05 WS-FL-CONS-TELEFONE PIC X(01).
             05 WS-FL-CONS-EMAIL    PIC X(01).
             05 WS-FL-CONS-CORREIO  PIC X(01).
          03 WS-FL-ST-ENDERECO PIC X(01).
          03 WS-NM-COMPLETO PIC X(60).
       77 WS-FS-ENT        PIC 99.
          88 FS-ENT-OK     VALUE 0.
       77 WS-FS-DEF        PIC 99.
          88 FS-DEF-OK     VALUE 0.
       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-GRP        PIC 99.
          88 FS-GRP-OK     VALUE 0.
       77 WS-FS-FIL        PIC 99.
          88 FS-FIL-OK     VALUE 0.
       77 WS-FS-REJ        PIC 99.
          88 FS-REJ-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-MODO-REPROC   PIC X VALUE 'N'.
          88 REPROCESSAMENTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CAB-PENDENTE  PIC X VALUE 'N'.
          88 CABECALHO-PENDENTE VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Mapeamento em edição/execução, no mesmo layout gravado
      * em IMPCSVTT.DEF: para cada coluna do arquivo, na ordem,
      * o número do campo de destino (zero ignora a coluna).
      *---------------------------------------------------------
       01 WS-DEFINICAO.
          03 WS-DEF-NOME     PIC X(08).
          03 WS-DEF-DELIMITADOR PIC X(01).
          03 WS-DEF-CABECALHO PIC X(01).
             88 DEF-COM-CABECALHO VALUE 'S'.
          03 WS-DEF-QT-COLUNAS PIC 9(02).
          03 WS-DEF-CAMPO    OCCURS 30 TIMES PIC 9(02).

       01 WS-TAB-DEFINICOES.
          03 WS-TAB-DEF OCCURS 50 TIMES PIC X(72).
       77 WS-QTD-DEFS      PIC 9(02) VALUE ZEROS.
       77 WS-DDX           PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU         PIC X VALUE 'N'.
          88 ACHOU-OK      VALUE 'S' FALSE 'N'.
       77 WS-NOME-BUSCA    PIC X(08) VALUE SPACES.
       77 WS-CAMPO-ESC     PIC 9(02) VALUE ZEROS.
       77 WS-COLUNA-NR     PIC 9(02) VALUE ZEROS.
       77 WS-IDX           PIC 9(02) VALUE ZEROS.
       77 WS-TEM-NOME      PIC X VALUE 'N'.
          88 TEM-NOME-OK   VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Separação da linha em colunas: o delimitador entre aspas
      * faz parte do valor, as aspas não; espaços à esquerda do
      * valor e o retorno de carro de planilhas gravadas no
      * Windows são descartados.
      *---------------------------------------------------------
       77 WS-LINHA-CSV     PIC X(512) VALUE SPACES.
       01 WS-TAB-COLUNAS.
          03 WS-COLUNA OCCURS 30 TIMES PIC X(60).
       77 WS-NC            PIC 9(02) VALUE ZEROS.
       77 WS-OUT           PIC 9(02) VALUE ZEROS.
       77 WS-POS           PIC 9(03) VALUE ZEROS.
       77 WS-CARACTER      PIC X(01) VALUE SPACES.
       77 WS-RETORNO-CARRO PIC X(01) VALUE X'0D'.
       77 WS-ASPAS         PIC X VALUE 'N'.
          88 ENTRE-ASPAS   VALUE 'S' FALSE 'N'.
       77 WS-VALOR         PIC X(60) VALUE SPACES.
       77 WS-DIGITOS       PIC X(60) VALUE SPACES.
       77 WS-DDG           PIC 9(02) VALUE ZEROS.
       77 WS-LEN-VALOR     PIC 9(02) VALUE ZEROS.
       77 WS-NUM-VALOR     PIC 9(08) VALUE ZEROS.
       77 WS-VAL-NUM       PIC X VALUE 'N'.
          88 VALOR-NUMERICO-OK VALUE 'S' FALSE 'N'.
       01 WS-DATA-AAAAMMDD.
          03 WS-DATA-ANO   PIC X(04).
          03 WS-DATA-MES   PIC X(02).
          03 WS-DATA-DIA   PIC X(02).

       77 WS-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-CARREGADOS    PIC 9(06) VALUE ZEROS.
       77 WS-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77 WS-DUPLICADO     PIC X VALUE 'N'.
          88 NOME-DUPLICADO VALUE 'S' FALSE 'N'.
       77 WS-ID-INFORMADO  PIC X VALUE 'N'.
          88 ID-INFORMADO-OK VALUE 'S' FALSE 'N'.
       77 WS-ID-JA-EXISTE  PIC X VALUE 'N'.
          88 ID-JA-EXISTE-OK VALUE 'S' FALSE 'N'.
       77 WS-GRUPO-INVAL   PIC X VALUE 'N'.
          88 GRUPO-INVALIDO VALUE 'S' FALSE 'N'.
       77 WS-FILIAL-INVAL  PIC X VALUE 'N'.
          88 FILIAL-INVALIDA VALUE 'S' FALSE 'N'.
       77 WS-ID-DONO-TEL   PIC 9(06) VALUE ZEROS.
       77 WS-ID-DONO-MAIL  PIC 9(06) VALUE ZEROS.
       77 WS-ID-DONO-DOC   PIC 9(06) VALUE ZEROS.
       77 WS-DOC-VALIDO    PIC X(01) VALUE 'N'.
          88 DOCUMENTO-VALIDO-OK VALUE 'S'.
       77 WS-MOTIVO-REJ    PIC X(03) VALUE SPACES.
       77 WS-ID-NOVO       PIC 9(06) VALUE ZEROS.
       77 WS-RES-ALOCACAO  PIC X(01) VALUE SPACES.
          88 ID-ALOCADO-OK VALUE 'S'.
       77 WS-ID-LIVRE      PIC X VALUE 'N'.
          88 ID-LIVRE-OK   VALUE 'S' FALSE 'N'.
       77 WS-CONS-ANTES    PIC X(03) VALUE SPACES.
       01 WS-REF-CONSENT.
          03 FILLER        PIC X(14) VALUE 'IMPCSVTT LINHA'.
          03 WS-REF-CONS-LINHA PIC 9(06) VALUE ZEROS.

       77 WS-ARQ-ENTRADA    PIC X(60) VALUE 'IMPCSVTT.CSV'.
       77 WS-ARQ-DEFINICOES PIC X(60) VALUE 'IMPCSVTT.DEF'.
       77 WS-ARQ-REJEITO    PIC X(60) VALUE 'IMPCSVTT.REJ'.
       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-GRUPOS     PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-FILIAIS    PIC X(60) VALUE 'FILICNTT.DAT'.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'IMPCSVTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE     PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-IMPEDIDA PIC X VALUE 'N'.
          88 TRAVA-IMPEDIDA-OK VALUE 'S' FALSE 'N'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-DEFINICOES
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-FILIAIS
            CALL 'LERPARTT' USING REG-PARAMETROS
            DISPLAY '***** IMPORTACAO DE PLANILHA (CSV) *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            STOP RUN.

       P300-PROCESSA-MENU.
       DISPLAY '<1> NOVO MAPEAMENTO  <2> IMPORTAR COM MAPEAMENTO'
       DISPLAY 'SALVO  <3> LISTAR MAPEAMENTOS SALVOS'
       DISPLAY '<4> REPROCESSAR REJEITADOS REPARADOS (IMPCSVTT.REJ)'
       DISPLAY '<F> SAIR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN '1'
             PERFORM P400-DEFINIR-MAPEAMENTO
             IF WS-DEF-QT-COLUNAS GREATER ZEROS
                SET REPROCESSAMENTO-OK TO FALSE
                PERFORM P600-EXECUTAR-IMPORTACAO THRU P600-FIM
                PERFORM P450-OFERECER-GRAVACAO
             END-IF
          WHEN '2'
             PERFORM P500-EXECUTAR-SALVO
          WHEN '3'
             PERFORM P550-LISTAR-DEFINICOES
          WHEN '4'
             SET REPROCESSAMENTO-OK TO TRUE
             PERFORM P600-EXECUTAR-IMPORTACAO THRU P600-FIM
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

      *---------------------------------------------------------
      * Monta um mapeamento novo: delimitador, cabeçalho e, coluna
      * a coluna na ordem do arquivo, o campo de destino. Zero
      * ignora a coluna; 99 encerra. Sem coluna de nome o
      * mapeamento não serve para nada e é cancelado.
      *---------------------------------------------------------
       P400-DEFINIR-MAPEAMENTO.
       MOVE SPACES TO WS-DEFINICAO
       MOVE ZEROS TO WS-DEF-QT-COLUNAS

       DISPLAY 'DELIMITADOR DAS COLUNAS (EM BRANCO = ;):'
       ACCEPT WS-DEF-DELIMITADOR
       IF WS-DEF-DELIMITADOR EQUAL SPACES
          MOVE ';' TO WS-DEF-DELIMITADOR
       END-IF
       DISPLAY 'A PRIMEIRA LINHA E CABECALHO? <S> SIM  <N> NAO'
       ACCEPT WS-DEF-CABECALHO
       IF WS-DEF-CABECALHO NOT EQUAL 'S'
          MOVE 'N' TO WS-DEF-CABECALHO
       END-IF

       PERFORM P405-EXIBIR-CAMPOS
       DISPLAY 'INFORME, COLUNA A COLUNA NA ORDEM DO ARQUIVO, O'
       DISPLAY 'CAMPO DE DESTINO (0 IGNORA A COLUNA, 99 ENCERRA):'
       MOVE ZEROS TO WS-CAMPO-ESC
       PERFORM P410-ESCOLHER-CAMPO
          UNTIL WS-CAMPO-ESC EQUAL 99
             OR WS-DEF-QT-COLUNAS EQUAL 30

       SET TEM-NOME-OK TO FALSE
       MOVE 1 TO WS-IDX
       PERFORM P420-PROCURAR-NOME
          UNTIL WS-IDX GREATER WS-DEF-QT-COLUNAS
       IF NOT TEM-NOME-OK
          DISPLAY 'NENHUMA COLUNA DE NOME (2 OU 17), MAPEAMENTO'
          DISPLAY 'CANCELADO'
          MOVE ZEROS TO WS-DEF-QT-COLUNAS
       END-IF
       .

       P405-EXIBIR-CAMPOS.
       DISPLAY 'CAMPOS DE DESTINO:'
       DISPLAY ' 1 ID          2 NOME        3 TELEFONE'
       DISPLAY ' 4 E-MAIL      5 LOGRADOURO  6 COMPLEMENTO'
       DISPLAY ' 7 CIDADE      8 UF          9 CEP'
       DISPLAY '10 GRUPO      14 NASCIMENTO 15 FILIAL'
       DISPLAY '16 CPF/CNPJ   17 NOME SOCIAL'
       DISPLAY '18 CONSENTE TELEFONE  19 CONSENTE E-MAIL'
       DISPLAY '20 CONSENTE CORREIO'
       DISPLAY '(ID EM BRANCO: NUMERO AUTOMATICO DA FILIAL;'
       DISPLAY ' NASCIMENTO EM AAAAMMDD OU DD/MM/AAAA)'
       .

      *    Status, data e operador da alteração (11 a 13 no
      *    EXTGENTT) são preenchidos pela própria importação.
       P410-ESCOLHER-CAMPO.
       COMPUTE WS-COLUNA-NR = WS-DEF-QT-COLUNAS + 1
       DISPLAY 'COLUNA ' WS-COLUNA-NR ':'
       MOVE ZEROS TO WS-CAMPO-ESC
       ACCEPT WS-CAMPO-ESC
       IF WS-CAMPO-ESC NOT EQUAL 99
          IF WS-CAMPO-ESC GREATER 20
             OR (WS-CAMPO-ESC GREATER 10 AND WS-CAMPO-ESC LESS 14)
             DISPLAY 'CAMPO INVALIDO PARA IMPORTACAO'
          ELSE
             ADD 1 TO WS-DEF-QT-COLUNAS
             MOVE WS-CAMPO-ESC
                  TO WS-DEF-CAMPO(WS-DEF-QT-COLUNAS)
          END-IF
       END-IF
       .

       P420-PROCURAR-NOME.
       IF WS-DEF-CAMPO(WS-IDX) EQUAL 2
          OR WS-DEF-CAMPO(WS-IDX) EQUAL 17
          SET TEM-NOME-OK TO TRUE
       END-IF
       ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * Oferece gravar o mapeamento recém-usado sob um nome;
      * nome já existente é substituído.
      *---------------------------------------------------------
       P450-OFERECER-GRAVACAO.
       DISPLAY 'GRAVAR ESTE MAPEAMENTO PARA REUTILIZACAO? INFORME'
       DISPLAY 'O NOME (ATE 8 CARACTERES) OU DEIXE EM BRANCO:'
       MOVE SPACES TO WS-NOME-BUSCA
       ACCEPT WS-NOME-BUSCA
       IF WS-NOME-BUSCA NOT EQUAL SPACES
          MOVE WS-NOME-BUSCA TO WS-DEF-NOME
          PERFORM P460-GRAVAR-DEFINICAO THRU P460-FIM
       END-IF
       .

       P460-GRAVAR-DEFINICAO.
       PERFORM P470-CARREGAR-DEFINICOES
       PERFORM P480-LOCALIZAR-DEFINICAO
       IF ACHOU-OK
          MOVE WS-DEFINICAO TO WS-TAB-DEF(WS-DDX)
       ELSE
          IF WS-QTD-DEFS LESS 50
             ADD 1 TO WS-QTD-DEFS
             MOVE WS-DEFINICAO TO WS-TAB-DEF(WS-QTD-DEFS)
          ELSE
             DISPLAY 'LIMITE DE 50 MAPEAMENTOS ATINGIDO, NAO'
             DISPLAY 'GRAVADO'
             GO TO P460-FIM
          END-IF
       END-IF

       SET FS-DEF-OK TO TRUE
       OPEN OUTPUT DEFINICOES
       IF FS-DEF-OK
          SET WS-DDX TO 1
          PERFORM P465-GRAVAR-LINHA-DEF
             UNTIL WS-DDX GREATER WS-QTD-DEFS
          CLOSE DEFINICOES
          DISPLAY 'MAPEAMENTO GRAVADO COMO ' WS-DEF-NOME
       ELSE
          DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE MAPEAMENTOS'
          CALL 'FSMSGTT' USING WS-FS-DEF WS-FS-MSG
          DISPLAY WS-FS-MSG
          MOVE WS-DEF-NOME TO WS-ERR-CHAVE
          CALL 'ERRLOGTT' USING 'IMPCSVTT' 'DEFINICOES'
               WS-FS-DEF WS-ERR-CHAVE
       END-IF
       .
       P460-FIM.

       P465-GRAVAR-LINHA-DEF.
       MOVE WS-TAB-DEF(WS-DDX) TO REG-DEFINICAO
       WRITE REG-DEFINICAO
       ADD 1 TO WS-DDX
       .

       P470-CARREGAR-DEFINICOES.
       MOVE ZEROS TO WS-QTD-DEFS
       SET FS-DEF-OK TO TRUE
       OPEN INPUT DEFINICOES
       IF WS-FS-DEF EQUAL 35
          CONTINUE
       ELSE
          IF FS-DEF-OK
             SET EOF-OK TO FALSE
             PERFORM P475-LER-LINHA-DEF UNTIL EOF-OK
             CLOSE DEFINICOES
          END-IF
       END-IF
       .

       P475-LER-LINHA-DEF.
       READ DEFINICOES
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-QTD-DEFS LESS 50
                  ADD 1 TO WS-QTD-DEFS
                  MOVE REG-DEFINICAO TO WS-TAB-DEF(WS-QTD-DEFS)
               END-IF
       END-READ
       IF WS-FS-DEF NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P480-LOCALIZAR-DEFINICAO.
       SET ACHOU-OK TO FALSE
       SET WS-DDX TO 1
       PERFORM P485-COMPARAR-NOME
          UNTIL WS-DDX GREATER WS-QTD-DEFS OR ACHOU-OK
       .

       P485-COMPARAR-NOME.
       IF WS-TAB-DEF(WS-DDX)(1:8) EQUAL WS-NOME-BUSCA
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-DDX
       END-IF
       .

       P500-EXECUTAR-SALVO.
       PERFORM P550-LISTAR-DEFINICOES
       IF WS-QTD-DEFS GREATER ZEROS
          DISPLAY 'INFORME O NOME DO MAPEAMENTO A USAR:'
          MOVE SPACES TO WS-NOME-BUSCA
          ACCEPT WS-NOME-BUSCA
          PERFORM P480-LOCALIZAR-DEFINICAO
          IF ACHOU-OK
             MOVE WS-TAB-DEF(WS-DDX) TO WS-DEFINICAO
             SET REPROCESSAMENTO-OK TO FALSE
             PERFORM P600-EXECUTAR-IMPORTACAO THRU P600-FIM
          ELSE
             DISPLAY 'MAPEAMENTO NAO ENCONTRADO'
          END-IF
       END-IF
       .

       P550-LISTAR-DEFINICOES.
       PERFORM P470-CARREGAR-DEFINICOES
       IF WS-QTD-DEFS EQUAL ZEROS
          DISPLAY 'NAO HA MAPEAMENTOS GRAVADOS'
       ELSE
          DISPLAY '--- MAPEAMENTOS GRAVADOS ---'
          SET WS-DDX TO 1
          PERFORM P555-EXIBIR-DEFINICAO
             UNTIL WS-DDX GREATER WS-QTD-DEFS
       END-IF
       .

       P555-EXIBIR-DEFINICAO.
       MOVE WS-TAB-DEF(WS-DDX) TO WS-DEFINICAO
       DISPLAY WS-DDX ') ' WS-DEF-NOME
               '  DELIMITADOR ' WS-DEF-DELIMITADOR
               '  CABECALHO ' WS-DEF-CABECALHO
               '  COLUNAS ' WS-DEF-QT-COLUNAS
       ADD 1 TO WS-DDX
       .

      *---------------------------------------------------------
      * Uma rodada de importação: trava de lote, arquivos, uma
      * linha por vez pelo crivo da carga e, no fim, totais e
      * reconstrução dos índices de busca. O reprocessamento lê o
      * IMPCSVTT.REJ reparado na tela CORREJTT, já no layout do
      * registro, e grava o que ainda sobrar em IMPCSVTT.RJ2.
      * Não há checkpoint: uma rodada interrompida pode ser
      * repetida inteira, pois as linhas já incluídas voltam
      * rejeitadas pela triagem de duplicidade.
      *---------------------------------------------------------
       P600-EXECUTAR-IMPORTACAO.
       MOVE ZEROS TO WS-LIDOS WS-CARREGADOS WS-REJEITADOS
       IF REPROCESSAMENTO-OK
          MOVE 'IMPCSVTT.REJ' TO WS-ARQ-ENTRADA
          MOVE 'IMPCSVTT.RJ2' TO WS-ARQ-REJEITO
          SET CABECALHO-PENDENTE TO FALSE
       ELSE
          MOVE 'IMPCSVTT.CSV' TO WS-ARQ-ENTRADA
          MOVE 'IMPCSVTT.REJ' TO WS-ARQ-REJEITO
          IF DEF-COM-CABECALHO
             SET CABECALHO-PENDENTE TO TRUE
          ELSE
             SET CABECALHO-PENDENTE TO FALSE
          END-IF
       END-IF
       CALL 'ARQPARTT' USING WS-ARQ-ENTRADA
       CALL 'ARQPARTT' USING WS-ARQ-REJEITO

       PERFORM P010-REGISTRAR-TRAVA
       IF TRAVA-IMPEDIDA-OK
          MOVE 8 TO RETURN-CODE
          GO TO P600-FIM
       END-IF

       PERFORM P100-ABRIR-ARQUIVOS
       IF FS-ENT-OK AND FS-OK
          SET EOF-OK TO FALSE
          PERFORM P700-LER-LINHA UNTIL EOF-OK
       ELSE
          MOVE 8 TO RETURN-CODE
       END-IF
       PERFORM P900-ENCERRAR-IMPORTACAO
       .
       P600-FIM.

       P100-ABRIR-ARQUIVOS.
       SET FS-ENT-OK TO TRUE.
       SET FS-OK TO TRUE.

       OPEN INPUT ARQENTRADA
       IF NOT FS-ENT-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO ' WS-ARQ-ENTRADA
          CALL 'FSMSGTT' USING WS-FS-ENT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'IMPCSVTT' 'ARQENTRADA'
               WS-FS-ENT WS-ERR-CHAVE
       END-IF

       OPEN I-O CONTATOS
       IF WS-FS EQUAL 35
          OPEN OUTPUT CONTATOS
          CLOSE CONTATOS
          OPEN I-O CONTATOS
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'IMPCSVTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
       END-IF

       SET FS-REJ-OK TO TRUE
       OPEN OUTPUT ARQREJ
       IF NOT FS-REJ-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REJEITADOS; OS'
          DISPLAY 'REJEITADOS SAIRAO SOMENTE NA TELA'
       END-IF
       .

      *    Linha em branco não conta; a primeira linha de um
      *    arquivo com cabeçalho só traz os títulos das colunas.
       P700-LER-LINHA.
       READ ARQENTRADA INTO WS-LINHA-CSV
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-LINHA-CSV NOT EQUAL SPACES
                  IF CABECALHO-PENDENTE
                     SET CABECALHO-PENDENTE TO FALSE
                  ELSE
                     ADD 1 TO WS-LIDOS
                     IF REPROCESSAMENTO-OK
                        MOVE WS-LINHA-CSV(1:284) TO WS-REGISTRO
                     ELSE
                        PERFORM P710-MONTAR-REGISTRO
                     END-IF
                     PERFORM P310-CARREGAR-REGISTRO THRU P310-FIM
                  END-IF
               END-IF
       END-READ
       IF WS-FS-ENT NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * Monta o registro de contato a partir das colunas, conforme
      * o mapeamento. Campos sem coluna ficam em branco (ou zero),
      * exatamente como numa linha de carga sem o campo.
      *---------------------------------------------------------
       P710-MONTAR-REGISTRO.
       MOVE SPACES TO WS-REGISTRO
       MOVE ZEROS TO WS-ID-CONTATO WS-CD-GRUPO WS-DT-ULT-ALTERACAO
                     WS-DT-NASCIMENTO

       MOVE SPACES TO WS-TAB-COLUNAS
       MOVE 1 TO WS-NC
       MOVE ZEROS TO WS-OUT
       MOVE 1 TO WS-POS
       SET ENTRE-ASPAS TO FALSE
       PERFORM P720-SEPARAR-CARACTER
          UNTIL WS-POS GREATER 512 OR WS-NC GREATER 30

       MOVE 1 TO WS-IDX
       PERFORM P730-DISTRIBUIR-COLUNA
          UNTIL WS-IDX GREATER WS-DEF-QT-COLUNAS
       .

       P720-SEPARAR-CARACTER.
       MOVE WS-LINHA-CSV(WS-POS:1) TO WS-CARACTER
       IF WS-CARACTER EQUAL '"'
          IF ENTRE-ASPAS
             SET ENTRE-ASPAS TO FALSE
          ELSE
             SET ENTRE-ASPAS TO TRUE
          END-IF
       ELSE
       IF WS-CARACTER EQUAL WS-DEF-DELIMITADOR AND NOT ENTRE-ASPAS
          ADD 1 TO WS-NC
          MOVE ZEROS TO WS-OUT
       ELSE
       IF WS-CARACTER EQUAL WS-RETORNO-CARRO
          OR (WS-CARACTER EQUAL SPACE AND WS-OUT EQUAL ZEROS)
          CONTINUE
       ELSE
          IF WS-OUT LESS 60
             ADD 1 TO WS-OUT
             MOVE WS-CARACTER TO WS-COLUNA(WS-NC)(WS-OUT:1)
          END-IF
       END-IF
       END-IF
       END-IF
       ADD 1 TO WS-POS
       .

      *---------------------------------------------------------
      * Leva a coluna para o campo de destino. Id, grupo e data
      * chegam como texto alinhado à esquerda e são acertados
      * para o campo numérico; grupo não numérico segue como veio
      * e cai na crítica de grupo. CEP e CPF/CNPJ ficam só com os
      * dígitos, como o cadastro grava.
      *---------------------------------------------------------
       P730-DISTRIBUIR-COLUNA.
       MOVE WS-COLUNA(WS-IDX) TO WS-VALOR
       EVALUATE WS-DEF-CAMPO(WS-IDX)
          WHEN 1
             PERFORM P740-CONVERTER-NUMERO
             IF VALOR-NUMERICO-OK
                MOVE WS-NUM-VALOR TO WS-ID-CONTATO
             END-IF
          WHEN 2
             MOVE WS-VALOR TO WS-NM-COMPLETO
          WHEN 3
             MOVE WS-VALOR(1:15) TO WS-TELEFONE
          WHEN 4
             MOVE WS-VALOR(1:40) TO WS-EMAIL
          WHEN 5
             MOVE WS-VALOR(1:40) TO WS-END-LOGRADOURO
          WHEN 6
             MOVE WS-VALOR(1:20) TO WS-END-COMPLEMENTO
          WHEN 7
             MOVE WS-VALOR(1:20) TO WS-END-CIDADE
          WHEN 8
             MOVE WS-VALOR(1:2) TO WS-END-UF
          WHEN 9
             PERFORM P750-EXTRAIR-DIGITOS
             MOVE WS-DIGITOS(1:8) TO WS-END-CEP
          WHEN 10
             PERFORM P740-CONVERTER-NUMERO
             IF VALOR-NUMERICO-OK
                MOVE WS-NUM-VALOR TO WS-CD-GRUPO
             ELSE
                MOVE WS-VALOR(1:3) TO WS-CD-GRUPO-X
             END-IF
          WHEN 14
             PERFORM P760-CONVERTER-DATA
          WHEN 15
             MOVE WS-VALOR(1:3) TO WS-CD-FILIAL
          WHEN 16
             PERFORM P750-EXTRAIR-DIGITOS
             MOVE WS-DIGITOS(1:14) TO WS-NR-DOCUMENTO
          WHEN 17
             MOVE WS-VALOR(1:20) TO WS-NM-CONTATO
          WHEN 18
             MOVE WS-VALOR(1:1) TO WS-FL-CONS-TELEFONE
          WHEN 19
             MOVE WS-VALOR(1:1) TO WS-FL-CONS-EMAIL
          WHEN 20
             MOVE WS-VALOR(1:1) TO WS-FL-CONS-CORREIO
          WHEN OTHER
             CONTINUE
       END-EVALUATE
       ADD 1 TO WS-IDX
       .

       P740-CONVERTER-NUMERO.
       SET VALOR-NUMERICO-OK TO FALSE
       MOVE ZEROS TO WS-NUM-VALOR WS-LEN-VALOR
       INSPECT WS-VALOR TALLYING WS-LEN-VALOR
               FOR CHARACTERS BEFORE INITIAL SPACE
       IF WS-LEN-VALOR GREATER ZEROS AND WS-LEN-VALOR LESS 9
          IF WS-VALOR(1:WS-LEN-VALOR) NUMERIC
             MOVE WS-VALOR(1:WS-LEN-VALOR) TO WS-NUM-VALOR
             SET VALOR-NUMERICO-OK TO TRUE
          END-IF
       END-IF
       .

       P750-EXTRAIR-DIGITOS.
       MOVE SPACES TO WS-DIGITOS
       MOVE ZEROS TO WS-DDG
       MOVE 1 TO WS-POS
       PERFORM P755-COPIAR-DIGITO UNTIL WS-POS GREATER 60
       .

       P755-COPIAR-DIGITO.
       IF WS-VALOR(WS-POS:1) NUMERIC
          ADD 1 TO WS-DDG
          MOVE WS-VALOR(WS-POS:1) TO WS-DIGITOS(WS-DDG:1)
       END-IF
       ADD 1 TO WS-POS
       .

      *    Data fora dos dois formatos fica zerada (não informada),
      *    como na linha de carga sem nascimento.
       P760-CONVERTER-DATA.
       IF WS-VALOR(3:1) EQUAL '/' AND WS-VALOR(6:1) EQUAL '/'
          MOVE WS-VALOR(7:4) TO WS-DATA-ANO
          MOVE WS-VALOR(4:2) TO WS-DATA-MES
          MOVE WS-VALOR(1:2) TO WS-DATA-DIA
          IF WS-DATA-AAAAMMDD NUMERIC
             MOVE WS-DATA-AAAAMMDD TO WS-DT-NASCIMENTO
          END-IF
       ELSE
          PERFORM P740-CONVERTER-NUMERO
          IF VALOR-NUMERICO-OK AND WS-LEN-VALOR EQUAL 8
             MOVE WS-NUM-VALOR TO WS-DT-NASCIMENTO
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Crivo da carga em lote (CARGCNTT), na mesma ordem e com
      * os mesmos códigos de motivo. Id em branco não é conferido
      * contra a base: o número vem do controle de numeração só
      * na inclusão, para linha rejeitada não gastar número.
      *---------------------------------------------------------
       P310-CARREGAR-REGISTRO.
       CALL 'NRMTELTT' USING WS-TELEFONE
       IF WS-NM-COMPLETO EQUAL SPACES
          MOVE WS-NM-CONTATO TO WS-NM-COMPLETO
       END-IF
       IF WS-NM-CONTATO EQUAL SPACES
          MOVE WS-NM-COMPLETO TO WS-NM-CONTATO
       END-IF
       IF WS-ID-CONTATO NUMERIC AND WS-ID-CONTATO GREATER ZEROS
          SET ID-INFORMADO-OK TO TRUE
       ELSE
          SET ID-INFORMADO-OK TO FALSE
          MOVE ZEROS TO WS-ID-CONTATO
       END-IF

       IF WS-NM-COMPLETO EQUAL SPACES
          MOVE 'NOM' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, NOME EM BRANCO: LINHA ' WS-LIDOS
          GO TO P310-REJEITAR
       END-IF

       SET ID-JA-EXISTE-OK TO FALSE
       IF ID-INFORMADO-OK
          MOVE WS-ID-CONTATO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET ID-JA-EXISTE-OK TO TRUE
          END-READ
       END-IF
       IF ID-JA-EXISTE-OK
          MOVE 'IDJ' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, ID JA CADASTRADO: ' WS-ID-CONTATO
          GO TO P310-REJEITAR
       END-IF

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
          MOVE 'NMD' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, HOMONIMO SEM CPF/CNPJ: '
                  WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF

       SET GRUPO-INVALIDO TO FALSE
       IF WS-CD-GRUPO-X NOT NUMERIC
          SET GRUPO-INVALIDO TO TRUE
       ELSE
          IF WS-CD-GRUPO NOT EQUAL ZEROS
             SET FS-GRP-OK TO TRUE
             OPEN INPUT GRUPOS
             IF FS-GRP-OK
                MOVE WS-CD-GRUPO TO GRP-CD-GRUPO
                READ GRUPOS
                     KEY IS GRP-CD-GRUPO
                     INVALID KEY
                        SET GRUPO-INVALIDO TO TRUE
                     NOT INVALID KEY
                        IF GRUPO-DESATIVADO
                           SET GRUPO-INVALIDO TO TRUE
                        END-IF
                END-READ
                CLOSE GRUPOS
             ELSE
                SET GRUPO-INVALIDO TO TRUE
             END-IF
          END-IF
       END-IF
       IF GRUPO-INVALIDO
          MOVE 'GRP' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, GRUPO INVALIDO: ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF

      *---------------------------------------------------------
      * Triagem de duplicidade pela mesma consulta de índice das
      * telas e da carga em lote.
      *---------------------------------------------------------
       MOVE ZEROS TO WS-ID-DONO-TEL WS-ID-DONO-MAIL WS-ID-DONO-DOC
       CALL 'DUPVERTT' USING WS-TELEFONE WS-EMAIL WS-ID-CONTATO
            WS-ID-DONO-TEL WS-ID-DONO-MAIL WS-NR-DOCUMENTO
            WS-ID-DONO-DOC
       CALL 'VALDOCTT' USING WS-NR-DOCUMENTO WS-DOC-VALIDO

       IF WS-ID-DONO-TEL GREATER ZEROS
          MOVE 'TEL' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, TELEFONE JA PERTENCE AO CONTATO '
                  WS-ID-DONO-TEL ': ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF
       IF WS-ID-DONO-MAIL GREATER ZEROS
          MOVE 'EML' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, E-MAIL JA PERTENCE AO CONTATO '
                  WS-ID-DONO-MAIL ': ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF

       IF WS-END-CEP EQUAL SPACES
          MOVE ZEROS TO WS-END-CEP
       END-IF
       IF WS-END-CEP NOT NUMERIC
          MOVE 'CEP' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, CEP INVALIDO: ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF

       IF WS-CD-FILIAL EQUAL SPACES
          MOVE PAR-CD-FILIAL TO WS-CD-FILIAL
       END-IF
       PERFORM P315-VALIDAR-FILIAL
       IF FILIAL-INVALIDA
          MOVE 'FIL' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, FILIAL DESCONHECIDA (' WS-CD-FILIAL
                  '): ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF

       IF NOT DOCUMENTO-VALIDO-OK
          MOVE 'DOC' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, CPF/CNPJ INVALIDO: ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF
       IF WS-ID-DONO-DOC GREATER ZEROS
          MOVE 'DCJ' TO WS-MOTIVO-REJ
          DISPLAY 'REJEITADO, CPF/CNPJ JA PERTENCE AO CONTATO '
                  WS-ID-DONO-DOC ': ' WS-NM-CONTATO
          GO TO P310-REJEITAR
       END-IF

       IF NOT ID-INFORMADO-OK
          PERFORM P460-ALOCAR-ID
          IF NOT ID-ALOCADO-OK
             MOVE 'NUM' TO WS-MOTIVO-REJ
             DISPLAY 'REJEITADO, SEM NUMERO DISPONIVEL NA FAIXA DA'
                     ' FILIAL ' PAR-CD-FILIAL ': ' WS-NM-CONTATO
             GO TO P310-REJEITAR
          END-IF
          MOVE WS-ID-NOVO TO WS-ID-CONTATO
       END-IF

       PERFORM P320-INCLUIR-CONTATO
       GO TO P310-FIM
       .
       P310-REJEITAR.
       ADD 1 TO WS-REJEITADOS
       PERFORM P330-GRAVAR-REJEITO
       .
       P310-FIM.
       EXIT.

      *---------------------------------------------------------
      * Valida a filial de origem contra o cadastro de filiais.
      * A nossa própria filial (PAR-CD-FILIAL) sempre vale, mesmo
      * antes de o cadastro de filiais existir.
      *---------------------------------------------------------
       P315-VALIDAR-FILIAL.
       SET FILIAL-INVALIDA TO FALSE
       IF WS-CD-FILIAL NOT EQUAL PAR-CD-FILIAL
          SET FS-FIL-OK TO TRUE
          OPEN INPUT FILIAIS
          IF FS-FIL-OK
             MOVE WS-CD-FILIAL TO FIL-CD-FILIAL
             READ FILIAIS
                  KEY IS FIL-CD-FILIAL
                  INVALID KEY
                     SET FILIAL-INVALIDA TO TRUE
                  NOT INVALID KEY
                     IF FILIAL-DESATIVADA
                        SET FILIAL-INVALIDA TO TRUE
                     END-IF
             END-READ
             CLOSE FILIAIS
          ELSE
             SET FILIAL-INVALIDA TO TRUE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Inclusão com as mesmas regras da carga: consentimento
      * ausente entra como 'S', 'N' explícito é respeitado; data
      * e usuário da importação; histórico e livro de
      * consentimentos com a linha do arquivo como referência.
      *---------------------------------------------------------
       P320-INCLUIR-CONTATO.
       MOVE WS-ID-CONTATO TO ID-CONTATO
       MOVE WS-NM-CONTATO TO NM-CONTATO
       MOVE WS-TELEFONE   TO TELEFONE
       MOVE WS-EMAIL      TO EMAIL
       MOVE WS-ENDERECO   TO ENDERECO
       MOVE WS-CD-GRUPO   TO CD-GRUPO
       MOVE WS-DT-NASCIMENTO TO DT-NASCIMENTO
       MOVE WS-CD-FILIAL  TO CD-FILIAL
       MOVE WS-NR-DOCUMENTO TO NR-DOCUMENTO
       IF WS-FL-CONS-TELEFONE NOT EQUAL 'N'
          MOVE 'S' TO WS-FL-CONS-TELEFONE
       END-IF
       IF WS-FL-CONS-EMAIL NOT EQUAL 'N'
          MOVE 'S' TO WS-FL-CONS-EMAIL
       END-IF
       IF WS-FL-CONS-CORREIO NOT EQUAL 'N'
          MOVE 'S' TO WS-FL-CONS-CORREIO
       END-IF
       MOVE WS-FL-CONSENTIMENTO TO FL-CONSENTIMENTO
       MOVE SPACES        TO FL-ST-ENDERECO
       MOVE WS-NM-COMPLETO TO NM-COMPLETO
       SET CONTATO-ATIVO  TO TRUE
       ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
       ACCEPT US-ULT-ALTERACAO FROM ENVIRONMENT 'USERNAME'
       WRITE REG-CONTATOS
          INVALID KEY
             ADD 1 TO WS-REJEITADOS
             DISPLAY 'REJEITADO AO GRAVAR: ' WS-ID-CONTATO
             MOVE 'GRV' TO WS-MOTIVO-REJ
             PERFORM P330-GRAVAR-REJEITO
          NOT INVALID KEY
             ADD 1 TO WS-CARREGADOS
             CALL 'GRAVLOGTT' USING 'I' WS-ID-CONTATO
                  WS-NM-CONTATO WS-TELEFONE WS-EMAIL
                  WS-ENDERECO US-ULT-ALTERACAO REG-CONTATOS
             MOVE WS-LIDOS TO WS-REF-CONS-LINHA
             CALL 'GRAVCNSTT' USING WS-ID-CONTATO WS-CONS-ANTES
                  WS-FL-CONSENTIMENTO 'I' US-ULT-ALTERACAO
                  'IMPCSVTT' WS-REF-CONSENT
       END-WRITE
       .

      *---------------------------------------------------------
      * Grava a linha rejeitada no layout do registro acrescido
      * do código do motivo, o mesmo dos rejeitados da carga,
      * para a correção em tela (CORREJTT) e o reprocessamento.
      * Id automático não chega a ser atribuído e sai zerado.
      *---------------------------------------------------------
       P330-GRAVAR-REJEITO.
       IF FS-REJ-OK
          MOVE WS-REGISTRO   TO REJ-DADOS
          MOVE WS-MOTIVO-REJ TO REJ-MOTIVO
          WRITE REG-REJEITO
       END-IF
       .

      *---------------------------------------------------------
      * Pede o próximo id da nossa filial ao controle de
      * numeração (ALOCIDTT); um id que, por carga antiga, já
      * exista na base é pulado.
      *---------------------------------------------------------
       P460-ALOCAR-ID.
       MOVE 'S' TO WS-RES-ALOCACAO
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

      *    Fecha incondicionalmente (fechar arquivo não aberto
      *    devolve 42, ignorado), como a carga em lote.
       P900-ENCERRAR-IMPORTACAO.
       CLOSE ARQENTRADA
       CLOSE CONTATOS
       CLOSE ARQREJ

       DISPLAY 'LINHAS LIDAS.........: ' WS-LIDOS
       DISPLAY 'CONTATOS IMPORTADOS..: ' WS-CARREGADOS
       DISPLAY 'LINHAS REJEITADAS....: ' WS-REJEITADOS
       IF WS-REJEITADOS GREATER ZEROS
          DISPLAY 'REJEITADOS GRAVADOS EM ' WS-ARQ-REJEITO
          DISPLAY 'CORRIJA-OS NA TELA DE REJEITADOS (CORREJTT) E'
          DISPLAY 'REPROCESSE PELA OPCAO 4'
       END-IF

       IF WS-CARREGADOS GREATER ZEROS
          CALL 'IDXCONTT'
       END-IF

       PERFORM P020-LIBERAR-TRAVA
       .
       END PROGRAM IMPCSVTT.
