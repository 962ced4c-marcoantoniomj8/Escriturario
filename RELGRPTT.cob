      *            contatos sem grupo (código 0) saem em uma seção
      *            própria no início. Um total geral fecha o
      *            relatório. A ordem de nome vem da chave
      *            alternada NM-COMPLETO, percorrida uma vez por
      *            grupo.
      *
      * Histórico de alterações
      *                   filial impressa em cada linha de
      *                   detalhe; a conferência do total passa a
      *                   contar só os contatos dentro do filtro.
      * 15/10/2026 MAMJ - Ordem e impressão pelo nome completo
      *                   (chave alternada NM-COMPLETO), em vez do
      *                   nome curto de 20 posições.
      * 15/10/2026 MAMJ - A seção de cada grupo passa a trazer
      *                   também os contatos marcados com ele como
      *                   grupo adicional (CONTGRAD.DAT, GRADCNTT),
      *                   indicados com (A) na linha; o total geral
      *                   e a conferência seguem contando cada
      *                   contato uma vez, pelo grupo principal.
      * 15/10/2026 MAMJ - Pode ser pedido no menu para o lote da
      *                   noite: o filtro de filial é perguntado
      *                   e vai com o pedido para a fila
      *                   (GRAVFILTT); no lote (passo EXEFILTT)
      *                   o filtro vem da área de comunicação.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.
       FD GRUPOS.
          COPY FD_GRUPTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD RELATORIO.
       01 REG-RELATORIO         PIC X(132).


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
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-GRP         PIC 99.
          88 FS-GRP-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-GRUPO-MARCADO  PIC X VALUE 'N'.
          88 GRUPO-MARCADO-OK VALUE 'S' FALSE 'N'.
       77 WS-NO-GRUPO       PIC X VALUE 'N'.
          88 NO-GRUPO-OK    VALUE 'S' FALSE 'N'.
       77 WS-POR-MARCACAO   PIC X VALUE 'N'.
          88 POR-MARCACAO-OK VALUE 'S' FALSE 'N'.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-NM-GRUPO-ALVO  PIC X(20) VALUE SPACES.
       77 WS-SUBTOTAL       PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-GERAL    PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-MARCADOS PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-ATIVOS   PIC 9(06) VALUE ZEROS.
       77 WS-FORA-RELATORIO PIC 9(06) VALUE ZEROS.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(06) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(55) VALUE 'NOME'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(15) VALUE 'TELEFONE'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'EMAIL'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(06) VALUE 'FILIAL'.
          03 FILLER         PIC X(02) VALUE SPACES.

       01 WS-LINHA-GRUPO.
          03 FILLER         PIC X(06) VALUE 'GRUPO '.
       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(55).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TEL     PIC X(15).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-EMAIL   PIC X(40).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-FILIAL  PIC X(03).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-MARCA   PIC X(03).

       01 WS-LINHA-SUBTOT.
          03 FILLER         PIC X(20) VALUE
          03 WS-ROD-TOTAL   PIC ZZZZZ9.
          03 FILLER         PIC X(106) VALUE SPACES.

       01 WS-LINHA-RODAPE-ADIC.
          03 FILLER         PIC X(38) VALUE
                             '(A) LINHAS POR GRUPO ADICIONAL: '.
          03 WS-ROD-MARCADOS PIC ZZZZZ9.
          03 FILLER         PIC X(88) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       77 WS-ARQ-GRUPOS      PIC X(60) VALUE
          'GRUPCNTT.DAT'.
       77 WS-ARQ-RELATORIO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-GRUPADIC    PIC X(60) VALUE
          'CONTGRAD.DAT'.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

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
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            PERFORM P050-MONTAR-NOME-SPOOL
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** RELATORIO DE CONTATOS POR GRUPO *****'
            IF EXECUCAO-EM-LOTE
               MOVE LK-PL-FILIAL TO WS-FILIAL-FILTRO
            ELSE
               DISPLAY 'FILTRAR POR FILIAL DE ORIGEM (EM BRANCO ='
               DISPLAY 'TODAS):'
               ACCEPT WS-FILIAL-FILTRO
            END-IF
            IF AGENDAR-NO-LOTE
               MOVE SPACES TO LK-PARM-LOTE
               MOVE WS-FILIAL-FILTRO TO LK-PL-FILIAL
               CALL 'GRAVFILTT' USING 'RELGRPTT' LK-US-OPERADOR
                    LK-PF-OPERADOR LK-PARM-LOTE
               GOBACK
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-REL-OK
               PERFORM P200-IMPRIMIR-CABECALHO
       SET FS-GRP-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-GRUPOS WS-TOTAL-GERAL
                     WS-TOTAL-MARCADOS WS-LINHA WS-PAGINA.
       SET GRADIC-ABERTO-OK TO FALSE.

       OPEN INPUT CONTATOS
       IF NOT FS-OK
               WS-FS-REL WS-ERR-CHAVE
       END-IF

      *    Sem arquivo de grupos adicionais (status 35) nenhum
      *    contato tem marcação: vale só o grupo principal.
       SET FS-GRA-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF FS-GRA-OK
          SET GRADIC-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-GRA NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
             CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELGRPTT' 'GRUPADIC  '
                  WS-FS-GRA WS-ERR-CHAVE
          END-IF
       END-IF

       ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WS-DT-DIA TO WS-DE-DIA
       MOVE WS-DT-MES TO WS-DE-MES
      *---------------------------------------------------------
      * Imprime a seção de um grupo: cabeçalho com a descrição,
      * os contatos ativos do grupo em ordem de nome (varrendo a
      * base pela chave alternada NM-COMPLETO) e o subtotal. A
      * seção só aparece quando o grupo tem ao menos um contato.
      * Os marcados com o grupo como adicional entram na mesma
      * ordem de nome; a procura das marcações só é feita quando
      * o grupo tem alguma (chave alternada GRA-CD-GRUPO).
      *---------------------------------------------------------
       P300-IMPRIMIR-SECAO.
       MOVE ZEROS TO WS-SUBTOTAL
       PERFORM P305-VERIFICAR-MARCACOES

       MOVE LOW-VALUES TO NM-COMPLETO
       SET EOF-OK TO FALSE
       START CONTATOS KEY IS GREATER OR EQUAL NM-COMPLETO
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               SET NO-GRUPO-OK TO FALSE
               SET POR-MARCACAO-OK TO FALSE
               IF WS-CD-GRUPO EQUAL WS-GRUPO-ALVO
                  SET NO-GRUPO-OK TO TRUE
               ELSE
                  IF GRUPO-MARCADO-OK AND CONTATO-ATIVO
                     PERFORM P315-CONFERIR-MARCACAO
                  END-IF
               END-IF
               IF CONTATO-ATIVO AND NO-GRUPO-OK AND
                  (WS-FILIAL-FILTRO EQUAL SPACES OR
                   WS-CD-FILIAL EQUAL WS-FILIAL-FILTRO)
                  IF WS-SUBTOTAL EQUAL ZEROS
       END-READ
       .

       P305-VERIFICAR-MARCACOES.
       SET GRUPO-MARCADO-OK TO FALSE
       IF GRADIC-ABERTO-OK AND WS-GRUPO-ALVO NOT EQUAL ZEROS
          MOVE WS-GRUPO-ALVO TO GRA-CD-GRUPO
          START GRUPADIC KEY IS EQUAL GRA-CD-GRUPO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET GRUPO-MARCADO-OK TO TRUE
          END-START
       END-IF
       .

       P315-CONFERIR-MARCACAO.
       MOVE WS-ID-CONTATO TO GRA-ID-CONTATO
       MOVE WS-GRUPO-ALVO TO GRA-CD-GRUPO
       READ GRUPADIC
            KEY IS GRA-CHAVE
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               SET NO-GRUPO-OK TO TRUE
               SET POR-MARCACAO-OK TO TRUE
       END-READ
       .

       P320-IMPRIMIR-CAB-GRUPO.
       IF WS-LINHA GREATER OR EQUAL (WS-MAX-LINHAS - 2)
          PERFORM P200-IMPRIMIR-CABECALHO
          PERFORM P200-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-SUBTOTAL
       ADD 1 TO WS-LINHA
       IF POR-MARCACAO-OK
          ADD 1 TO WS-TOTAL-MARCADOS
          MOVE '(A)' TO WS-DET-MARCA
       ELSE
          ADD 1 TO WS-TOTAL-GERAL
          MOVE SPACES TO WS-DET-MARCA
       END-IF
       MOVE WS-ID-CONTATO TO WS-DET-ID
       MOVE WS-NM-COMPLETO TO WS-DET-NOME
       CALL 'FMTTELTT' USING WS-TELEFONE WS-DET-TEL
       MOVE WS-EMAIL      TO WS-DET-EMAIL
       MOVE WS-CD-FILIAL  TO WS-DET-FILIAL
       WRITE REG-RELATORIO
       MOVE WS-TOTAL-GERAL TO WS-ROD-TOTAL
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       IF WS-TOTAL-MARCADOS GREATER ZEROS
          MOVE WS-TOTAL-MARCADOS TO WS-ROD-MARCADOS
          WRITE REG-RELATORIO FROM WS-LINHA-RODAPE-ADIC
       END-IF
       .

      *---------------------------------------------------------
      *    e um CLOSE condicionado a ele deixaria a base aberta
      *    entre duas execuções na mesma sessão de menu.
       CLOSE CONTATOS
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       IF FS-REL-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'RELGRPTT' WS-ARQ-RELATORIO
