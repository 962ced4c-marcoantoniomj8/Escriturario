      *                   trilha de auditoria (GRAVAUDTT), com os
      *                   valores antes/depois — um grupo que some
      *                   dos relatórios deixa de ser mistério.
      * 15/10/2026 MAMJ - A conferência de uso antes de desativar
      *                   passa a contar também os contatos ativos
      *                   marcados com o grupo como grupo adicional
      *                   (CONTGRAD.DAT, GRADCNTT), e o
      *                   remanejamento leva essas marcações para o
      *                   grupo de destino.
      * 15/10/2026 MAMJ - Intervalo de contato do grupo (em dias, 0 =
      *                   sem cadência) pedido na inclusão e na
      *                   alteração, mostrado na listagem e levado à
      *                   auditoria junto com a descrição.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPOS.
       FD CONTATOS.
          COPY FD_CONTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-CTT        PIC 99.
          88 FS-CTT-OK     VALUE 0.
       77 WS-FS-GRA        PIC 99.
          88 FS-GRA-OK     VALUE 0.
       77 WS-FIM-MARCA     PIC X VALUE 'N'.
          88 FIM-MARCA-OK  VALUE 'S' FALSE 'N'.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-CD-ENTRADA    PIC 9(03) VALUE ZEROS.
       77 WS-CD-DESTINO    PIC 9(03) VALUE ZEROS.
       77 WS-EM-USO        PIC 9(06) VALUE ZEROS.
       77 WS-EM-USO-PRINC  PIC 9(06) VALUE ZEROS.
       77 WS-EM-USO-ADIC   PIC 9(06) VALUE ZEROS.
       77 WS-MARCA-MOVIDAS PIC 9(06) VALUE ZEROS.
       77 WS-ID-MARCADO    PIC 9(06) VALUE ZEROS.
       77 WS-REMANEJADOS   PIC 9(06) VALUE ZEROS.
       77 WS-NM-GRUPO-ATUAL PIC X(20) VALUE SPACES.
       77 WS-DESTINO-VALIDO PIC X VALUE 'N'.
       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.
       77 WS-DIAS-ENTRADA  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-ATUAL    PIC 9(03) VALUE ZEROS.
       77 WS-DESC-CADENCIA PIC X(20) VALUE SPACES.
       01 WS-AUD-GRUPO.
          03 WS-AUDG-NOME  PIC X(20).
          03 FILLER        PIC X(10) VALUE ' CADENCIA '.
          03 WS-AUDG-DIAS  PIC 9(03).

       77 WS-ARQ-GRUPOS      PIC X(60) VALUE
          'GRUPCNTT.DAT'.
       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       77 WS-ARQ-GRUPADIC    PIC X(60) VALUE
          'CONTGRAD.DAT'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            DISPLAY '***** CADASTRO DE GRUPOS DE CONTATOS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
       ACCEPT GRP-CD-GRUPO
       DISPLAY 'INFORME A DESCRICAO DO GRUPO:'
       ACCEPT GRP-NM-GRUPO
       PERFORM P315-INFORMAR-CADENCIA
       MOVE WS-DIAS-ENTRADA TO GRP-DIAS-CADENCIA
       MOVE 'A' TO GRP-ST-GRUPO

       OPEN I-O GRUPOS
                DISPLAY 'GRUPO CADASTRADO COM SUCESSO'
                MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES
                MOVE GRP-CD-GRUPO TO WS-AUD-CHAVE
                MOVE GRP-NM-GRUPO TO WS-AUDG-NOME
                MOVE GRP-DIAS-CADENCIA TO WS-AUDG-DIAS
                MOVE WS-AUD-GRUPO TO WS-AUD-DEPOIS
                CALL 'GRAVAUDTT' USING 'GRUPCNTT' 'INCLUSAO  '
                     LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
                     WS-AUD-DEPOIS
       END-IF
       .

      *---------------------------------------------------------
      * Intervalo de contato do grupo, em dias: a cada quantos
      * dias um contato do grupo deve ser procurado (cliente-
      * chave 60, fornecedor 180...). Zero = grupo sem cadência,
      * fora do relatório de relacionamento vencido (RELCADTT).
      *---------------------------------------------------------
       P315-INFORMAR-CADENCIA.
       DISPLAY 'INFORME O INTERVALO DE CONTATO DO GRUPO, EM DIAS'
       DISPLAY '(0 = GRUPO SEM CADENCIA):'
       MOVE ZEROS TO WS-DIAS-ENTRADA
       ACCEPT WS-DIAS-ENTRADA
       .

       P320-LISTAR-GRUPOS.
       SET EOF-OK TO FALSE.
       SET FS-OK TO TRUE.
                   SET EOF-OK TO TRUE
                NOT AT END
                   ADD 1 TO WS-CONT
                   PERFORM P325-DESCREVER-CADENCIA
                   IF GRUPO-DESATIVADO
                      DISPLAY GRP-CD-GRUPO ' - ' GRP-NM-GRUPO
                              WS-DESC-CADENCIA ' (DESATIVADO)'
                   ELSE
                      DISPLAY GRP-CD-GRUPO ' - ' GRP-NM-GRUPO
                              WS-DESC-CADENCIA
                   END-IF
             END-READ
          END-PERFORM
       END-IF
       .

       P325-DESCREVER-CADENCIA.
       PERFORM P326-OBTER-CADENCIA-ATUAL
       MOVE SPACES TO WS-DESC-CADENCIA
       IF WS-DIAS-ATUAL GREATER ZEROS
          STRING ' A CADA '    DELIMITED BY SIZE
                 WS-DIAS-ATUAL DELIMITED BY SIZE
                 ' DIAS'       DELIMITED BY SIZE
            INTO WS-DESC-CADENCIA
          END-STRING
       END-IF
       .

      *---------------------------------------------------------
      * Grupo vindo de uma carga geral anterior ao intervalo
      * (EXPTOTTT/CRGTOTTT) traz o campo em branco: vale como
      * grupo sem cadência.
      *---------------------------------------------------------
       P326-OBTER-CADENCIA-ATUAL.
       IF GRP-DIAS-CADENCIA NUMERIC
          MOVE GRP-DIAS-CADENCIA TO WS-DIAS-ATUAL
       ELSE
          MOVE ZEROS TO WS-DIAS-ATUAL
       END-IF
       .

      *---------------------------------------------------------
      * Corrige a descrição de um grupo já cadastrado (um erro de
      * digitação no nome deixava de ter conserto) e o seu
      * intervalo de contato.
      *---------------------------------------------------------
       P330-ALTERAR-GRUPO.
       SET FS-OK TO TRUE.
                  DISPLAY 'GRUPO NAO CADASTRADO'
               NOT INVALID KEY
                  DISPLAY 'DESCRICAO ATUAL: ' GRP-NM-GRUPO
                  PERFORM P326-OBTER-CADENCIA-ATUAL
                  MOVE GRP-NM-GRUPO TO WS-AUDG-NOME
                  MOVE WS-DIAS-ATUAL TO WS-AUDG-DIAS
                  MOVE WS-AUD-GRUPO TO WS-AUD-ANTES
                  DISPLAY 'INFORME A NOVA DESCRICAO:'
                  ACCEPT GRP-NM-GRUPO
                  IF GRP-NM-GRUPO EQUAL SPACES
                     DISPLAY 'A DESCRICAO NAO PODE FICAR EM BRANCO,'
                     DISPLAY 'ALTERACAO NAO REALIZADA'
                  ELSE
                     DISPLAY 'INTERVALO DE CONTATO ATUAL: '
                             WS-DIAS-ATUAL ' DIA(S)'
                     PERFORM P315-INFORMAR-CADENCIA
                     MOVE WS-DIAS-ENTRADA TO GRP-DIAS-CADENCIA
                     REWRITE REG-GRUPO
                     DISPLAY 'GRUPO ALTERADO COM SUCESSO'
                     MOVE SPACES TO WS-AUD-CHAVE WS-AUD-DEPOIS
                     MOVE GRP-CD-GRUPO TO WS-AUD-CHAVE
                     MOVE GRP-NM-GRUPO TO WS-AUDG-NOME
                     MOVE GRP-DIAS-CADENCIA TO WS-AUDG-DIAS
                     MOVE WS-AUD-GRUPO TO WS-AUD-DEPOIS
                     CALL 'GRAVAUDTT' USING 'GRUPCNTT' 'ALTERACAO '
                          LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
                          WS-AUD-DEPOIS

      *---------------------------------------------------------
      * Conta quantos contatos ativos ainda carregam o grupo em
      * CD-GRUPO, percorrendo a base inteira, e quantos o têm
      * como grupo adicional (GRADCNTT).
      *---------------------------------------------------------
       P350-CONTAR-EM-USO.
       SET FS-CTT-OK TO TRUE.
       MOVE ZEROS TO WS-EM-USO WS-EM-USO-PRINC WS-EM-USO-ADIC.

       OPEN INPUT CONTATOS
       IF WS-FS-CTT EQUAL 35
          IF FS-CTT-OK
             SET EOF-OK TO FALSE
             PERFORM P351-CONTAR-CONTATO UNTIL EOF-OK
             PERFORM P352-CONTAR-MARCACOES
             ADD WS-EM-USO-PRINC WS-EM-USO-ADIC GIVING WS-EM-USO
             CLOSE CONTATOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               SET EOF-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO AND CD-GRUPO EQUAL WS-CD-ENTRADA
                  ADD 1 TO WS-EM-USO-PRINC
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Marcações do grupo como adicional, pela chave alternada
      * GRA-CD-GRUPO; só conta a do contato ativo. Arquivo ainda
      * inexistente (status 35) = nenhuma marcação.
      *---------------------------------------------------------
       P352-CONTAR-MARCACOES.
       SET FS-GRA-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF WS-FS-GRA EQUAL 35
          CONTINUE
       ELSE
          IF FS-GRA-OK
             SET FIM-MARCA-OK TO FALSE
             MOVE WS-CD-ENTRADA TO GRA-CD-GRUPO
             START GRUPADIC KEY IS EQUAL GRA-CD-GRUPO
                   INVALID KEY
                      SET FIM-MARCA-OK TO TRUE
             END-START
             PERFORM P353-CONTAR-MARCACAO UNTIL FIM-MARCA-OK
             CLOSE GRUPADIC
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
             CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'GRUPCNTT' 'GRUPADIC  '
                  WS-FS-GRA WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P353-CONTAR-MARCACAO.
       READ GRUPADIC NEXT RECORD
            AT END
               SET FIM-MARCA-OK TO TRUE
            NOT AT END
               IF GRA-CD-GRUPO NOT EQUAL WS-CD-ENTRADA
                  SET FIM-MARCA-OK TO TRUE
               ELSE
                  MOVE GRA-ID-CONTATO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CONTATO-ATIVO
                             ADD 1 TO WS-EM-USO-ADIC
                          END-IF
                  END-READ
               END-IF
       END-READ
       .
       DISPLAY 'O GRUPO ' WS-CD-ENTRADA ' (' WS-NM-GRUPO-ATUAL ')'
       DISPLAY 'AINDA E REFERENCIADO POR ' WS-EM-USO
               ' CONTATO(S) ATIVO(S)'
       DISPLAY '(' WS-EM-USO-PRINC ' COMO GRUPO PRINCIPAL E '
               WS-EM-USO-ADIC ' COMO GRUPO ADICIONAL)'
       DISPLAY 'TECLE <S> PARA REMANEJA-LOS PARA OUTRO GRUPO E'
       DISPLAY 'DESATIVAR, OU <QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-CONFIRM
                        MOVE 'I' TO GRP-ST-GRUPO
                        REWRITE REG-GRUPO
                        DISPLAY 'REMANEJADOS ' WS-REMANEJADOS
                                ' CONTATO(S) E ' WS-MARCA-MOVIDAS
                                ' MARCACAO(OES); GRUPO DESATIVADO'
                        MOVE SPACES TO WS-AUD-CHAVE
                        MOVE GRP-CD-GRUPO TO WS-AUD-CHAVE
                        MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
      *---------------------------------------------------------
      * Regrava cada contato ativo do grupo com o novo código,
      * carimbando data/usuário e gerando a linha de log de
      * alteração, como faria o ALTCONTT. Em seguida as
      * marcações de grupo adicional passam para o destino.
      *---------------------------------------------------------
       P365-REMANEJAR-CONTATOS.
       SET FS-CTT-OK TO TRUE.
       MOVE ZEROS TO WS-REMANEJADOS WS-MARCA-MOVIDAS.

       OPEN I-O CONTATOS
       IF FS-CTT-OK
          SET EOF-OK TO FALSE
          PERFORM P366-REMANEJAR-CONTATO UNTIL EOF-OK
          PERFORM P367-REMANEJAR-MARCACOES
          CLOSE CONTATOS
       ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
       END-READ
       .

      *---------------------------------------------------------
      * Cada marcação do grupo antigo sai e, quando o destino não
      * é o grupo principal do contato nem uma marcação que ele
      * já tem, entra a marcação do destino. A posição é refeita
      * a cada volta, porque a exclusão desfaz a leitura em
      * sequência.
      *---------------------------------------------------------
       P367-REMANEJAR-MARCACOES.
       SET FS-GRA-OK TO TRUE
       OPEN I-O GRUPADIC
       IF WS-FS-GRA EQUAL 35
          CONTINUE
       ELSE
          IF FS-GRA-OK
             SET FIM-MARCA-OK TO FALSE
             PERFORM P368-REMANEJAR-MARCACAO UNTIL FIM-MARCA-OK
             CLOSE GRUPADIC
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
             CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'GRUPCNTT' 'GRUPADIC  '
                  WS-FS-GRA WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P368-REMANEJAR-MARCACAO.
       MOVE WS-CD-ENTRADA TO GRA-CD-GRUPO
       START GRUPADIC KEY IS EQUAL GRA-CD-GRUPO
             INVALID KEY
                SET FIM-MARCA-OK TO TRUE
       END-START
       IF NOT FIM-MARCA-OK
          READ GRUPADIC NEXT RECORD
               AT END
                  SET FIM-MARCA-OK TO TRUE
          END-READ
       END-IF
       IF NOT FIM-MARCA-OK
          MOVE GRA-ID-CONTATO TO WS-ID-MARCADO
          DELETE GRUPADIC RECORD
             INVALID KEY
                SET FIM-MARCA-OK TO TRUE
          END-DELETE
       END-IF
       IF NOT FIM-MARCA-OK
          ADD 1 TO WS-MARCA-MOVIDAS
          MOVE WS-ID-MARCADO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  MOVE ZEROS TO CD-GRUPO
          END-READ
          IF CD-GRUPO NOT EQUAL WS-CD-DESTINO
             MOVE WS-ID-MARCADO  TO GRA-ID-CONTATO
             MOVE WS-CD-DESTINO  TO GRA-CD-GRUPO
             ACCEPT GRA-DATA FROM DATE YYYYMMDD
             MOVE LK-US-OPERADOR TO GRA-US-OPERADOR
             WRITE REG-GRUPO-ADIC
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
       END-IF
       .

       P370-CONFIRMAR-DESATIVACAO.
       DISPLAY 'NENHUM CONTATO ATIVO REFERENCIA O GRUPO '
               WS-CD-ENTRADA
       DISPLAY '(NEM COMO GRUPO PRINCIPAL NEM COMO ADICIONAL)'
       DISPLAY 'TECLE <S> PARA CONFIRMAR A DESATIVACAO OU'
       DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-CONFIRM
