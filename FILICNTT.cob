      *                   filial, no molde do cadastro de grupos:
      *                   o status 'I' que a listagem já exibia
      *                   não tinha caminho de manutenção.
      * 15/10/2026 MAMJ - Nova opção <5> FAIXA DE NUMERACAO: reserva
      *                   a faixa de ids de contato de cada filial no
      *                   controle de numeração (CONTNUME.DAT, usado
      *                   pelo ALOCIDTT), sem sobreposição entre
      *                   filiais e sem recuar abaixo do último id
      *                   entregue, com linha de auditoria.
      *********************************************************

       IDENTIFICATION DIVISION.
                RECORD KEY IS FIL-CD-FILIAL
                FILE STATUS IS WS-FS.

                SELECT NUMERACAO ASSIGN TO WS-ARQ-NUMERACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NUM-CD-FILIAL
                FILE STATUS IS WS-FS-NUM.

       DATA DIVISION.
       FILE SECTION.
       FD FILIAIS.
          COPY FD_FILTT.

       FD NUMERACAO.
          COPY FD_NUMTT.

       WORKING-STORAGE SECTION.

       COPY FD_PARTT.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       77 WS-ARQ-FILIAIS   PIC X(60) VALUE 'FILICNTT.DAT'.
       77 WS-ARQ-NUMERACAO PIC X(60) VALUE 'CONTNUME.DAT'.

       77 WS-FS-NUM        PIC 99.
          88 FS-NUM-OK     VALUE 0.
       77 WS-RES-ALOCACAO  PIC X VALUE SPACES.
       77 WS-ID-CONSULTA   PIC 9(06) VALUE ZEROS.
       77 WS-NUM-INICIO    PIC 9(06) VALUE ZEROS.
       77 WS-NUM-FIM       PIC 9(06) VALUE ZEROS.
       77 WS-NUM-ULT       PIC 9(06) VALUE ZEROS.
       77 WS-FAIXA-NOVA    PIC X VALUE 'N'.
          88 FAIXA-NOVA-OK VALUE 'S' FALSE 'N'.
       77 WS-SOBREPOSTA    PIC X VALUE 'N'.
          88 FAIXA-SOBREPOSTA-OK VALUE 'S' FALSE 'N'.
       01 WS-AUD-FAIXA.
          03 FILLER        PIC X(06) VALUE 'FAIXA '.
          03 WS-AUD-FX-INI PIC 9(06).
          03 FILLER        PIC X(03) VALUE ' A '.
          03 WS-AUD-FX-FIM PIC 9(06).

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-FILIAIS
            CALL 'ARQPARTT' USING WS-ARQ-NUMERACAO
            CALL 'LERPARTT' USING REG-PARAMETROS
            DISPLAY '***** CADASTRO DE FILIAIS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
       P300-PROCESSA-MENU.
       DISPLAY '<1> CADASTRAR FILIAL   <2> LISTAR FILIAIS'
       DISPLAY '<3> ALTERAR FILIAL     <4> DESATIVAR FILIAL'
       DISPLAY '<5> FAIXA DE NUMERACAO DE CONTATOS'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

             PERFORM P330-ALTERAR-FILIAL
          WHEN '4'
             PERFORM P340-DESATIVAR-FILIAL
          WHEN '5'
             PERFORM P350-FAIXA-NUMERACAO THRU P350-FIM
          WHEN OTHER
             PERFORM P310-CADASTRAR-FILIAL
       END-EVALUATE
       END-IF
       .

      *---------------------------------------------------------
      * Reserva ou altera a faixa de identificações de contato
      * de uma filial no controle de numeração (CONTNUME.DAT),
      * de onde o ALOCIDTT entrega os ids do cadastro, da
      * importação de vCard e da fusão de bases. Regras: a faixa
      * não se sobrepõe à de nenhuma outra filial e não termina
      * antes do último id já entregue (o número só anda para
      * frente, nada é reaproveitado). A filial precisa estar
      * ativa no cadastro, salvo a nossa própria (parâmetro
      * PAR-CD-FILIAL). Toda mudança gera linha de auditoria.
      *---------------------------------------------------------
       P350-FAIXA-NUMERACAO.
       DISPLAY 'INFORME O CODIGO DA FILIAL:'
       ACCEPT WS-CD-ENTRADA
       IF WS-CD-ENTRADA EQUAL SPACES
          DISPLAY 'O CODIGO NAO PODE FICAR EM BRANCO'
          GO TO P350-FIM
       END-IF

       IF WS-CD-ENTRADA NOT EQUAL PAR-CD-FILIAL
          SET FS-OK TO TRUE
          OPEN INPUT FILIAIS
          IF NOT FS-OK
             DISPLAY 'O CADASTRO DE FILIAIS AINDA NAO EXISTE'
             GO TO P350-FIM
          END-IF
          MOVE WS-CD-ENTRADA TO FIL-CD-FILIAL
          READ FILIAIS
               KEY IS FIL-CD-FILIAL
               INVALID KEY
                  MOVE 'I' TO FIL-ST-FILIAL
                  MOVE SPACES TO FIL-NM-FILIAL
          END-READ
          CLOSE FILIAIS
          IF FILIAL-DESATIVADA
             DISPLAY 'FILIAL NAO CADASTRADA OU DESATIVADA'
             GO TO P350-FIM
          END-IF
       END-IF

      *    A consulta garante o controle de numeração criado (na
      *    primeira vez, a partir dos ids já usados).
       CALL 'ALOCIDTT' USING 'C' WS-CD-ENTRADA WS-ID-CONSULTA
            WS-RES-ALOCACAO
       SET FS-NUM-OK TO TRUE
       OPEN I-O NUMERACAO
       IF WS-RES-ALOCACAO EQUAL 'I' OR NOT FS-NUM-OK
          DISPLAY 'ERRO AO ABRIR O CONTROLE DE NUMERACAO'
          CALL 'FSMSGTT' USING WS-FS-NUM WS-FS-MSG
          DISPLAY WS-FS-MSG
          MOVE WS-CD-ENTRADA TO WS-ERR-CHAVE
          CALL 'ERRLOGTT' USING 'FILICNTT' 'NUMERACAO '
               WS-FS-NUM WS-ERR-CHAVE
          CLOSE NUMERACAO
          GO TO P350-FIM
       END-IF

       DISPLAY 'FAIXAS RESERVADAS (FILIAL, INICIO, FIM, ULTIMO):'
       MOVE LOW-VALUES TO NUM-CD-FILIAL
       SET EOF-OK TO FALSE
       START NUMERACAO KEY IS NOT LESS NUM-CD-FILIAL
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P355-LISTAR-FAIXA UNTIL EOF-OK

       SET FAIXA-NOVA-OK TO FALSE
       MOVE WS-CD-ENTRADA TO NUM-CD-FILIAL
       READ NUMERACAO
            KEY IS NUM-CD-FILIAL
            INVALID KEY
               SET FAIXA-NOVA-OK TO TRUE
               MOVE ZEROS TO WS-NUM-ULT WS-AUD-FX-INI
                             WS-AUD-FX-FIM
               DISPLAY 'FILIAL ' WS-CD-ENTRADA
                       ' AINDA SEM FAIXA DE NUMERACAO'
            NOT INVALID KEY
               MOVE NUM-ULT-ID    TO WS-NUM-ULT
               MOVE NUM-ID-INICIO TO WS-AUD-FX-INI
               MOVE NUM-ID-FIM    TO WS-AUD-FX-FIM
               DISPLAY 'FAIXA ATUAL: ' NUM-ID-INICIO ' A '
                       NUM-ID-FIM ', ULTIMO ID ENTREGUE: '
                       NUM-ULT-ID
       END-READ
       MOVE SPACES TO WS-AUD-ANTES
       IF NOT FAIXA-NOVA-OK
          MOVE WS-AUD-FAIXA TO WS-AUD-ANTES
       END-IF

       DISPLAY 'INFORME O INICIO DA FAIXA (6 DIGITOS):'
       ACCEPT WS-NUM-INICIO
       DISPLAY 'INFORME O FIM DA FAIXA (6 DIGITOS):'
       ACCEPT WS-NUM-FIM
       IF WS-NUM-INICIO EQUAL ZEROS
          OR WS-NUM-FIM LESS WS-NUM-INICIO
          DISPLAY 'FAIXA INVALIDA, NADA ALTERADO'
          CLOSE NUMERACAO
          GO TO P350-FIM
       END-IF
       IF WS-NUM-FIM LESS WS-NUM-ULT
          DISPLAY 'A FAIXA NAO PODE TERMINAR ANTES DO ULTIMO ID'
          DISPLAY 'JA ENTREGUE (' WS-NUM-ULT '), NADA ALTERADO'
          CLOSE NUMERACAO
          GO TO P350-FIM
       END-IF

       SET FAIXA-SOBREPOSTA-OK TO FALSE
       MOVE LOW-VALUES TO NUM-CD-FILIAL
       SET EOF-OK TO FALSE
       START NUMERACAO KEY IS NOT LESS NUM-CD-FILIAL
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P356-CONFERIR-SOBREPOSICAO UNTIL EOF-OK
       IF FAIXA-SOBREPOSTA-OK
          DISPLAY 'FAIXAS NAO PODEM SE SOBREPOR, NADA ALTERADO'
          CLOSE NUMERACAO
          GO TO P350-FIM
       END-IF

       DISPLAY 'TECLE <S> PARA CONFIRMAR A FAIXA ' WS-NUM-INICIO
               ' A ' WS-NUM-FIM ' OU <QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          DISPLAY 'FAIXA NAO ALTERADA'
          CLOSE NUMERACAO
          GO TO P350-FIM
       END-IF

       MOVE WS-CD-ENTRADA TO NUM-CD-FILIAL
       IF FAIXA-NOVA-OK
          INITIALIZE REG-NUMERACAO
          MOVE WS-CD-ENTRADA TO NUM-CD-FILIAL
          SUBTRACT 1 FROM WS-NUM-INICIO GIVING NUM-ULT-ID
       ELSE
          READ NUMERACAO
               KEY IS NUM-CD-FILIAL
          END-READ
       END-IF
       MOVE WS-NUM-INICIO TO NUM-ID-INICIO
       MOVE WS-NUM-FIM    TO NUM-ID-FIM
       ACCEPT NUM-DT-FAIXA FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO NUM-US-FAIXA
       IF FAIXA-NOVA-OK
          WRITE REG-NUMERACAO
       ELSE
          REWRITE REG-NUMERACAO
       END-IF
       IF FS-NUM-OK
          DISPLAY 'FAIXA GRAVADA COM SUCESSO'
          MOVE SPACES TO WS-AUD-CHAVE
          MOVE WS-CD-ENTRADA TO WS-AUD-CHAVE
          MOVE WS-NUM-INICIO TO WS-AUD-FX-INI
          MOVE WS-NUM-FIM    TO WS-AUD-FX-FIM
          MOVE SPACES TO WS-AUD-DEPOIS
          MOVE WS-AUD-FAIXA TO WS-AUD-DEPOIS
          CALL 'GRAVAUDTT' USING 'FILICNTT' 'FAIXA NUM '
               LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
               WS-AUD-DEPOIS
       ELSE
          DISPLAY 'ERRO AO GRAVAR O CONTROLE DE NUMERACAO'
          CALL 'FSMSGTT' USING WS-FS-NUM WS-FS-MSG
          DISPLAY WS-FS-MSG
          MOVE WS-CD-ENTRADA TO WS-ERR-CHAVE
          CALL 'ERRLOGTT' USING 'FILICNTT' 'NUMERACAO '
               WS-FS-NUM WS-ERR-CHAVE
       END-IF
       CLOSE NUMERACAO
       .
       P350-FIM.

       P355-LISTAR-FAIXA.
       READ NUMERACAO NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               DISPLAY NUM-CD-FILIAL '  ' NUM-ID-INICIO '  '
                       NUM-ID-FIM '  ' NUM-ULT-ID
       END-READ
       .

       P356-CONFERIR-SOBREPOSICAO.
       READ NUMERACAO NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF NUM-CD-FILIAL NOT EQUAL WS-CD-ENTRADA
                  AND WS-NUM-INICIO NOT GREATER NUM-ID-FIM
                  AND WS-NUM-FIM NOT LESS NUM-ID-INICIO
                  SET FAIXA-SOBREPOSTA-OK TO TRUE
                  DISPLAY 'SOBREPOE A FAIXA DA FILIAL '
                          NUM-CD-FILIAL ': ' NUM-ID-INICIO ' A '
                          NUM-ID-FIM
               END-IF
       END-READ
       .

       P900-FIM.

       GOBACK.
