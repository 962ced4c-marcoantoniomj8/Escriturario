      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Consultar e desfazer a marca de falecimento
      *            de um contato (CONTOBIT.DAT), gravada pela
      *            conferência mensal com o arquivo oficial de
      *            óbitos (OBTCONTT). A identificação errada (CPF
      *            digitado errado no cadastro, homônimo) se
      *            desfaz aqui: a linha fica com a situação 'D',
      *            os dados de quem desfez e o motivo, obrigatório,
      *            e o contato volta às saídas de relacionamento.
      *            A conferência seguinte não marca de novo o mesmo
      *            CPF. Restrito ao supervisor pelo MENUCNTT, e a
      *            ação sai na trilha de auditoria (GRAVAUDTT):
      *            chave = id, antes = data do óbito, depois =
      *            motivo.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTDESTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CON.

       DATA DIVISION.
       FILE SECTION.
       FD OBITOS.
          COPY FD_OBTTT.

       FD CONTATOS.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-CON        PIC 99.
          88 FS-CON-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-OBITOS    PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-ID-ENTRADA    PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-ID-VALIDO     PIC X VALUE 'N'.
          88 ID-VALIDO-OK  VALUE 'S' FALSE 'N'.
       77 WS-NM-PESSOA     PIC X(60) VALUE SPACES.
       77 WS-TEM-LINHA     PIC X VALUE 'N'.
          88 TEM-LINHA-OK  VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO        PIC X(40) VALUE SPACES.
       77 WS-DT-OBITO      PIC 9(08) VALUE ZEROS.
       77 WS-DT-EDITADA    PIC X(10) VALUE SPACES.

       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            DISPLAY '***** MARCAS DE FALECIMENTO *****'
            IF LK-PF-OPERADOR NOT EQUAL 'S'
               DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
            ELSE
               SET EXIT-OK TO FALSE
               PERFORM P300-CONSULTAR-MARCA THRU P300-FIM
                  UNTIL EXIT-OK
            END-IF
            GOBACK.

       P300-CONSULTAR-MARCA.
       SET ID-VALIDO-OK TO FALSE
       PERFORM P305-INFORMAR-ID UNTIL ID-VALIDO-OK

       PERFORM P310-LOCALIZAR-CONTATO
       DISPLAY 'CONTATO..: ' WS-ID-ENTRADA '-' WS-DV-ENTRADA ' '
               WS-NM-PESSOA

       PERFORM P320-LER-MARCA
       IF NOT TEM-LINHA-OK
          DISPLAY 'SITUACAO.: SEM MARCA DE FALECIMENTO'
          GO TO P300-CONTINUAR
       END-IF

       MOVE OBT-DT-OBITO TO WS-DT-OBITO
       PERFORM P330-EDITAR-DATA
       IF OBITO-ATIVO
          DISPLAY 'SITUACAO.: MARCADO COMO FALECIDO'
       ELSE
          DISPLAY 'SITUACAO.: MARCA DESFEITA EM ' OBT-DT-DESFEITO
                  ' POR ' OBT-US-DESFEITO
          DISPLAY 'MOTIVO...: ' OBT-MOT-DESFEITO
       END-IF
       DISPLAY 'CPF......: ' OBT-NR-CPF
       DISPLAY 'OBITO EM.: ' WS-DT-EDITADA
       DISPLAY 'REGISTRO.: ' OBT-NM-REGISTRO
       DISPLAY 'MARCADO..: ' OBT-DT-MARCACAO ' POR ' OBT-US-MARCACAO

       IF OBITO-ATIVO
          PERFORM P400-DESFAZER THRU P400-FIM
       END-IF
       .
       P300-CONTINUAR.
       DISPLAY 'TECLE: '
       DISPLAY ' QUALQUER <TECLA> PARA CONTINUAR OU <F> PARA FINALIZAR'
       ACCEPT WS-EXIT
       .
       P300-FIM.

       P305-INFORMAR-ID.
       DISPLAY 'INFORME O NUMERO DE IDENTIFICACAO DO CONTATO:'
       ACCEPT WS-ID-ENTRADA
       IF WS-ID-ENTRADA NOT EQUAL ZEROS
          DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
          ACCEPT WS-DV-ENTRADA
          CALL 'CALCDVTT' USING WS-ID-ENTRADA WS-DV-CALCULADO
          IF WS-DV-ENTRADA EQUAL WS-DV-CALCULADO
             MOVE WS-ID-ENTRADA TO WS-ERR-CHAVE
             SET ID-VALIDO-OK TO TRUE
          ELSE
             DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
             DISPLAY 'ID ANOTADO E DIGITE NOVAMENTE'
          END-IF
       ELSE
          DISPLAY 'NUMERO DE IDENTIFICACAO INVALIDO, INFORME'
          DISPLAY 'APENAS NUMEROS MAIORES QUE ZERO'
       END-IF
       .

      *---------------------------------------------------------
      * O nome do cadastro aparece ao lado do nome do registro
      * de óbito para o supervisor comparar.
      *---------------------------------------------------------
       P310-LOCALIZAR-CONTATO.
       MOVE '(FORA DA BASE)' TO WS-NM-PESSOA
       SET FS-CON-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-CON-OK
          MOVE WS-ID-ENTRADA TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE NM-COMPLETO TO WS-NM-PESSOA
          END-READ
          CLOSE CONTATOS
       END-IF
       .

       P320-LER-MARCA.
       SET TEM-LINHA-OK TO FALSE
       SET FS-OK TO TRUE
       OPEN INPUT OBITOS
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE WS-ID-ENTRADA TO OBT-ID-CONTATO
             READ OBITOS
                  KEY IS OBT-ID-CONTATO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET TEM-LINHA-OK TO TRUE
             END-READ
             CLOSE OBITOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MARCAS DE OBITO'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'OBTDESTT' 'OBITOS    '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P330-EDITAR-DATA.
       MOVE SPACES TO WS-DT-EDITADA
       STRING WS-DT-OBITO(7:2) DELIMITED BY SIZE
              '/'              DELIMITED BY SIZE
              WS-DT-OBITO(5:2) DELIMITED BY SIZE
              '/'              DELIMITED BY SIZE
              WS-DT-OBITO(1:4) DELIMITED BY SIZE
         INTO WS-DT-EDITADA
       END-STRING
       .

      *---------------------------------------------------------
      * Desfazer: motivo obrigatório e confirmação; a linha fica
      * com a situação 'D' e os dados de quem desfez.
      *---------------------------------------------------------
       P400-DESFAZER.
       DISPLAY 'TECLE <D> PARA DESFAZER A MARCA (IDENTIFICACAO'
       DISPLAY 'ERRADA) OU <QUALQUER TECLA> PARA MANTER'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'D'
          DISPLAY 'MARCA MANTIDA'
          GO TO P400-FIM
       END-IF

       DISPLAY 'INFORME O MOTIVO:'
       MOVE SPACES TO WS-MOTIVO
       ACCEPT WS-MOTIVO
       IF WS-MOTIVO EQUAL SPACES
          DISPLAY 'DESFAZER A MARCA EXIGE O MOTIVO, MARCA MANTIDA'
          GO TO P400-FIM
       END-IF

       DISPLAY 'TECLE <S> PARA CONFIRMAR OU <QUALQUER TECLA> PARA'
       DISPLAY 'ABORTAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          DISPLAY 'MARCA MANTIDA'
          GO TO P400-FIM
       END-IF

       SET FS-OK TO TRUE
       OPEN I-O OBITOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MARCAS DE OBITO'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OBTDESTT' 'OBITOS    '
               WS-FS WS-ERR-CHAVE
          GO TO P400-FIM
       END-IF
       MOVE WS-ID-ENTRADA TO OBT-ID-CONTATO
       READ OBITOS
            KEY IS OBT-ID-CONTATO
            INVALID KEY
               DISPLAY 'MARCA NAO ENCONTRADA, REFACA A CONSULTA'
               CLOSE OBITOS
               GO TO P400-FIM
       END-READ
       IF NOT OBITO-ATIVO
          DISPLAY 'MARCA JA DESFEITA POR ' OBT-US-DESFEITO
          CLOSE OBITOS
          GO TO P400-FIM
       END-IF
       SET OBITO-DESFEITO TO TRUE
       ACCEPT OBT-DT-DESFEITO FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO OBT-US-DESFEITO
       MOVE WS-MOTIVO      TO OBT-MOT-DESFEITO
       REWRITE REG-OBITO
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR A MARCA'
             CALL 'ERRLOGTT' USING 'OBTDESTT' 'OBITOS    '
                  WS-FS WS-ERR-CHAVE
             CLOSE OBITOS
             GO TO P400-FIM
       END-REWRITE
       CLOSE OBITOS

       DISPLAY 'MARCA DE FALECIMENTO DESFEITA'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-ID-ENTRADA TO WS-AUD-CHAVE
       STRING 'FALECIDO EM '  DELIMITED BY SIZE
              WS-DT-EDITADA   DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       MOVE WS-MOTIVO TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'OBTDESTT' 'DESFAZ OBT'
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P400-FIM.
       END PROGRAM OBTDESTT.
