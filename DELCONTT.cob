      *                   verificador (CALCDVTT): a transposição
      *                   41/14 que inativou o contato errado em
      *                   junho é barrada na digitação.
      * 15/10/2026 MAMJ - Contato sob bloqueio legal (VERBLQTT) não
      *                   pode ser excluído; a reativação continua
      *                   permitida.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.


       WORKING-STORAGE SECTION.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
       77 WS-ID-ENTRADA    PIC 9(06) VALUE ZEROS.
       77 WS-ID-VALIDO     PIC X VALUE 'N'.
          88 ID-VALIDO-OK  VALUE 'S' FALSE 'N'.
       01 WS-REGISTRO-ATUAL PIC X(284) VALUE SPACES.
       77 WS-CONFLITO      PIC X VALUE 'N'.
          88 CONFLITO-OK   VALUE 'S' FALSE 'N'.
       77 WS-US-OPERADOR   PIC X(12) VALUE SPACES.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-TEL-FMT       PIC X(15) VALUE SPACES.
       77 WS-BLQ-PROCESSO  PIC X(20) VALUE SPACES.
       77 WS-BLQ-RESULTADO PIC X(01) VALUE 'N'.
          88 CONTATO-BLOQUEADO VALUE 'S' 'I'.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
                          DISPLAY 'CONTATO NÃO REATIVADO'
                       END-IF
                    ELSE
                       PERFORM P308-VERIFICAR-BLOQUEIO
                       IF CONTATO-BLOQUEADO
                          DISPLAY 'CONTATO SOB BLOQUEIO LEGAL, '
                                  'PROCESSO ' WS-BLQ-PROCESSO
                          DISPLAY 'A EXCLUSAO NAO E PERMITIDA ATE A'
                          DISPLAY 'LIBERACAO PELO SUPERVISOR'
                       ELSE
                          DISPLAY 'TECLE:'
                          DISPLAY '<S> PARA CONFIRMAR OU '
                                  '<QUALQUER TECLA>'
                          DISPLAY 'PARA ABORTAR'
                          ACCEPT WS-CONFIRM
                          IF WS-CONFIRM EQUAL 'S' THEN
                             PERFORM P307-VERIFICAR-CONCORRENCIA
                             IF CONFLITO-OK
                                DISPLAY 'CONTATO FOI ALTERADO POR OUTRA'
                                DISPLAY 'SESSAO DESDE A LEITURA, REFACA'
                                DISPLAY 'A CONSULTA E TENTE NOVAMENTE'
                             ELSE
                                SET CONTATO-INATIVO TO TRUE
                                REWRITE REG-CONTATOS
                                DISPLAY 'CONTATO EXCLUIDO COM SUCESSO'
                                CALL 'GRAVLOGTT' USING 'E' WS-ID-CONTATO
                                     WS-NM-CONTATO WS-TELEFONE WS-EMAIL
                                     WS-ENDERECO WS-US-OPERADOR
                                     REG-CONTATOS
                             END-IF
                          ELSE
                             DISPLAY 'O CONTATO NÃO FOI EXCLUIDO'
                          END-IF
                       END-IF
                    END-IF
          END-READ
       END-READ
       .

      *---------------------------------------------------------
      * Consulta o bloqueio legal do contato. Se o arquivo de
      * bloqueios não puder ser lido, o VERBLQTT devolve 'I' e o
      * contato é tratado como bloqueado, por precaução.
      *---------------------------------------------------------
       P308-VERIFICAR-BLOQUEIO.
       CALL 'VERBLQTT' USING WS-ID-CONTATO WS-BLQ-PROCESSO
                             WS-BLQ-RESULTADO
       .

       P900-FIM.

       GOBACK.
