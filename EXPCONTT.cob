      * Histórico de alterações
      * 09/08/2026 MAMJ - Transformado em módulo, chamado a partir
      *                   do submenu de relatórios do MENUCNTT.
      * 15/10/2026 MAMJ - A linha exportada cresce para 284
      *                   posições com o nome completo
      *                   (NM-COMPLETO) no fim do registro.
      * 15/10/2026 MAMJ - Arquivo passa a sair com cabeçalho e
      *                   rodapé de controle (FD_ITFTT): tipo
      *                   EXPCONTT, sequência do NUMITFTT,
      *                   quantidade de contatos e soma dos ids.
      * 15/10/2026 MAMJ - O arquivo sai com CPF/CNPJ mascarado e o
      *                   ano de nascimento zerado (MASCARTT), a
      *                   menos que o operador peça dados completos
      *                   e um supervisor autorize (AUTSUPTT); cada
      *                   extração completa fica na trilha de
      *                   auditoria (GRAVAUDTT).
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

          COPY FD_CONTT.

       FD ARQSAIDA.
       01 REG-SAIDA          PIC X(284).

       WORKING-STORAGE SECTION.

          COPY FD_ITFTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-CONT           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-IDS        PIC 9(15) VALUE ZEROS.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.

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

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-SAIDA
            DISPLAY '***** EXPORTACAO DE CONTATOS *****'
            PERFORM P050-ESCOLHER-MODO
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-SAI-OK
               SET EOF-OK TO FALSE
               PERFORM P200-GRAVAR-CABECALHO
               PERFORM P300-PROCESSAR UNTIL EOF-OK
               PERFORM P800-GRAVAR-RODAPE
            END-IF
            PERFORM P900-FIM
            .

      *---------------------------------------------------------
      * Dados completos (CPF/CNPJ e nascimento como estão na base)
      * só com autorização do supervisor, registrada na trilha de
      * auditoria; sem ela, a exportação sai mascarada.
      *---------------------------------------------------------
       P050-ESCOLHER-MODO.
       SET DADOS-MASCARADOS TO TRUE
       DISPLAY 'TECLE <C> PARA EXPORTAR COM DADOS COMPLETOS'
       DISPLAY '(CPF/CNPJ E NASCIMENTO SEM MASCARA) OU'
       DISPLAY '<QUALQUER TECLA> PARA DADOS MASCARADOS'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM EQUAL 'C'
          CALL 'AUTSUPTT' USING LK-US-OPERADOR LK-PF-OPERADOR
                                WS-APROVADOR WS-AUTORIZADO
          IF WS-AUTORIZADO EQUAL 'S'
             SET DADOS-COMPLETOS TO TRUE
             MOVE SPACES TO WS-AUD-ANTES
             STRING 'AUTORIZADO POR ' DELIMITED BY SIZE
                    WS-APROVADOR      DELIMITED BY SIZE
               INTO WS-AUD-ANTES
             END-STRING
             MOVE WS-ARQ-SAIDA TO WS-AUD-DEPOIS
             CALL 'GRAVAUDTT' USING 'EXPCONTT' 'DADOSCOMPL'
                  LK-US-OPERADOR 'EXPORTAC' WS-AUD-ANTES
                  WS-AUD-DEPOIS
          ELSE
             DISPLAY 'A EXPORTACAO SAIRA COM DADOS MASCARADOS'
          END-IF
       END-IF
       .

       P100-ABRIR-ARQUIVOS.
       SET FS-OK TO TRUE.
       SET FS-SAI-OK TO TRUE.
       MOVE ZEROS TO WS-CONT WS-TOT-IDS.

       OPEN INPUT CONTATOS
       IF NOT FS-OK
       END-IF
       .

      *---------------------------------------------------------
      * Cabeçalho e rodapé de controle do arquivo (FD_ITFTT).
      *---------------------------------------------------------
       P200-GRAVAR-CABECALHO.
       MOVE SPACES TO REG-CTL-ITF
       SET ITF-CABECALHO TO TRUE
       MOVE 'EXPCONTT' TO ITF-TIPO-ARQ
       ACCEPT ITF-DT-CRIACAO FROM DATE YYYYMMDD
       CALL 'NUMITFTT' USING ITF-TIPO-ARQ ITF-SEQUENCIA
       MOVE ZEROS TO ITF-QTD-REGISTROS ITF-TOT-IDS
       WRITE REG-SAIDA FROM REG-CTL-ITF
       .

       P800-GRAVAR-RODAPE.
       SET ITF-RODAPE TO TRUE
       MOVE WS-CONT    TO ITF-QTD-REGISTROS
       MOVE WS-TOT-IDS TO ITF-TOT-IDS
       WRITE REG-SAIDA FROM REG-CTL-ITF
       .

       P300-PROCESSAR.
       READ CONTATOS
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-CONT
               ADD ID-CONTATO TO WS-TOT-IDS
               IF DADOS-MASCARADOS
                  PERFORM P310-MASCARAR-REGISTRO
               END-IF
               MOVE REG-CONTATOS TO REG-SAIDA
               WRITE REG-SAIDA
       END-READ
       .

      *---------------------------------------------------------
      * Máscara no layout fixo: o CPF/CNPJ cabe nos 14 do campo,
      * sem pontuação, e o nascimento fica com o ano zerado (dia
      * e mês continuam servindo aos aniversários).
      *---------------------------------------------------------
       P310-MASCARAR-REGISTRO.
       MOVE NR-DOCUMENTO TO WS-MSC-VALOR
       CALL 'MASCARTT' USING 'F' WS-MSC-VALOR WS-MSC-SAIDA
       MOVE WS-MSC-SAIDA TO NR-DOCUMENTO
       IF DT-NASCIMENTO NOT EQUAL ZEROS
          MOVE ZEROS TO DT-NASCIMENTO(1:4)
       END-IF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado): o status termina em 10/23 conforme a
