      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relatório do titular (LGPD): tudo o que a
      *            base guarda sobre uma pessoa, em um único
      *            documento datado, para responder ao pedido de
      *            acesso sem copiar telas à mão. A pessoa é
      *            localizada pelo id (com o dígito verificador)
      *            ou pelo CPF/CNPJ, pelo índice de documentos
      *            (CONTDOCU.DAT) e, na falta dele, no arquivo
      *            morto. O documento traz, nesta ordem:
      *            - o registro da base viva e o do arquivo morto
      *              (CONTARCH.DAT), quando houver;
      *            - os meios de contato adicionais (CONTMEIO.DAT);
      *            - as anotações (CONTNOTA.DAT);
      *            - toda linha do log de movimentação, dos meses
      *              já arquivados pela rotação (CONTLOG.AAAAMM.DAT,
      *              dez anos para trás) ao log corrente;
      *            - os itens de campanha (CONTCAMP.DAT);
      *            - a pendência com o fornecedor (CONTVEND.DAT);
      *            - as remissões de fusão (CONTXREF.DAT), nos dois
      *              sentidos;
      *            - os vínculos com outros contatos (CONTVINC.DAT)
      *              e o livro de consentimentos (CONTCONS.DAT);
      *            - as ocorrências de atendimento (CONTOCOR.DAT),
      *              as chaves de outros sistemas (CONTCHAV.DAT) e
      *              os convites para eventos (CONTCONV.DAT);
      *            - os grupos adicionais (CONTGRAD.DAT), o
      *              responsável da carteira (CONTCART.DAT) e a
      *              marca de falecimento (CONTOBIT.DAT);
      *            - as alterações pendentes de aprovação
      *              (CONTPEND.DAT) e o bloqueio legal
      *              (CONTBLOQ.DAT).
      *            Sai em spool datado catalogado (CATSPLTT) e
      *            cada emissão fica na trilha de auditoria
      *            (GRAVAUDTT), com quem pediu e por qual chave.
      *            Opção restrita ao supervisor pelo MENUCNTT.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - O relatório traz também as ocorrências, as
      *                   chaves de outros sistemas, os convites para
      *                   eventos, os grupos adicionais, a carteira, a
      *                   marca de falecimento, as alterações
      *                   pendentes de aprovação e o bloqueio legal
      *                   do titular.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITCONTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT ARQMORTO ASSIGN TO WS-ARQ-ARQMORTO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARC-ID-CONTATO
                FILE STATUS IS WS-FS-ARC.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

                SELECT MEIOS ASSIGN TO WS-ARQ-MEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MEI-CHAVE
                FILE STATUS IS WS-FS-MEI.

                SELECT NOTAS ASSIGN TO WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOT-CHAVE
                FILE STATUS IS WS-FS-NOT.

                SELECT CONTLOG ASSIGN TO WS-ARQ-CONTLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

                SELECT LOGMENSAL ASSIGN TO WS-NOME-ARQ-MES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-MES.

                SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CMP-CHAVE
                FILE STATUS IS WS-FS-CMP.

                SELECT PENDENCIAS ASSIGN TO WS-ARQ-PENDENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS VEN-ID-CONTATO
                FILE STATUS IS WS-FS-VEN.

                SELECT REMISSOES ASSIGN TO WS-ARQ-REMISSOES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XRF-ID-ORIGEM
                FILE STATUS IS WS-FS-XRF.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS-VIN.

                SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNS-CHAVE
                FILE STATUS IS WS-FS-CNS.

                SELECT OCORRENCIAS ASSIGN TO WS-ARQ-OCORRENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CHV.

                SELECT CONVITES ASSIGN TO WS-ARQ-CONVITES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNV-CHAVE
                FILE STATUS IS WS-FS-CNV.

                SELECT EVENTOS ASSIGN TO WS-ARQ-EVENTOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EVE-NR-EVENTO
                FILE STATUS IS WS-FS-EVE.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT PENDENTES ASSIGN TO WS-ARQ-PENDENTES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEN-CHAVE
                FILE STATUS IS WS-FS-PEN.

                SELECT BLOQUEIOS ASSIGN TO WS-ARQ-BLOQUEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLQ-ID-CONTATO
                FILE STATUS IS WS-FS-BLQ.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQMORTO.
          COPY FD_ARCTT.

       FD DOCIDX.
          COPY FD_DOCTT.

       FD MEIOS.
          COPY FD_MEIOTT.

       FD NOTAS.
          COPY FD_NOTATT.

       FD CONTLOG.
          COPY FD_LOGTT.

       FD LOGMENSAL.
       01 REG-LOG-MENSAL     PIC X(432).

       FD CAMPANHAS.
          COPY FD_CMPTT.

       FD PENDENCIAS.
          COPY FD_VENTT.

       FD REMISSOES.
          COPY FD_XRFTT.

       FD VINCULOS.
          COPY FD_VINTT.

       FD CONSENT.
          COPY FD_CNSTT.

       FD OCORRENCIAS.
          COPY FD_OCOTT.

       FD CHAVES.
          COPY FD_CHVTT.

       FD CONVITES.
          COPY FD_CNVTT.

       FD EVENTOS.
          COPY FD_EVETT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD PENDENTES.
          COPY FD_PENTT.

       FD BLOQUEIOS.
          COPY FD_BLQTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-ARC         PIC 99.
          88 FS-ARC-OK      VALUE 0.
       77 WS-FS-DOC         PIC 99.
          88 FS-DOC-OK      VALUE 0.
       77 WS-FS-MEI         PIC 99.
          88 FS-MEI-OK      VALUE 0.
       77 WS-FS-NOT         PIC 99.
          88 FS-NOT-OK      VALUE 0.
       77 WS-FS-LOG         PIC 99.
          88 FS-LOG-OK      VALUE 0.
       77 WS-FS-MES         PIC 99.
          88 FS-MES-OK      VALUE 0.
       77 WS-FS-CMP         PIC 99.
          88 FS-CMP-OK      VALUE 0.
       77 WS-FS-VEN         PIC 99.
          88 FS-VEN-OK      VALUE 0.
       77 WS-FS-XRF         PIC 99.
          88 FS-XRF-OK      VALUE 0.
       77 WS-FS-VIN         PIC 99.
          88 FS-VIN-OK      VALUE 0.
       77 WS-FS-CNS         PIC 99.
          88 FS-CNS-OK      VALUE 0.
       77 WS-FS-OCO         PIC 99.
          88 FS-OCO-OK      VALUE 0.
       77 WS-FS-CHV         PIC 99.
          88 FS-CHV-OK      VALUE 0.
       77 WS-FS-CNV         PIC 99.
          88 FS-CNV-OK      VALUE 0.
       77 WS-FS-EVE         PIC 99.
          88 FS-EVE-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-FS-PEN         PIC 99.
          88 FS-PEN-OK      VALUE 0.
       77 WS-FS-BLQ         PIC 99.
          88 FS-BLQ-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-ARQMORTO   PIC X(60) VALUE 'CONTARCH.DAT'.
       77 WS-ARQ-DOCIDX     PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-ARQ-MEIOS      PIC X(60) VALUE 'CONTMEIO.DAT'.
       77 WS-ARQ-NOTAS      PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-CONTLOG    PIC X(60) VALUE 'CONTLOG.DAT'.
       77 WS-NOME-ARQ-MES   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAMPANHAS  PIC X(60) VALUE 'CONTCAMP.DAT'.
       77 WS-ARQ-PENDENCIAS PIC X(60) VALUE 'CONTVEND.DAT'.
       77 WS-ARQ-REMISSOES  PIC X(60) VALUE 'CONTXREF.DAT'.
       77 WS-ARQ-VINCULOS   PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-ARQ-CONSENT    PIC X(60) VALUE 'CONTCONS.DAT'.
       77 WS-ARQ-OCORRENCIAS PIC X(60) VALUE 'CONTOCOR.DAT'.
       77 WS-ARQ-CHAVES     PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-ARQ-CONVITES   PIC X(60) VALUE 'CONTCONV.DAT'.
       77 WS-ARQ-EVENTOS    PIC X(60) VALUE 'CONTEVEN.DAT'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-ARQ-PENDENTES  PIC X(60) VALUE 'CONTPEND.DAT'.
       77 WS-ARQ-BLOQUEIOS  PIC X(60) VALUE 'CONTBLOQ.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-OPCAO          PIC X VALUE SPACES.
       77 WS-ID-PESSOA      PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA     PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO   PIC 9(01) VALUE ZEROS.
       77 WS-DOC-BUSCA      PIC X(14) VALUE SPACES.
       77 WS-QTD-DOC        PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-BASE     PIC X VALUE 'N'.
          88 ACHOU-BASE-OK  VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-ARC      PIC X VALUE 'N'.
          88 ACHOU-ARC-OK   VALUE 'S' FALSE 'N'.
       77 WS-PESSOA-OK      PIC X VALUE 'N'.
          88 PESSOA-IDENTIFICADA-OK VALUE 'S' FALSE 'N'.

      *    Horizonte dos meses de log arquivados varridos: dez
      *    anos, mais que qualquer retenção praticada.
       77 WS-MESES-LOG      PIC 9(03) VALUE 120.
       77 WS-IDX-MES        PIC 9(03) VALUE ZEROS.
       77 WS-MES-TOTAL      PIC 9(06) VALUE ZEROS.
       77 WS-MES-INICIO     PIC 9(06) VALUE ZEROS.
       01 WS-MES-REF.
          03 WS-MES-REF-ANO PIC 9(04).
          03 WS-MES-REF-MES PIC 9(02).
       01 WS-DATA-HOJE.
          03 WS-HOJE-ANO    PIC 9(04).
          03 WS-HOJE-MES    PIC 9(02).
          03 WS-HOJE-DIA    PIC 9(02).

       77 WS-QTD-MEIOS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NOTAS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LOG        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MESES      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CAMP       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-XREF       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VINC       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CONS       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-OCOR       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CHAV       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CONV       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRAD       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PEND       PIC 9(04) VALUE ZEROS.
       77 WS-EVE-NOME       PIC X(40) VALUE SPACES.

       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.
       01 WS-LINHA-REL      PIC X(132) VALUE SPACES.

       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(50) VALUE
                     'RELATORIO DO TITULAR - DADOS PESSOAIS MANTIDOS'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-SECAO.
          03 FILLER         PIC X(04) VALUE '--- '.
          03 WS-SEC-TITULO  PIC X(50).
          03 FILLER         PIC X(78) VALUE SPACES.

       01 WS-LINHA-CAMPO.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-CPO-ROTULO  PIC X(16).
          03 WS-CPO-VALOR   PIC X(60).
          03 FILLER         PIC X(52) VALUE SPACES.

       01 WS-LINHA-LOG.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-LOG-DATA    PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LOG-HORA    PIC 9(06).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LOG-OPER    PIC X(01).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LOG-USUARIO PIC X(12).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LOG-NOME    PIC X(20).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LOG-TEL     PIC X(15).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LOG-EMAIL   PIC X(40).
          03 FILLER         PIC X(20) VALUE SPACES.

       01 WS-REG-EXIBE     PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-EXIBE.
          03 WS-EX-ID-CONTATO PIC 9(06).
          03 WS-EX-NM-CONTATO PIC X(20).
          03 WS-EX-TELEFONE   PIC X(15).
          03 WS-EX-EMAIL      PIC X(40).
          03 WS-EX-LOGRADOURO  PIC X(40).
          03 WS-EX-COMPLEMENTO PIC X(20).
          03 WS-EX-CIDADE      PIC X(20).
          03 WS-EX-UF          PIC X(02).
          03 WS-EX-CEP         PIC X(08).
          03 WS-EX-CD-GRUPO   PIC X(03).
          03 WS-EX-ST-CONTATO PIC X(01).
          03 WS-EX-DT-ULT-ALTERACAO PIC X(08).
          03 WS-EX-US-ULT-ALTERACAO PIC X(12).
          03 WS-EX-DT-NASCIMENTO PIC X(08).
          03 WS-EX-CD-FILIAL  PIC X(03).
          03 WS-EX-NR-DOCUMENTO PIC X(14).
          03 WS-EX-FL-CONSENTIMENTO PIC X(03).
          03 WS-EX-FL-ST-ENDERECO PIC X(01).
          03 WS-EX-NM-COMPLETO PIC X(60).

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-ARQMORTO
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-CONTLOG
            CALL 'ARQPARTT' USING WS-ARQ-CAMPANHAS
            CALL 'ARQPARTT' USING WS-ARQ-PENDENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-REMISSOES
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-CONSENT
            CALL 'ARQPARTT' USING WS-ARQ-OCORRENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            CALL 'ARQPARTT' USING WS-ARQ-CONVITES
            CALL 'ARQPARTT' USING WS-ARQ-EVENTOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-PENDENTES
            CALL 'ARQPARTT' USING WS-ARQ-BLOQUEIOS
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** RELATORIO DO TITULAR (LGPD) *****'

            SET PESSOA-IDENTIFICADA-OK TO FALSE
            PERFORM P100-IDENTIFICAR-PESSOA THRU P100-FIM
            IF PESSOA-IDENTIFICADA-OK
               PERFORM P150-LOCALIZAR-PESSOA
               IF NOT ACHOU-BASE-OK AND NOT ACHOU-ARC-OK
                  DISPLAY 'ID ' WS-ID-PESSOA ' NAO ESTA NA BASE NEM'
                  DISPLAY 'NO ARQUIVO MORTO; O RELATORIO SAI COM O'
                  DISPLAY 'QUE RESTAR NOS DEMAIS ARQUIVOS'
               END-IF
               PERFORM P050-MONTAR-NOME-SPOOL
               PERFORM P200-EMITIR-RELATORIO THRU P200-FIM
            END-IF
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'TITCONTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * A pessoa vem pelo id, conferido pelo dígito verificador,
      * ou pelo CPF/CNPJ. O documento é procurado no índice
      * (CONTDOCU.DAT, só a base viva) e, sem resultado, no
      * arquivo morto, lido por inteiro.
      *---------------------------------------------------------
       P100-IDENTIFICAR-PESSOA.
       DISPLAY 'LOCALIZAR POR: <1> ID  <2> CPF/CNPJ'
       ACCEPT WS-OPCAO
       MOVE SPACES TO WS-AUD-ANTES
       IF WS-OPCAO EQUAL '2'
          DISPLAY 'INFORME O CPF/CNPJ (SOMENTE NUMEROS):'
          ACCEPT WS-DOC-BUSCA
          IF WS-DOC-BUSCA EQUAL SPACES
             DISPLAY 'CPF/CNPJ NAO INFORMADO'
             GO TO P100-FIM
          END-IF
          PERFORM P110-BUSCAR-DOCUMENTO
          IF WS-ID-PESSOA EQUAL ZEROS
             PERFORM P120-BUSCAR-DOC-ARQMORTO
          END-IF
          IF WS-ID-PESSOA EQUAL ZEROS
             DISPLAY 'NENHUM CONTATO COM ESTE CPF/CNPJ NA BASE NEM'
             DISPLAY 'NO ARQUIVO MORTO'
             GO TO P100-FIM
          END-IF
          IF WS-QTD-DOC GREATER 1
             DISPLAY 'ATENCAO: ' WS-QTD-DOC ' CONTATOS COM ESTE'
             DISPLAY 'DOCUMENTO NO INDICE; O RELATORIO SAI PARA O'
             DISPLAY 'PRIMEIRO (' WS-ID-PESSOA '), EMITA OS DEMAIS'
             DISPLAY 'PELO ID'
          END-IF
          STRING 'PEDIDO POR CPF/CNPJ ' DELIMITED BY SIZE
                 WS-DOC-BUSCA           DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
       ELSE
          DISPLAY 'INFORME O NUMERO DE IDENTIFICACAO DA PESSOA:'
          ACCEPT WS-ID-PESSOA
          IF WS-ID-PESSOA EQUAL ZEROS
             DISPLAY 'NUMERO DE IDENTIFICACAO INVALIDO'
             GO TO P100-FIM
          END-IF
          DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
          ACCEPT WS-DV-ENTRADA
          CALL 'CALCDVTT' USING WS-ID-PESSOA WS-DV-CALCULADO
          IF WS-DV-ENTRADA NOT EQUAL WS-DV-CALCULADO
             DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
             DISPLAY 'ID ANOTADO'
             GO TO P100-FIM
          END-IF
          MOVE 'PEDIDO POR ID' TO WS-AUD-ANTES
       END-IF
       SET PESSOA-IDENTIFICADA-OK TO TRUE
       .
       P100-FIM.

       P110-BUSCAR-DOCUMENTO.
       MOVE ZEROS TO WS-ID-PESSOA WS-QTD-DOC
       SET FS-DOC-OK TO TRUE
       OPEN INPUT DOCIDX
       IF FS-DOC-OK
          MOVE WS-DOC-BUSCA TO DOC-NUMERO
          MOVE ZEROS TO DOC-ID-CONTATO
          SET EOF-OK TO FALSE
          START DOCIDX KEY IS GREATER OR EQUAL DOC-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P111-LER-INDICE-DOC UNTIL EOF-OK
          CLOSE DOCIDX
       ELSE
          IF WS-FS-DOC NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O INDICE DE DOCUMENTOS'
             CALL 'FSMSGTT' USING WS-FS-DOC WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'TITCONTT' 'DOCIDX    '
                  WS-FS-DOC WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P111-LER-INDICE-DOC.
       READ DOCIDX NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF DOC-NUMERO NOT EQUAL WS-DOC-BUSCA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-DOC
                  IF WS-ID-PESSOA EQUAL ZEROS
                     MOVE DOC-ID-CONTATO TO WS-ID-PESSOA
                  END-IF
               END-IF
       END-READ
       .

       P120-BUSCAR-DOC-ARQMORTO.
       SET FS-ARC-OK TO TRUE
       OPEN INPUT ARQMORTO
       IF FS-ARC-OK
          SET EOF-OK TO FALSE
          PERFORM P121-LER-ARQMORTO UNTIL EOF-OK
          CLOSE ARQMORTO
       END-IF
       .

       P121-LER-ARQMORTO.
       READ ARQMORTO NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ARC-NR-DOCUMENTO EQUAL WS-DOC-BUSCA
                  ADD 1 TO WS-QTD-DOC
                  IF WS-ID-PESSOA EQUAL ZEROS
                     MOVE ARC-ID-CONTATO TO WS-ID-PESSOA
                  END-IF
               END-IF
       END-READ
       .

       P150-LOCALIZAR-PESSOA.
       SET ACHOU-BASE-OK TO FALSE
       SET ACHOU-ARC-OK TO FALSE
       SET FS-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-OK
          MOVE WS-ID-PESSOA TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET ACHOU-BASE-OK TO TRUE
          END-READ
          CLOSE CONTATOS
       END-IF
       SET FS-ARC-OK TO TRUE
       OPEN INPUT ARQMORTO
       IF FS-ARC-OK
          MOVE WS-ID-PESSOA TO ARC-ID-CONTATO
          READ ARQMORTO
               KEY IS ARC-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET ACHOU-ARC-OK TO TRUE
          END-READ
          CLOSE ARQMORTO
       END-IF
       .

       P200-EMITIR-RELATORIO.
       MOVE ZEROS TO WS-LINHA WS-PAGINA
       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TITCONTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF

       PERFORM P800-IMPRIMIR-CABECALHO
       MOVE SPACES TO WS-LINHA-REL
       STRING 'EMITIDO EM ' DELIMITED BY SIZE
              WS-SPL-DATA    DELIMITED BY SIZE
              ' '            DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              ' POR '        DELIMITED BY SIZE
              LK-US-OPERADOR DELIMITED BY SIZE
              ' - '          DELIMITED BY SIZE
              WS-AUD-ANTES   DELIMITED BY SIZE
         INTO WS-LINHA-REL
       END-STRING
       PERFORM P810-ESCREVER-LINHA
       CALL 'CALCDVTT' USING WS-ID-PESSOA WS-DV-CALCULADO
       MOVE SPACES TO WS-LINHA-REL
       STRING 'ID DO TITULAR: ' DELIMITED BY SIZE
              WS-ID-PESSOA      DELIMITED BY SIZE
              '-'               DELIMITED BY SIZE
              WS-DV-CALCULADO   DELIMITED BY SIZE
         INTO WS-LINHA-REL
       END-STRING
       PERFORM P810-ESCREVER-LINHA

       PERFORM P300-SECAO-CADASTRO
       PERFORM P320-SECAO-MEIOS
       PERFORM P330-SECAO-NOTAS
       PERFORM P340-SECAO-LOG
       PERFORM P360-SECAO-CAMPANHAS
       PERFORM P370-SECAO-PENDENCIA
       PERFORM P380-SECAO-REMISSOES
       PERFORM P390-SECAO-VINCULOS
       PERFORM P395-SECAO-CONSENTIMENTOS
       PERFORM P400-SECAO-OCORRENCIAS
       PERFORM P410-SECAO-CHAVES
       PERFORM P420-SECAO-CONVITES
       PERFORM P430-SECAO-GRUPOS-ADIC
       PERFORM P440-SECAO-CARTEIRA
       PERFORM P450-SECAO-OBITO
       PERFORM P460-SECAO-ALTER-PENDENTES
       PERFORM P470-SECAO-BLOQUEIO

       MOVE 'FIM DO RELATORIO DO TITULAR' TO WS-SEC-TITULO
       MOVE WS-LINHA-SECAO TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       CLOSE RELATORIO
       CALL 'CATSPLTT' USING 'TITCONTT' WS-ARQ-RELATORIO

      *    Cada emissão fica na trilha de auditoria: quem pediu,
      *    para qual id, por qual chave e em qual spool.
       MOVE WS-ID-PESSOA TO WS-AUD-CHAVE
       MOVE WS-ARQ-RELATORIO TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'TITCONTT' 'EMISSAO   '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       DISPLAY 'RELATORIO DO TITULAR EMITIDO: ' WS-ARQ-RELATORIO
       .
       P200-FIM.

      *---------------------------------------------------------
      * Registro cadastral: base viva e arquivo morto, campo a
      * campo, pela mesma vista do registro de 284 posições.
      *---------------------------------------------------------
       P300-SECAO-CADASTRO.
       MOVE 'CADASTRO (BASE VIVA)' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       IF ACHOU-BASE-OK
          MOVE REG-CONTATOS TO WS-REG-EXIBE
          PERFORM P310-IMPRIMIR-REGISTRO
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       MOVE 'CADASTRO (ARQUIVO MORTO)' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       IF ACHOU-ARC-OK
          MOVE REG-ARQMORTO TO WS-REG-EXIBE
          PERFORM P310-IMPRIMIR-REGISTRO
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P310-IMPRIMIR-REGISTRO.
       MOVE 'NOME COMPLETO..:' TO WS-CPO-ROTULO
       MOVE WS-EX-NM-COMPLETO  TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'NOME SOCIAL....:' TO WS-CPO-ROTULO
       MOVE WS-EX-NM-CONTATO   TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'CPF/CNPJ.......:' TO WS-CPO-ROTULO
       MOVE WS-EX-NR-DOCUMENTO TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'NASCIMENTO.....:' TO WS-CPO-ROTULO
       MOVE WS-EX-DT-NASCIMENTO TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'TELEFONE.......:' TO WS-CPO-ROTULO
       MOVE WS-EX-TELEFONE     TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'E-MAIL.........:' TO WS-CPO-ROTULO
       MOVE WS-EX-EMAIL        TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'LOGRADOURO.....:' TO WS-CPO-ROTULO
       MOVE WS-EX-LOGRADOURO   TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'COMPLEMENTO....:' TO WS-CPO-ROTULO
       MOVE WS-EX-COMPLEMENTO  TO WS-CPO-VALOR
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'CIDADE/UF/CEP..:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       STRING WS-EX-CIDADE DELIMITED BY SIZE
              ' '          DELIMITED BY SIZE
              WS-EX-UF     DELIMITED BY SIZE
              ' '          DELIMITED BY SIZE
              WS-EX-CEP    DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'GRUPO/FILIAL...:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       STRING WS-EX-CD-GRUPO  DELIMITED BY SIZE
              ' / '           DELIMITED BY SIZE
              WS-EX-CD-FILIAL DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'SITUACAO.......:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       STRING WS-EX-ST-CONTATO     DELIMITED BY SIZE
              '  CONSENT. T/E/C: ' DELIMITED BY SIZE
              WS-EX-FL-CONSENTIMENTO DELIMITED BY SIZE
              '  ENDERECO: '       DELIMITED BY SIZE
              WS-EX-FL-ST-ENDERECO DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       MOVE 'ULT. ALTERACAO.:' TO WS-CPO-ROTULO
       MOVE SPACES TO WS-CPO-VALOR
       STRING WS-EX-DT-ULT-ALTERACAO DELIMITED BY SIZE
              ' POR '                DELIMITED BY SIZE
              WS-EX-US-ULT-ALTERACAO DELIMITED BY SIZE
         INTO WS-CPO-VALOR
       END-STRING
       PERFORM P840-ESCREVER-CAMPO
       .

       P320-SECAO-MEIOS.
       MOVE 'MEIOS DE CONTATO ADICIONAIS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-MEIOS
       SET FS-MEI-OK TO TRUE
       OPEN INPUT MEIOS
       IF FS-MEI-OK
          MOVE WS-ID-PESSOA TO MEI-ID-CONTATO
          MOVE ZEROS TO MEI-SEQUENCIA
          SET EOF-OK TO FALSE
          START MEIOS KEY IS GREATER OR EQUAL MEI-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P321-LER-MEIO UNTIL EOF-OK
          CLOSE MEIOS
       END-IF
       IF WS-QTD-MEIOS EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P321-LER-MEIO.
       READ MEIOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF MEI-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-MEIOS
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    '        DELIMITED BY SIZE
                         MEI-SEQUENCIA DELIMITED BY SIZE
                         ' CLASSE '    DELIMITED BY SIZE
                         MEI-CLASSE    DELIMITED BY SIZE
                         ' TIPO '      DELIMITED BY SIZE
                         MEI-TIPO      DELIMITED BY SIZE
                         ' '           DELIMITED BY SIZE
                         MEI-VALOR     DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

       P330-SECAO-NOTAS.
       MOVE 'ANOTACOES' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-NOTAS
       SET FS-NOT-OK TO TRUE
       OPEN INPUT NOTAS
       IF FS-NOT-OK
          MOVE WS-ID-PESSOA TO NOT-ID-CONTATO
          MOVE ZEROS TO NOT-SEQUENCIA
          SET EOF-OK TO FALSE
          START NOTAS KEY IS GREATER OR EQUAL NOT-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P331-LER-NOTA UNTIL EOF-OK
          CLOSE NOTAS
       END-IF
       IF WS-QTD-NOTAS EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P331-LER-NOTA.
       READ NOTAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF NOT-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-NOTAS
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    '          DELIMITED BY SIZE
                         NOT-DATA        DELIMITED BY SIZE
                         ' '             DELIMITED BY SIZE
                         NOT-HORA        DELIMITED BY SIZE
                         ' '             DELIMITED BY SIZE
                         NOT-US-OPERADOR DELIMITED BY SIZE
                         ' '             DELIMITED BY SIZE
                         NOT-TEXTO       DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
                  IF NOT-DT-RETORNO NOT EQUAL ZEROS
                     MOVE SPACES TO WS-LINHA-REL
                     STRING '             RETORNO EM ' DELIMITED
                            BY SIZE
                            NOT-DT-RETORNO DELIMITED BY SIZE
                            ' POR '        DELIMITED BY SIZE
                            NOT-US-RETORNO DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                     END-STRING
                     PERFORM P810-ESCREVER-LINHA
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Log de movimentação: os meses arquivados pela rotação
      * (CONTLOG.AAAAMM.DAT), do mais antigo do horizonte ao mês
      * corrente — mês sem arquivo é simplesmente pulado —, e
      * depois o log corrente.
      *---------------------------------------------------------
       P340-SECAO-LOG.
       MOVE 'LOG DE MOVIMENTACAO (MESES ARQUIVADOS E CORRENTE)'
            TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-LOG WS-QTD-MESES
       MOVE SPACES TO WS-LINHA-REL
       MOVE '    DATA     HORA   O OPERADOR     NOME' TO
            WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA

       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       COMPUTE WS-MES-TOTAL = WS-HOJE-ANO * 12 + WS-HOJE-MES - 1
       COMPUTE WS-MES-INICIO = WS-MES-TOTAL - WS-MESES-LOG
       MOVE ZEROS TO WS-IDX-MES
       PERFORM P341-LER-MES-ARQUIVADO
          UNTIL WS-IDX-MES GREATER WS-MESES-LOG

       SET FS-LOG-OK TO TRUE
       OPEN INPUT CONTLOG
       IF FS-LOG-OK
          SET EOF-OK TO FALSE
          PERFORM P343-LER-LOG-CORRENTE UNTIL EOF-OK
          CLOSE CONTLOG
       END-IF

       IF WS-QTD-LOG EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       ELSE
          MOVE SPACES TO WS-LINHA-REL
          STRING '    LINHAS DE LOG: ' DELIMITED BY SIZE
                 WS-QTD-LOG           DELIMITED BY SIZE
                 ' (MESES ARQUIVADOS LIDOS: ' DELIMITED BY SIZE
                 WS-QTD-MESES         DELIMITED BY SIZE
                 ')'                  DELIMITED BY SIZE
            INTO WS-LINHA-REL
          END-STRING
          PERFORM P810-ESCREVER-LINHA
       END-IF
       .

       P341-LER-MES-ARQUIVADO.
       COMPUTE WS-MES-TOTAL = WS-MES-INICIO + WS-IDX-MES
       DIVIDE WS-MES-TOTAL BY 12 GIVING WS-MES-REF-ANO
              REMAINDER WS-MES-REF-MES
       ADD 1 TO WS-MES-REF-MES
       MOVE SPACES TO WS-NOME-ARQ-MES
       STRING 'CONTLOG.'  DELIMITED BY SIZE
              WS-MES-REF  DELIMITED BY SIZE
              '.DAT'      DELIMITED BY SIZE
         INTO WS-NOME-ARQ-MES
       END-STRING
       CALL 'ARQPARTT' USING WS-NOME-ARQ-MES
       SET FS-MES-OK TO TRUE
       OPEN INPUT LOGMENSAL
       IF FS-MES-OK
          ADD 1 TO WS-QTD-MESES
          SET EOF-OK TO FALSE
          PERFORM P342-LER-LOG-MENSAL UNTIL EOF-OK
          CLOSE LOGMENSAL
       END-IF
       ADD 1 TO WS-IDX-MES
       .

       P342-LER-LOG-MENSAL.
       READ LOGMENSAL
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE REG-LOG-MENSAL TO REG-LOG
               PERFORM P344-IMPRIMIR-LOG
       END-READ
       .

       P343-LER-LOG-CORRENTE.
       READ CONTLOG
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               PERFORM P344-IMPRIMIR-LOG
       END-READ
       .

       P344-IMPRIMIR-LOG.
       IF LOG-ID-CONTATO EQUAL WS-ID-PESSOA
          ADD 1 TO WS-QTD-LOG
          MOVE LOG-DATA        TO WS-LOG-DATA
          MOVE LOG-HORA        TO WS-LOG-HORA
          MOVE LOG-OPERACAO    TO WS-LOG-OPER
          MOVE LOG-US-OPERADOR TO WS-LOG-USUARIO
          MOVE LOG-NM-CONTATO  TO WS-LOG-NOME
          MOVE LOG-TELEFONE    TO WS-LOG-TEL
          MOVE LOG-EMAIL       TO WS-LOG-EMAIL
          MOVE WS-LINHA-LOG    TO WS-LINHA-REL
          PERFORM P810-ESCREVER-LINHA
          IF LOG-ENDERECO NOT EQUAL SPACES
             MOVE SPACES TO WS-LINHA-REL
             STRING '                            ENDERECO: '
                    DELIMITED BY SIZE
                    LOG-ENDERECO DELIMITED BY SIZE
               INTO WS-LINHA-REL
             END-STRING
             PERFORM P810-ESCREVER-LINHA
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Itens de campanha: o arquivo é chaveado por campanha,
      * então é lido por inteiro.
      *---------------------------------------------------------
       P360-SECAO-CAMPANHAS.
       MOVE 'ITENS DE CAMPANHA DE LIGACAO' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-CAMP
       SET FS-CMP-OK TO TRUE
       OPEN INPUT CAMPANHAS
       IF FS-CMP-OK
          SET EOF-OK TO FALSE
          PERFORM P361-LER-CAMPANHA UNTIL EOF-OK
          CLOSE CAMPANHAS
       END-IF
       IF WS-QTD-CAMP EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P361-LER-CAMPANHA.
       READ CAMPANHAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CMP-ID-CONTATO EQUAL WS-ID-PESSOA
                  ADD 1 TO WS-QTD-CAMP
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    CAMPANHA '     DELIMITED BY SIZE
                         CMP-NR-CAMPANHA     DELIMITED BY SIZE
                         ' ITEM '            DELIMITED BY SIZE
                         CMP-SEQUENCIA       DELIMITED BY SIZE
                         ' SITUACAO '        DELIMITED BY SIZE
                         CMP-SITUACAO        DELIMITED BY SIZE
                         ' GERADO EM '       DELIMITED BY SIZE
                         CMP-DT-GERACAO      DELIMITED BY SIZE
                         ' ATENDIDO EM '     DELIMITED BY SIZE
                         CMP-DT-ATENDIMENTO  DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         CMP-US-OPERADOR     DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

       P370-SECAO-PENDENCIA.
       MOVE 'PENDENCIA COM O FORNECEDOR DE ENVIOS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       SET FS-VEN-OK TO TRUE
       OPEN INPUT PENDENCIAS
       IF FS-VEN-OK
          MOVE WS-ID-PESSOA TO VEN-ID-CONTATO
          READ PENDENCIAS
               KEY IS VEN-ID-CONTATO
               INVALID KEY
                  PERFORM P830-NADA-CONSTA
               NOT INVALID KEY
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    SITUACAO '   DELIMITED BY SIZE
                         VEN-SITUACAO      DELIMITED BY SIZE
                         ' MOTIVO '        DELIMITED BY SIZE
                         VEN-MOTIVO        DELIMITED BY SIZE
                         ' RETORNO EM '    DELIMITED BY SIZE
                         VEN-DT-RETORNO    DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
          END-READ
          CLOSE PENDENCIAS
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       .

      *---------------------------------------------------------
      * Remissões de fusão: a chave é o id que deixou de existir,
      * então a remissão deste id é lida direto e as dos ids
      * fundidos nele exigem a leitura do arquivo inteiro.
      *---------------------------------------------------------
       P380-SECAO-REMISSOES.
       MOVE 'REMISSOES DE FUSAO DE DUPLICADOS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-XREF
       SET FS-XRF-OK TO TRUE
       OPEN INPUT REMISSOES
       IF FS-XRF-OK
          SET EOF-OK TO FALSE
          PERFORM P381-LER-REMISSAO UNTIL EOF-OK
          CLOSE REMISSOES
       END-IF
       IF WS-QTD-XREF EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P381-LER-REMISSAO.
       READ REMISSOES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF XRF-ID-ORIGEM EQUAL WS-ID-PESSOA
                  OR XRF-ID-DESTINO EQUAL WS-ID-PESSOA
                  ADD 1 TO WS-QTD-XREF
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    ID '          DELIMITED BY SIZE
                         XRF-ID-ORIGEM      DELIMITED BY SIZE
                         ' FUNDIDO NO ID '  DELIMITED BY SIZE
                         XRF-ID-DESTINO     DELIMITED BY SIZE
                         ' EM '             DELIMITED BY SIZE
                         XRF-DATA           DELIMITED BY SIZE
                         ' POR '            DELIMITED BY SIZE
                         XRF-US-OPERADOR    DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

       P390-SECAO-VINCULOS.
       MOVE 'VINCULOS COM OUTROS CONTATOS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-VINC
       SET FS-VIN-OK TO TRUE
       OPEN INPUT VINCULOS
       IF FS-VIN-OK
          MOVE WS-ID-PESSOA TO VIN-ID-CONTATO
          MOVE ZEROS TO VIN-ID-VINCULADO
          SET EOF-OK TO FALSE
          START VINCULOS KEY IS GREATER OR EQUAL VIN-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P391-LER-VINCULO UNTIL EOF-OK
          CLOSE VINCULOS
       END-IF
       IF WS-QTD-VINC EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P391-LER-VINCULO.
       READ VINCULOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF VIN-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-VINC
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    CONTATO '     DELIMITED BY SIZE
                         VIN-ID-VINCULADO   DELIMITED BY SIZE
                         ' TIPO '           DELIMITED BY SIZE
                         VIN-TIPO           DELIMITED BY SIZE
                         ' SENTIDO '        DELIMITED BY SIZE
                         VIN-SENTIDO        DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

       P395-SECAO-CONSENTIMENTOS.
       MOVE 'LIVRO DE CONSENTIMENTOS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-CONS
       SET FS-CNS-OK TO TRUE
       OPEN INPUT CONSENT
       IF FS-CNS-OK
          MOVE WS-ID-PESSOA TO CNS-ID-CONTATO
          MOVE ZEROS TO CNS-SEQUENCIA
          SET EOF-OK TO FALSE
          START CONSENT KEY IS GREATER OR EQUAL CNS-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P396-LER-CONSENT UNTIL EOF-OK
          CLOSE CONSENT
       END-IF
       IF WS-QTD-CONS EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P396-LER-CONSENT.
       READ CONSENT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNS-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-CONS
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    '           DELIMITED BY SIZE
                         CNS-DATA         DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         CNS-HORA         DELIMITED BY SIZE
                         ' CANAL '        DELIMITED BY SIZE
                         CNS-CANAL        DELIMITED BY SIZE
                         ' ACAO '         DELIMITED BY SIZE
                         CNS-ACAO         DELIMITED BY SIZE
                         ' ORIGEM '       DELIMITED BY SIZE
                         CNS-ORIGEM       DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         CNS-US-OPERADOR  DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         CNS-PROGRAMA     DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         CNS-REFERENCIA   DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Ocorrências de atendimento: uma linha de situação e
      * datas, a descrição e, quando encerrada, a resolução.
      *---------------------------------------------------------
       P400-SECAO-OCORRENCIAS.
       MOVE 'OCORRENCIAS DE ATENDIMENTO' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-OCOR
       SET FS-OCO-OK TO TRUE
       OPEN INPUT OCORRENCIAS
       IF FS-OCO-OK
          MOVE WS-ID-PESSOA TO OCO-ID-CONTATO
          MOVE ZEROS TO OCO-SEQUENCIA
          SET EOF-OK TO FALSE
          START OCORRENCIAS KEY IS GREATER OR EQUAL OCO-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P401-LER-OCORRENCIA UNTIL EOF-OK
          CLOSE OCORRENCIAS
       END-IF
       IF WS-QTD-OCOR EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P401-LER-OCORRENCIA.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF OCO-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-OCOR
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    '              DELIMITED BY SIZE
                         OCO-SEQUENCIA       DELIMITED BY SIZE
                         ' TIPO '            DELIMITED BY SIZE
                         OCO-TIPO            DELIMITED BY SIZE
                         ' SITUACAO '        DELIMITED BY SIZE
                         OCO-SITUACAO        DELIMITED BY SIZE
                         ' ABERTA EM '       DELIMITED BY SIZE
                         OCO-DT-ABERTURA     DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         OCO-US-ABERTURA     DELIMITED BY SIZE
                         ' PRAZO '           DELIMITED BY SIZE
                         OCO-DT-PRAZO        DELIMITED BY SIZE
                         ' ENCERRADA EM '    DELIMITED BY SIZE
                         OCO-DT-ENCERRAMENTO DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '        '          DELIMITED BY SIZE
                         OCO-DESCRICAO       DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
                  IF OCO-RESOLUCAO NOT EQUAL SPACES
                     MOVE SPACES TO WS-LINHA-REL
                     STRING '        RESOLUCAO: ' DELIMITED BY SIZE
                            OCO-RESOLUCAO    DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                     END-STRING
                     PERFORM P810-ESCREVER-LINHA
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Chaves de outros sistemas, pela chave alternativa do id.
      *---------------------------------------------------------
       P410-SECAO-CHAVES.
       MOVE 'CHAVES DE OUTROS SISTEMAS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-CHAV
       SET FS-CHV-OK TO TRUE
       OPEN INPUT CHAVES
       IF FS-CHV-OK
          MOVE WS-ID-PESSOA TO CHV-ID-CONTATO
          SET EOF-OK TO FALSE
          START CHAVES KEY IS EQUAL CHV-ID-CONTATO
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P411-LER-CHAVE UNTIL EOF-OK
          CLOSE CHAVES
       END-IF
       IF WS-QTD-CHAV EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P411-LER-CHAVE.
       READ CHAVES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CHV-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-CHAV
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    SISTEMA '      DELIMITED BY SIZE
                         CHV-CD-SISTEMA      DELIMITED BY SIZE
                         ' CHAVE '           DELIMITED BY SIZE
                         CHV-CHAVE-EXTERNA   DELIMITED BY SIZE
                         ' ORIGEM '          DELIMITED BY SIZE
                         CHV-ORIGEM          DELIMITED BY SIZE
                         ' INCLUIDA EM '     DELIMITED BY SIZE
                         CHV-DT-INCLUSAO     DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         CHV-US-INCLUSAO     DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Convites para eventos: a lista de convidados é chaveada
      * pelo evento, então é lida por inteiro; o nome do evento
      * vem do cadastro de eventos.
      *---------------------------------------------------------
       P420-SECAO-CONVITES.
       MOVE 'CONVITES PARA EVENTOS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-CONV
       SET FS-CNV-OK TO TRUE
       OPEN INPUT CONVITES
       IF FS-CNV-OK
          SET FS-EVE-OK TO TRUE
          OPEN INPUT EVENTOS
          SET EOF-OK TO FALSE
          PERFORM P421-LER-CONVITE UNTIL EOF-OK
          IF FS-EVE-OK
             CLOSE EVENTOS
          END-IF
          CLOSE CONVITES
       END-IF
       IF WS-QTD-CONV EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P421-LER-CONVITE.
       READ CONVITES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNV-ID-CONTATO EQUAL WS-ID-PESSOA
                  ADD 1 TO WS-QTD-CONV
                  MOVE SPACES TO WS-EVE-NOME
                  MOVE CNV-NR-EVENTO TO EVE-NR-EVENTO
                  READ EVENTOS
                       KEY IS EVE-NR-EVENTO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE EVE-NM-EVENTO TO WS-EVE-NOME
                  END-READ
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    EVENTO '       DELIMITED BY SIZE
                         CNV-NR-EVENTO       DELIMITED BY SIZE
                         ' '                 DELIMITED BY SIZE
                         WS-EVE-NOME         DELIMITED BY SIZE
                         ' CONVIDADO EM '    DELIMITED BY SIZE
                         CNV-DT-CONVITE      DELIMITED BY SIZE
                         ' RESPOSTA '        DELIMITED BY SIZE
                         CNV-RESPOSTA        DELIMITED BY SIZE
                         ' EM '              DELIMITED BY SIZE
                         CNV-DT-RESPOSTA     DELIMITED BY SIZE
                         ' PRESENCA '        DELIMITED BY SIZE
                         CNV-PRESENCA        DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

       P430-SECAO-GRUPOS-ADIC.
       MOVE 'GRUPOS ADICIONAIS' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-GRAD
       SET FS-GRA-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF FS-GRA-OK
          MOVE WS-ID-PESSOA TO GRA-ID-CONTATO
          MOVE ZEROS TO GRA-CD-GRUPO
          SET EOF-OK TO FALSE
          START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P431-LER-GRUPO-ADIC UNTIL EOF-OK
          CLOSE GRUPADIC
       END-IF
       IF WS-QTD-GRAD EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P431-LER-GRUPO-ADIC.
       READ GRUPADIC NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF GRA-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-GRAD
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    GRUPO '        DELIMITED BY SIZE
                         GRA-CD-GRUPO        DELIMITED BY SIZE
                         ' MARCADO EM '      DELIMITED BY SIZE
                         GRA-DATA            DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         GRA-US-OPERADOR     DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

       P440-SECAO-CARTEIRA.
       MOVE 'CARTEIRA (OPERADOR RESPONSAVEL)' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       SET FS-CAR-OK TO TRUE
       OPEN INPUT CARTEIRA
       IF FS-CAR-OK
          MOVE WS-ID-PESSOA TO CAR-ID-CONTATO
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  PERFORM P830-NADA-CONSTA
               NOT INVALID KEY
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    OPERADOR '     DELIMITED BY SIZE
                         CAR-CD-OPERADOR     DELIMITED BY SIZE
                         ' DESDE '           DELIMITED BY SIZE
                         CAR-DATA            DELIMITED BY SIZE
                         ' ATRIBUIDO POR '   DELIMITED BY SIZE
                         CAR-US-OPERADOR     DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
          END-READ
          CLOSE CARTEIRA
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       .

      *---------------------------------------------------------
      * Marca de falecimento, ativa ou desfeita (com o motivo).
      *---------------------------------------------------------
       P450-SECAO-OBITO.
       MOVE 'MARCA DE FALECIMENTO' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       SET FS-OBT-OK TO TRUE
       OPEN INPUT OBITOS
       IF FS-OBT-OK
          MOVE WS-ID-PESSOA TO OBT-ID-CONTATO
          READ OBITOS
               KEY IS OBT-ID-CONTATO
               INVALID KEY
                  PERFORM P830-NADA-CONSTA
               NOT INVALID KEY
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    SITUACAO '     DELIMITED BY SIZE
                         OBT-SITUACAO        DELIMITED BY SIZE
                         ' CPF '             DELIMITED BY SIZE
                         OBT-NR-CPF          DELIMITED BY SIZE
                         ' OBITO EM '        DELIMITED BY SIZE
                         OBT-DT-OBITO        DELIMITED BY SIZE
                         ' MARCADO EM '      DELIMITED BY SIZE
                         OBT-DT-MARCACAO     DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         OBT-US-MARCACAO     DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
                  MOVE 'NOME NO REGISTRO:' TO WS-CPO-ROTULO
                  MOVE OBT-NM-REGISTRO     TO WS-CPO-VALOR
                  PERFORM P840-ESCREVER-CAMPO
                  IF OBITO-DESFEITO
                     MOVE SPACES TO WS-LINHA-REL
                     STRING '    DESFEITA EM ' DELIMITED BY SIZE
                            OBT-DT-DESFEITO    DELIMITED BY SIZE
                            ' POR '            DELIMITED BY SIZE
                            OBT-US-DESFEITO    DELIMITED BY SIZE
                            ' MOTIVO '         DELIMITED BY SIZE
                            OBT-MOT-DESFEITO   DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                     END-STRING
                     PERFORM P810-ESCREVER-LINHA
                  END-IF
          END-READ
          CLOSE OBITOS
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       .

      *---------------------------------------------------------
      * Alterações pendentes de aprovação, com o valor de antes
      * e o pedido (documento, consentimento ou situação).
      *---------------------------------------------------------
       P460-SECAO-ALTER-PENDENTES.
       MOVE 'ALTERACOES SUJEITAS A APROVACAO' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       MOVE ZEROS TO WS-QTD-PEND
       SET FS-PEN-OK TO TRUE
       OPEN INPUT PENDENTES
       IF FS-PEN-OK
          MOVE WS-ID-PESSOA TO PEN-ID-CONTATO
          MOVE ZEROS TO PEN-SEQUENCIA
          SET EOF-OK TO FALSE
          START PENDENTES KEY IS GREATER OR EQUAL PEN-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P461-LER-PENDENTE UNTIL EOF-OK
          CLOSE PENDENTES
       END-IF
       IF WS-QTD-PEND EQUAL ZEROS
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P461-LER-PENDENTE.
       READ PENDENTES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF PEN-ID-CONTATO NOT EQUAL WS-ID-PESSOA
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-PEND
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    '              DELIMITED BY SIZE
                         PEN-SEQUENCIA       DELIMITED BY SIZE
                         ' TIPO '            DELIMITED BY SIZE
                         PEN-TP-ALTERACAO    DELIMITED BY SIZE
                         ' PEDIDO '          DELIMITED BY SIZE
                         PEN-ST-PEDIDO       DELIMITED BY SIZE
                         ' EM '              DELIMITED BY SIZE
                         PEN-DT-PEDIDO       DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         PEN-US-SOLICITANTE  DELIMITED BY SIZE
                         ' DECIDIDO EM '     DELIMITED BY SIZE
                         PEN-DT-DECISAO      DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         PEN-US-DECISOR      DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '        ANTES '    DELIMITED BY SIZE
                         PEN-VL-ANTES        DELIMITED BY SIZE
                         ' DEPOIS '          DELIMITED BY SIZE
                         PEN-VL-DEPOIS       DELIMITED BY SIZE
                         ' MOTIVO '          DELIMITED BY SIZE
                         PEN-MOTIVO          DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Bloqueio legal: a linha fica mesmo depois de liberada,
      * então sai com a situação e os dados da liberação.
      *---------------------------------------------------------
       P470-SECAO-BLOQUEIO.
       MOVE 'BLOQUEIO LEGAL' TO WS-SEC-TITULO
       PERFORM P820-ABRIR-SECAO
       SET FS-BLQ-OK TO TRUE
       OPEN INPUT BLOQUEIOS
       IF FS-BLQ-OK
          MOVE WS-ID-PESSOA TO BLQ-ID-CONTATO
          READ BLOQUEIOS
               KEY IS BLQ-ID-CONTATO
               INVALID KEY
                  PERFORM P830-NADA-CONSTA
               NOT INVALID KEY
                  MOVE SPACES TO WS-LINHA-REL
                  STRING '    SITUACAO '     DELIMITED BY SIZE
                         BLQ-SITUACAO        DELIMITED BY SIZE
                         ' PROCESSO '        DELIMITED BY SIZE
                         BLQ-PROCESSO        DELIMITED BY SIZE
                         ' DESDE '           DELIMITED BY SIZE
                         BLQ-DT-INICIO       DELIMITED BY SIZE
                         ' POR '             DELIMITED BY SIZE
                         BLQ-US-INICIO       DELIMITED BY SIZE
                    INTO WS-LINHA-REL
                  END-STRING
                  PERFORM P810-ESCREVER-LINHA
                  MOVE 'MOTIVO.........:' TO WS-CPO-ROTULO
                  MOVE BLQ-MOTIVO         TO WS-CPO-VALOR
                  PERFORM P840-ESCREVER-CAMPO
                  IF BLOQUEIO-LIBERADO
                     MOVE SPACES TO WS-LINHA-REL
                     STRING '    LIBERADO EM ' DELIMITED BY SIZE
                            BLQ-DT-LIBERACAO   DELIMITED BY SIZE
                            ' POR '            DELIMITED BY SIZE
                            BLQ-US-LIBERACAO   DELIMITED BY SIZE
                            ' MOTIVO '         DELIMITED BY SIZE
                            BLQ-MOT-LIBERACAO  DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                     END-STRING
                     PERFORM P810-ESCREVER-LINHA
                  END-IF
          END-READ
          CLOSE BLOQUEIOS
       ELSE
          PERFORM P830-NADA-CONSTA
       END-IF
       .

       P800-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE ZEROS TO WS-LINHA
       .

       P810-ESCREVER-LINHA.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P800-IMPRIMIR-CABECALHO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-REL
       ADD 1 TO WS-LINHA
       .

       P820-ABRIR-SECAO.
       MOVE SPACES TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       MOVE WS-LINHA-SECAO TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       .

       P830-NADA-CONSTA.
       MOVE '    NADA CONSTA' TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       .

       P840-ESCREVER-CAMPO.
       MOVE WS-LINHA-CAMPO TO WS-LINHA-REL
       PERFORM P810-ESCREVER-LINHA
       .
       END PROGRAM TITCONTT.
