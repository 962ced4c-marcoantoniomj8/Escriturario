      *            sozinha ao gravar o endereço novo. Toda
      *            marcação gera linha no log de movimentação
      *            (GRAVLOGTT), como as demais mudanças.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Revisão da empresa baixada ou nula na
      *                   Receita (FL-ST-ENDERECO 'B', marcada pelo
      *                   RFBCNPTT): confirmada a empresa ativa, a
      *                   marca sai e o endereço volta às saídas
      *                   postais, com linha no log.
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
                       DISPLAY 'CONTATO INATIVO NAO RECEBE'
                       DISPLAY 'CORRESPONDENCIA; NADA A MARCAR'
                    ELSE
                    IF EMPRESA-BAIXADA THEN
                       DISPLAY 'EMPRESA BAIXADA OU NULA NO CADASTRO'
                       DISPLAY 'CNPJ DA RECEITA, FORA DAS SAIDAS'
                       DISPLAY 'POSTAIS PARA REVISAO. TECLE <S> SE A'
                       DISPLAY 'EMPRESA SEGUE ATIVA E O ENDERECO'
                       DISPLAY 'DEVE VOLTAR AS SAIDAS OU'
                       DISPLAY '<QUALQUER TECLA> PARA CONTINUAR'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S' THEN
                          PERFORM P307-VERIFICAR-CONCORRENCIA
                          IF CONFLITO-OK
                             DISPLAY 'CONTATO FOI ALTERADO POR OUTRA'
                             DISPLAY 'SESSAO DESDE A LEITURA, REFACA'
                             DISPLAY 'A CONSULTA E TENTE NOVAMENTE'
                          ELSE
                             MOVE SPACES TO FL-ST-ENDERECO
                             PERFORM P308-GRAVAR-MARCACAO
                             DISPLAY 'REVISAO REGISTRADA, O ENDERECO'
                             DISPLAY 'VOLTA AS SAIDAS POSTAIS'
                          END-IF
                       ELSE
                          DISPLAY 'MARCACAO MANTIDA'
                       END-IF
                    ELSE
                    IF ENDERECO-DEVOLVIDO THEN
                       DISPLAY 'ESTE ENDERECO JA ESTA MARCADO COMO'
                       DISPLAY 'DEVOLVIDO. TECLE <S> PARA DESFAZER'
                       END-IF
                    END-IF
                    END-IF
                    END-IF
          END-READ
        ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
