      *                   resultado dos passos da noite, o backup
      *                   e os erros de arquivo desde o diário
      *                   anterior.
      * 15/10/2026 MAMJ - Descadastramentos do fornecedor
      *                   (OPTCONTT) entram no roteiro e na
      *                   sequência padrão, antes do EXPCSVTT: quem
      *                   pediu para sair não volta no envio da
      *                   mesma noite. Na tabela de trabalhos, o
      *                   passo do OPTCONTT deve vir antes do
      *                   EXPCSVTT.
      * 15/10/2026 MAMJ - Carga da tabela de CEPs (CRGCEPTT, sem
      *                   extrato = nada a fazer) e conferência dos
      *                   endereços pelo CEP (RELCEPTT) entram no
      *                   roteiro, para a tabela de trabalhos.
      * 15/10/2026 MAMJ - Histórico de tempos: cada passo executado
      *                   grava início, fim, duração em segundos,
      *                   resultado e a média do passo nas noites
      *                   anteriores da janela (PAR-SEMANAS-TEMPO)
      *                   no NOTURNTT.HST, que não é zerado. Passo
      *                   que dura mais que a média mais a
      *                   tolerância (PAR-PCT-ESTOURO), com pelo
      *                   menos três noites de base e um minuto de
      *                   folga, sai marcado ATENCAO no resumo da
      *                   noite; o DIARIOTT repete o aviso. O
      *                   relatório de tempos (RELTMPTT) entra no
      *                   roteiro.
      * 15/10/2026 MAMJ - Os pedidos de relatório deixados no menu
      *                   para o lote da noite (EXEFILTT) entram no
      *                   roteiro e, como sexto passo, na sequência
      *                   padrão. A área de comunicação do lote
      *                   ganha os parâmetros dos pedidos.
      * 15/10/2026 MAMJ - A conferência dos arquivos satélites e
      *                   índices (CONFSATT, só conferência) entra
      *                   no roteiro.
      * 15/10/2026 MAMJ - A conferência com o cadastro CNPJ da
      *                   Receita (RFBCNPTT) entra no roteiro, para
      *                   a noite em que chega o extrato.
      * 15/10/2026 MAMJ - A conferência mensal com o arquivo oficial
      *                   de óbitos (OBTCONTT) entra no roteiro, para
      *                   a noite em que o arquivo chega.
      * 15/10/2026 MAMJ - A relação de ocorrências de atendimento
      *                   em aberto e vencidas (RELOCOTT) entra no
      *                   roteiro do condutor.
      * 15/10/2026 MAMJ - A carga das chaves externas mandadas pelo
      *                   ERP (CRGCHVTT, sem arquivo = nada a fazer)
      *                   entra no roteiro; na tabela de trabalhos,
      *                   antes do EXPCSVTT que leva a chave.
      * 15/10/2026 MAMJ - O relatório semanal de capacidade
      *                   (CAPCONTT) entra no roteiro, para a tabela
      *                   de trabalhos com frequência 'S'; o passo
      *                   deve vir antes do DIARIOTT, que traz os
      *                   tetos marcados na noite da medição.
      * 15/10/2026 MAMJ - Antes dos passos do lote chama a recuperação
      *                   das atualizações interrompidas (RECINTTT).
      * 15/10/2026 MAMJ - O relatório de relacionamento vencido
      *                   (RELCADTT) entra no roteiro; no lote só sai
      *                   a lista, a carga como campanha de ligação
      *                   fica com o supervisor pela tela.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-FER.

                SELECT HISTTEMPO ASSIGN TO WS-ARQ-HISTTEMPO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HST.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
       FD FERIADOS.
       01 REG-FERIADO        PIC 9(08).

       FD HISTTEMPO.
          COPY FD_TMPTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       01 WS-COM-AREA.
          03 WS-MENSAGEM    PIC X(20).
          03 WS-US-OPERADOR PIC X(12) VALUE 'NOTURNO'.
          03 WS-PF-OPERADOR PIC X(01) VALUE 'S'.
          03 WS-EM-LOTE     PIC X(01) VALUE 'S'.
          03 WS-PARM-LOTE.
             05 WS-PL-FILIAL     PIC X(03) VALUE SPACES.
             05 WS-PL-DEFINICAO  PIC X(08) VALUE SPACES.
             05 WS-PL-MODO       PIC X(01) VALUE SPACES.
             05 WS-PL-APROVADOR  PIC X(12) VALUE SPACES.
             05 WS-PL-ARQ-SAIDA  PIC X(60) VALUE SPACES.

       77 WS-FS-CTL         PIC 99.
          88 FS-CTL-OK      VALUE 0.
          88 FS-TAB-OK      VALUE 0.
       77 WS-FS-FER         PIC 99.
          88 FS-FER-OK      VALUE 0.
       77 WS-FS-HST         PIC 99.
          88 FS-HST-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-ARQ-RESUMO     PIC X(60) VALUE 'NOTURNTT.LST'.
       77 WS-ARQ-TABELA     PIC X(60) VALUE 'NOTURNTT.TAB'.
       77 WS-ARQ-FERIADOS   PIC X(60) VALUE 'FERIADOS.TXT'.
       77 WS-ARQ-HISTTEMPO  PIC X(60) VALUE 'NOTURNTT.HST'.

      *---------------------------------------------------------
      * Tabela de trabalhos da noite: carregada do NOTURNTT.TAB
             05 WS-SIT-INICIO    PIC 9(06).
             05 WS-SIT-FIM       PIC 9(06).

      *---------------------------------------------------------
      * Tempos de cada passo: a base das noites anteriores dentro
      * da janela (só execuções OK), a duração de hoje e a marca
      * de estouro.
      *---------------------------------------------------------
       01 WS-TAB-TEMPOS.
          03 WS-TMP-PASSO   OCCURS 20 TIMES.
             05 WS-TMP-SOMA      PIC 9(09).
             05 WS-TMP-QTD       PIC 9(04).
             05 WS-TMP-MEDIA     PIC 9(06).
             05 WS-TMP-SEGUNDOS  PIC 9(06).
             05 WS-TMP-ESTOURO   PIC X(01).
       77 WS-QTD-ESTOUROS   PIC 9(02) VALUE ZEROS.
       77 WS-MIN-NOITES     PIC 9(02) VALUE 3.
       77 WS-FOLGA-MINIMA   PIC 9(06) VALUE 60.
       77 WS-LIMITE-TEMPO   PIC 9(07) VALUE ZEROS.
       77 WS-SEG-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-SEG-FIM        PIC 9(06) VALUE ZEROS.
       01 WS-HMS            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-HMS.
          03 WS-HMS-HH      PIC 9(02).
          03 WS-HMS-MM      PIC 9(02).
          03 WS-HMS-SS      PIC 9(02).
       77 WS-HMS-SEG        PIC 9(06) VALUE ZEROS.
       77 WS-PDX            PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      * Dias corridos aproximados (ano de 365 dias mais os meses
      * acumulados), a técnica do DIARIOTT e do ANIVCNTT: basta
      * para decidir se uma noite está dentro da janela.
      *---------------------------------------------------------
       01 WS-CALC-DATA.
          03 WS-CALC-ANO    PIC 9(04).
          03 WS-CALC-MES    PIC 9(02).
          03 WS-CALC-DIA    PIC 9(02).
       77 WS-CALC-DIAS      PIC 9(07) VALUE ZEROS.
       77 WS-ACUM-MES       PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-CORTE     PIC 9(07) VALUE ZEROS.

       01 WS-TAB-FERIADOS.
          03 WS-FER-DATA OCCURS 100 TIMES PIC 9(08).
       77 WS-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
          03 WS-RES-FIM     PIC 9(06).
          03 FILLER         PIC X(12) VALUE '  RESULTADO '.
          03 WS-RES-RESULT  PIC X(02).
          03 FILLER         PIC X(10) VALUE '  DURACAO '.
          03 WS-RES-SEGUNDOS PIC ZZZZZ9.
          03 FILLER         PIC X(08) VALUE 'S  MEDIA'.
          03 WS-RES-MEDIA   PIC ZZZZZ9.
          03 FILLER         PIC X(03) VALUE 'S  '.
          03 WS-RES-ALERTA  PIC X(07).
          03 FILLER         PIC X(39) VALUE SPACES.

       01 WS-LINHA-CAB.
          03 FILLER         PIC X(30) VALUE
            CALL 'ARQPARTT' USING WS-ARQ-RESUMO
            CALL 'ARQPARTT' USING WS-ARQ-TABELA
            CALL 'ARQPARTT' USING WS-ARQ-FERIADOS
            CALL 'ARQPARTT' USING WS-ARQ-HISTTEMPO
            CALL 'LERPARTT' USING REG-PARAMETROS
      *    A chave de treinamento ligada indicaria o lote rodando
      *    sobre a base de treino: recusa imediata.
            CALL 'MODOTRTT' USING 'L' WS-EM-TREINO
               STOP RUN
            END-IF
            DISPLAY '***** LOTE NOTURNO DE CONTATOS *****'
      *    Atualizações de contato interrompidas durante o dia
      *    são acertadas antes que qualquer passo leia a base.
            CALL 'RECINTTT' USING WS-TRAVA-QUEM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK

            PERFORM P050-CARREGAR-TABELA
            PERFORM P060-CARREGAR-FERIADOS
            PERFORM P100-CARREGAR-SITUACAO
            PERFORM P150-CARREGAR-TEMPOS
            SET NOITE-FALHOU-OK TO FALSE
            MOVE 1 TO WS-PASSO-ATUAL
            PERFORM P300-EXECUTAR-PASSO
      * do programa, frequência ('D' diário, 'S' semanal no dia
      * da semana 1-7, 'M' mensal no dia N) e o indicador de
      * pular feriado. Sem o arquivo, vale a sequência clássica
      * dos seis passos diários.
      *---------------------------------------------------------
       P050-CARREGAR-TABELA.
       MOVE ZEROS TO WS-QTD-PASSOS.

       P055-TABELA-PADRAO.
       DISPLAY 'TABELA DE TRABALHOS AUSENTE, USANDO A SEQUENCIA'
       DISPLAY 'PADRAO (BKPCONTT, ESTCONTT, OPTCONTT, EXPCSVTT,'
       DISPLAY 'ANIVCNTT, EXEFILTT)'
       MOVE 6 TO WS-QTD-PASSOS
       MOVE 'BKPCONTT' TO WS-PASSO-NOME(1)
       MOVE 'ESTCONTT' TO WS-PASSO-NOME(2)
       MOVE 'OPTCONTT' TO WS-PASSO-NOME(3)
       MOVE 'EXPCSVTT' TO WS-PASSO-NOME(4)
       MOVE 'ANIVCNTT' TO WS-PASSO-NOME(5)
       MOVE 'EXEFILTT' TO WS-PASSO-NOME(6)
       SET WS-IDX TO 1
       PERFORM P056-PADRAO-DIARIO UNTIL WS-IDX GREATER 6
       .

       P056-PADRAO-DIARIO.
          MOVE WS-INICIO-PASSO TO WS-SIT-INICIO(WS-PASSO-ATUAL)
          MOVE WS-FIM-PASSO    TO WS-SIT-FIM(WS-PASSO-ATUAL)
          PERFORM P400-GRAVAR-CONTROLE
          PERFORM P450-AVALIAR-TEMPO
          PERFORM P460-GRAVAR-HISTORICO
       END-IF
       END-IF
       END-IF
             CALL 'REORGNTT'
          WHEN 'DIARIOTT'
             CALL 'DIARIOTT'
          WHEN 'OPTCONTT'
             CALL 'OPTCONTT'
          WHEN 'CRGCEPTT'
             CALL 'CRGCEPTT'
          WHEN 'ESTCONTT'
             CALL 'ESTCONTT' USING WS-COM-AREA
          WHEN 'EXPCSVTT'
             CALL 'DUPCONTT' USING WS-COM-AREA
          WHEN 'AGENDATT'
             CALL 'AGENDATT' USING WS-COM-AREA
          WHEN 'RELCEPTT'
             CALL 'RELCEPTT' USING WS-COM-AREA
          WHEN 'RELTMPTT'
             CALL 'RELTMPTT' USING WS-COM-AREA
          WHEN 'EXEFILTT'
             CALL 'EXEFILTT'
          WHEN 'CONFSATT'
             CALL 'CONFSATT' USING WS-COM-AREA
          WHEN 'RFBCNPTT'
             CALL 'RFBCNPTT'
          WHEN 'OBTCONTT'
             CALL 'OBTCONTT'
          WHEN 'RELOCOTT'
             CALL 'RELOCOTT' USING WS-COM-AREA
          WHEN 'CRGCHVTT'
             CALL 'CRGCHVTT'
          WHEN 'CAPCONTT'
             CALL 'CAPCONTT'
          WHEN 'RELCADTT'
             CALL 'RELCADTT' USING WS-COM-AREA
          WHEN OTHER
             DISPLAY 'PROGRAMA FORA DO ROTEIRO DO CONDUTOR: '
                     WS-PASSO-NOME(WS-PASSO-ATUAL)
       END-IF
       .

      *---------------------------------------------------------
      * Lê o histórico de tempos: as noites anteriores dentro da
      * janela formam a média de cada passo (só execuções OK, que
      * uma falha no meio do passo não representa o tempo dele);
      * as linhas de hoje, numa retomada, devolvem a duração e a
      * marca dos passos já executados. O passo é reconhecido
      * pelo nome do programa, para a média seguir o programa
      * quando a tabela de trabalhos muda de ordem.
      *---------------------------------------------------------
       P150-CARREGAR-TEMPOS.
       SET WS-IDX TO 1
       PERFORM P151-LIMPAR-TEMPO UNTIL WS-IDX GREATER 20
       MOVE WS-DATA-HOJE TO WS-CALC-DATA
       PERFORM P058-CALCULAR-DIAS
       COMPUTE WS-DIAS-CORTE = WS-CALC-DIAS - PAR-SEMANAS-TEMPO * 7

       SET FS-HST-OK TO TRUE
       OPEN INPUT HISTTEMPO
       IF FS-HST-OK
          SET EOF-OK TO FALSE
          PERFORM P152-LER-TEMPO UNTIL EOF-OK
          CLOSE HISTTEMPO
       END-IF

       SET WS-IDX TO 1
       PERFORM P155-CALCULAR-MEDIA UNTIL WS-IDX GREATER 20
       .

       P151-LIMPAR-TEMPO.
       MOVE ZEROS TO WS-TMP-SOMA(WS-IDX) WS-TMP-QTD(WS-IDX)
                     WS-TMP-MEDIA(WS-IDX) WS-TMP-SEGUNDOS(WS-IDX)
       MOVE 'N' TO WS-TMP-ESTOURO(WS-IDX)
       ADD 1 TO WS-IDX
       .

       P152-LER-TEMPO.
       READ HISTTEMPO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               SET WS-PDX TO 1
               PERFORM P153-APLICAR-TEMPO
                  UNTIL WS-PDX GREATER WS-QTD-PASSOS
       END-READ
       .

       P153-APLICAR-TEMPO.
       IF WS-PASSO-NOME(WS-PDX) EQUAL TMP-NOME
          IF TMP-DATA EQUAL WS-DATA-HOJE
             IF TMP-PASSO EQUAL WS-PDX
                MOVE TMP-SEGUNDOS TO WS-TMP-SEGUNDOS(WS-PDX)
                MOVE TMP-ESTOURO  TO WS-TMP-ESTOURO(WS-PDX)
             END-IF
          ELSE
             IF TMP-RESULTADO EQUAL 'OK'
                MOVE TMP-DATA TO WS-CALC-DATA
                PERFORM P058-CALCULAR-DIAS
                IF WS-CALC-DIAS GREATER WS-DIAS-CORTE
                   AND TMP-DATA LESS WS-DATA-HOJE
                   ADD TMP-SEGUNDOS TO WS-TMP-SOMA(WS-PDX)
                   ADD 1 TO WS-TMP-QTD(WS-PDX)
                END-IF
             END-IF
          END-IF
       END-IF
       ADD 1 TO WS-PDX
       .

       P155-CALCULAR-MEDIA.
       IF WS-TMP-QTD(WS-IDX) GREATER ZEROS
          DIVIDE WS-TMP-SOMA(WS-IDX) BY WS-TMP-QTD(WS-IDX)
                 GIVING WS-TMP-MEDIA(WS-IDX) ROUNDED
       END-IF
       ADD 1 TO WS-IDX
       .

       P058-CALCULAR-DIAS.
       EVALUATE WS-CALC-MES
          WHEN 1  MOVE 000 TO WS-ACUM-MES
          WHEN 2  MOVE 031 TO WS-ACUM-MES
          WHEN 3  MOVE 059 TO WS-ACUM-MES
          WHEN 4  MOVE 090 TO WS-ACUM-MES
          WHEN 5  MOVE 120 TO WS-ACUM-MES
          WHEN 6  MOVE 151 TO WS-ACUM-MES
          WHEN 7  MOVE 181 TO WS-ACUM-MES
          WHEN 8  MOVE 212 TO WS-ACUM-MES
          WHEN 9  MOVE 243 TO WS-ACUM-MES
          WHEN 10 MOVE 273 TO WS-ACUM-MES
          WHEN 11 MOVE 304 TO WS-ACUM-MES
          WHEN 12 MOVE 334 TO WS-ACUM-MES
          WHEN OTHER
             MOVE 000 TO WS-ACUM-MES
       END-EVALUATE
       COMPUTE WS-CALC-DIAS = WS-CALC-ANO * 365
               + WS-ACUM-MES + WS-CALC-DIA
       .

      *---------------------------------------------------------
      * Duração do passo em segundos; fim menor que o início é a
      * virada da meia-noite. Estouro: média com pelo menos três
      * noites de base, duração acima da média mais a tolerância
      * e pelo menos um minuto acima da média (passos de poucos
      * segundos variam muito sem significar nada).
      *---------------------------------------------------------
       P450-AVALIAR-TEMPO.
       MOVE WS-INICIO-PASSO TO WS-HMS
       PERFORM P455-HMS-EM-SEGUNDOS
       MOVE WS-HMS-SEG TO WS-SEG-INICIO
       MOVE WS-FIM-PASSO TO WS-HMS
       PERFORM P455-HMS-EM-SEGUNDOS
       MOVE WS-HMS-SEG TO WS-SEG-FIM
       IF WS-SEG-FIM LESS WS-SEG-INICIO
          ADD 86400 TO WS-SEG-FIM
       END-IF
       COMPUTE WS-TMP-SEGUNDOS(WS-PASSO-ATUAL) =
               WS-SEG-FIM - WS-SEG-INICIO

       MOVE 'N' TO WS-TMP-ESTOURO(WS-PASSO-ATUAL)
       IF WS-TMP-QTD(WS-PASSO-ATUAL) NOT LESS WS-MIN-NOITES
          COMPUTE WS-LIMITE-TEMPO =
                  WS-TMP-MEDIA(WS-PASSO-ATUAL)
                  * (100 + PAR-PCT-ESTOURO) / 100
          IF WS-TMP-SEGUNDOS(WS-PASSO-ATUAL)
             GREATER WS-LIMITE-TEMPO
             AND WS-TMP-SEGUNDOS(WS-PASSO-ATUAL)
                 NOT LESS WS-TMP-MEDIA(WS-PASSO-ATUAL)
                        + WS-FOLGA-MINIMA
             MOVE 'S' TO WS-TMP-ESTOURO(WS-PASSO-ATUAL)
             DISPLAY 'ATENCAO: O PASSO ' WS-PASSO-ATUAL ' ('
                     WS-PASSO-NOME(WS-PASSO-ATUAL) ') LEVOU '
                     WS-TMP-SEGUNDOS(WS-PASSO-ATUAL)
                     'S, MEDIA DE ' WS-TMP-MEDIA(WS-PASSO-ATUAL)
                     'S'
          END-IF
       END-IF
       .

       P455-HMS-EM-SEGUNDOS.
       COMPUTE WS-HMS-SEG = WS-HMS-HH * 3600
               + WS-HMS-MM * 60 + WS-HMS-SS
       .

       P460-GRAVAR-HISTORICO.
       SET FS-HST-OK TO TRUE
       OPEN EXTEND HISTTEMPO
       IF WS-FS-HST EQUAL 35
          OPEN OUTPUT HISTTEMPO
       END-IF
       IF FS-HST-OK
          MOVE WS-DATA-HOJE                  TO TMP-DATA
          MOVE WS-PASSO-ATUAL                TO TMP-PASSO
          MOVE WS-PASSO-NOME(WS-PASSO-ATUAL) TO TMP-NOME
          MOVE WS-INICIO-PASSO               TO TMP-INICIO
          MOVE WS-FIM-PASSO                  TO TMP-FIM
          MOVE WS-TMP-SEGUNDOS(WS-PASSO-ATUAL) TO TMP-SEGUNDOS
          MOVE WS-SIT-RESULTADO(WS-PASSO-ATUAL) TO TMP-RESULTADO
          MOVE WS-TMP-MEDIA(WS-PASSO-ATUAL)  TO TMP-MEDIA
          MOVE WS-TMP-ESTOURO(WS-PASSO-ATUAL) TO TMP-ESTOURO
          WRITE REG-TEMPO-PASSO
          CLOSE HISTTEMPO
       ELSE
          DISPLAY 'ERRO AO GRAVAR O HISTORICO DE TEMPOS'
          CALL 'FSMSGTT' USING WS-FS-HST WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'NOTURNTT' 'HISTTEMPO '
               WS-FS-HST WS-ERR-CHAVE
       END-IF
       .

       P800-IMPRIMIR-RESUMO.
       SET FS-RES-OK TO TRUE
       OPEN OUTPUT RESUMO
          WRITE REG-RESUMO FROM WS-LINHA-CAB
          MOVE SPACES TO REG-RESUMO
          WRITE REG-RESUMO
          MOVE ZEROS TO WS-QTD-ESTOUROS
          SET WS-IDX TO 1
          PERFORM P810-RESUMIR-PASSO
             UNTIL WS-IDX GREATER WS-QTD-PASSOS
          IF WS-QTD-ESTOUROS GREATER ZEROS
             MOVE SPACES TO REG-RESUMO
             WRITE REG-RESUMO
             MOVE SPACES TO REG-RESUMO
             STRING 'ATENCAO: '       DELIMITED BY SIZE
                    WS-QTD-ESTOUROS   DELIMITED BY SIZE
                    ' PASSO(S) ACIMA DO TEMPO MEDIO MAIS '
                                      DELIMITED BY SIZE
                    PAR-PCT-ESTOURO   DELIMITED BY SIZE
                    '%'               DELIMITED BY SIZE
               INTO REG-RESUMO
             END-STRING
             WRITE REG-RESUMO
          END-IF
          CLOSE RESUMO
          DISPLAY 'RESUMO DA NOITE GRAVADO EM NOTURNTT.LST'
       END-IF
          MOVE WS-PASSO-NOME(WS-IDX)   TO WS-RES-NOME
          MOVE WS-SIT-INICIO(WS-IDX)   TO WS-RES-INICIO
          MOVE WS-SIT-FIM(WS-IDX)      TO WS-RES-FIM
          MOVE WS-TMP-SEGUNDOS(WS-IDX) TO WS-RES-SEGUNDOS
          MOVE WS-TMP-MEDIA(WS-IDX)    TO WS-RES-MEDIA
          IF WS-TMP-ESTOURO(WS-IDX) EQUAL 'S'
             MOVE 'ATENCAO' TO WS-RES-ALERTA
             ADD 1 TO WS-QTD-ESTOUROS
          ELSE
             MOVE SPACES TO WS-RES-ALERTA
          END-IF
          IF WS-SIT-RESULTADO(WS-IDX) EQUAL SPACES
             MOVE 'NE' TO WS-RES-RESULT
          ELSE
          END-IF
          WRITE REG-RESUMO FROM WS-LINHA-RESUMO
          DISPLAY WS-RES-PASSO ' ' WS-RES-NOME ' ' WS-RES-RESULT
                  ' ' WS-RES-ALERTA
       END-IF
       ADD 1 TO WS-IDX
       .
