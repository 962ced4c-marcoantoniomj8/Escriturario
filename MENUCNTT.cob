      *                   opção <J> no submenu de relatórios para
      *                   a lista de trabalho das devoluções
      *                   (RELDEVTT).
      * 15/10/2026 MAMJ - Opção <K> (supervisor) no submenu de
      *                   relatórios para o relatório do titular
      *                   (TITCONTT), resposta ao pedido de acesso
      *                   aos dados pessoais.
      * 15/10/2026 MAMJ - Opção <L> no submenu de relatórios para a
      *                   conferência dos endereços contra a
      *                   tabela de CEPs dos Correios (RELCEPTT).
      * 15/10/2026 MAMJ - Nova opção <M> para a listagem da
      *                   carteira de contatos do operador
      *                   (MINCARTT) e opção <N> (supervisor) para
      *                   a transferência de carteira entre
      *                   operadores (TRFCARTT).
      * 15/10/2026 MAMJ - Nova opção <V> (supervisor) para a
      *                   aprovação das alterações sensíveis
      *                   pendentes (APRCONTT).
      * 15/10/2026 MAMJ - Submenu de relatórios ganha <M>
      *                   (supervisor) para a lista de distribuição
      *                   dos relatórios (DISTCNTT), <N> para a
      *                   baixa das vias entregues (ENTSPLTT) e <O>
      *                   para a lista de pendências de entrega
      *                   (RELENTTT).
      * 15/10/2026 MAMJ - Opção <P> no submenu de relatórios para
      *                   os tempos dos passos do lote noturno
      *                   (RELTMPTT).
      * 15/10/2026 MAMJ - Nova opção <L> (supervisor) para colocar e
      *                   liberar o bloqueio legal de um contato
      *                   (BLOQCNTT) e opção <Q> (supervisor) no
      *                   submenu de relatórios para a lista dos
      *                   contatos sob bloqueio (RELBLQTT).
      * 15/10/2026 MAMJ - Submenu de relatórios ganha <R> para a
      *                   mala direta pré-triada por CEP
      *                   (MALACNTT) e <S> (supervisor) para a
      *                   tabela de tarifas da mala (TARFCNTT).
      * 15/10/2026 MAMJ - Submenu de relatórios ganha <T> para a
      *                   ficha cadastral impressa de visita
      *                   (FICHCNTT).
      * 15/10/2026 MAMJ - Os relatórios pesados do submenu (<6>
      *                   DUPLICADOS, <7> POR GRUPO, <C> QUALIDADE
      *                   e <G> EXTRACAO) perguntam se rodam agora
      *                   ou no lote da noite; o pedido vai para a
      *                   fila (CONTFILA.DAT) e o painel de
      *                   abertura mostra os pedidos do operador
      *                   ainda na fila e avisa, uma vez, os que
      *                   ficaram prontos (ou falharam) à noite.
      * 15/10/2026 MAMJ - Submenu de relatórios ganha <U> para a
      *                   conferência dos arquivos satélites e
      *                   índices (CONFSATT), com reparo autorizado
      *                   pelo supervisor.
      * 15/10/2026 MAMJ - Nova opção <K> para aplicar ou rejeitar
      *                   as divergências com o cadastro CNPJ da
      *                   Receita (APRRFBTT).
      * 15/10/2026 MAMJ - Nova opção <G> (supervisor) para consultar e
      *                   desfazer a marca de falecimento de um contato
      *                   (OBTDESTT).
      * 15/10/2026 MAMJ - Nova opção <V> no submenu de relatórios:
      *                   ocorrências de atendimento em aberto e
      *                   vencidas (RELOCOTT), restrita ao supervisor.
      * 15/10/2026 MAMJ - Nova opção <S> com o submenu de eventos e
      *                   convites: cadastro de eventos (EVENCNTT) e
      *                   geração da lista de convidados (GERCNVTT),
      *                   restritos ao supervisor; respostas e presença
      *                   (RSVCNVTT) e lista de ligação e resumo do
      *                   evento (RELCNVTT).
      * 15/10/2026 MAMJ - Na entrada da sessão chama a recuperação
      *                   das atualizações interrompidas (RECINTTT),
      *                   que conclui ou desfaz as intenções deixadas
      *                   abertas no diário por queda ou abend.
      * 15/10/2026 MAMJ - Sessão marca atividade na trava a cada volta
      *                   ao menu e tecla; encerrada por inatividade
      *                   ou pelo supervisor, termina sem nova saída.
      *                   Nova opção <U> (supervisor): sessões
      *                   abertas (SESSCNTT).
      * 15/10/2026 MAMJ - Nova opção <4> no submenu de campanhas:
      *                   relacionamento vencido pela cadência do
      *                   grupo (RELCADTT), com carga opcional dos
      *                   vencidos como campanha pelo supervisor.
      *********************************************************


                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CKE.

                SELECT FILA ASSIGN TO WS-ARQ-FILA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FRL-CHAVE
                FILE STATUS IS WS-FS-FLA.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       FD CKPEST.
       01 REG-CKPEST         PIC 9(08).

       FD FILA.
          COPY FD_FRLTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.
          03 WS-PF-OPERADOR PIC X(01).
             88 OPERADOR-SUPERVISOR VALUE 'S'.
          03 WS-EM-LOTE   PIC X(01) VALUE 'N'.
          03 WS-PARM-LOTE.
             05 WS-PL-FILIAL     PIC X(03) VALUE SPACES.
             05 WS-PL-DEFINICAO  PIC X(08) VALUE SPACES.
             05 WS-PL-MODO       PIC X(01) VALUE SPACES.
             05 WS-PL-APROVADOR  PIC X(12) VALUE SPACES.
             05 WS-PL-ARQ-SAIDA  PIC X(60) VALUE SPACES.
       77 WS-OPCAO PIC X.
          88 OPCAO-SAIR   VALUE '0'.
       77 WS-OPCAO-REL PIC X.
          88 OPCAO-REL-VOLTAR VALUE '0'.
       77 WS-OPCAO-CMP PIC X.
          88 OPCAO-CMP-VOLTAR VALUE '0'.
       77 WS-OPCAO-EVE PIC X.
          88 OPCAO-EVE-VOLTAR VALUE '0'.
       77 WS-OPCAO-JRN PIC X(02) VALUE SPACES.
       77 WS-OPCAO-QDO PIC X VALUE SPACES.
       77 WS-EM-TREINO PIC X(01) VALUE 'N'.
          88 SESSAO-TREINO VALUE 'S'.
       77 WS-OPCAO-TREINO PIC X VALUE SPACES.
          88 FS-LOG-OK VALUE 0.
       77 WS-FS-CKE PIC 99.
          88 FS-CKE-OK VALUE 0.
       77 WS-FS-FLA PIC 99.
          88 FS-FLA-OK VALUE 0.
       77 WS-ARQ-CONTATOS PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-CATBKP   PIC X(60) VALUE 'BKPCNTT.CTL'.
       77 WS-ARQ-CKPCARGA PIC X(60) VALUE 'CARGCNTT.CKP'.
       77 WS-ARQ-CONTLOG  PIC X(60) VALUE 'CONTLOG.DAT'.
       77 WS-ARQ-CKPEST   PIC X(60) VALUE 'ESTCONTT.CKP'.
       77 WS-ARQ-FILA     PIC X(60) VALUE 'CONTFILA.DAT'.
       77 WS-EOF PIC X.
          88 EOF-OK VALUE 'S' FALSE 'N'.
       77 WS-PAINEL-ATIVOS   PIC 9(06) VALUE ZEROS.
       77 WS-LOG-LINHAS      PIC 9(08) VALUE ZEROS.
       77 WS-CKP-EST         PIC 9(08) VALUE ZEROS.
       77 WS-MOV-PENDENTE    PIC 9(08) VALUE ZEROS.
       77 WS-FILA-NA-FILA    PIC 9(04) VALUE ZEROS.

       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE     PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON   PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT   PIC X(12) VALUE SPACES.
       77 WS-SESSAO-ENCERRADA PIC X VALUE 'N'.
          88 SESSAO-ENCERRADA-OK VALUE 'S' FALSE 'N'.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

               UNTIL SIGNON-OK OR WS-TENTATIVAS GREATER 2
            IF SIGNON-OK
               PERFORM P055-OFERECER-TREINAMENTO
      *    Atualizações interrompidas por queda ou abend numa
      *    sessão anterior são concluídas ou desfeitas antes de
      *    qualquer consulta à base escolhida.
               CALL 'RECINTTT' USING WS-US-OPERADOR
               PERFORM P060-REGISTRAR-SESSAO
               CALL 'GRAVSESTT' USING WS-US-OPERADOR 'E' '  '
               PERFORM P080-PAINEL-SITUACAO
               PERFORM P100-PROCESSA-MENU THRU P100-FIM
                  UNTIL OPCAO-SAIR
      *    Sessão encerrada pela trava (inatividade) ou pelo
      *    supervisor já teve a saída gravada e a linha removida.
               IF NOT SESSAO-ENCERRADA-OK
                  CALL 'GRAVSESTT' USING WS-US-OPERADOR 'S' '  '
                  PERFORM P070-LIBERAR-SESSAO
               END-IF
               CALL 'MODOTRTT' USING 'N' WS-EM-TREINO
            ELSE
               DISPLAY 'TENTATIVAS ESGOTADAS, ENCERRANDO'
       CALL 'ARQPARTT' USING WS-ARQ-CKPCARGA
       CALL 'ARQPARTT' USING WS-ARQ-CONTLOG
       CALL 'ARQPARTT' USING WS-ARQ-CKPEST
       CALL 'ARQPARTT' USING WS-ARQ-FILA

       PERFORM P081-CONTAR-BASE
       PERFORM P082-ULTIMO-BACKUP
       END-IF
       DISPLAY 'MOVIMENTOS NO LOG AINDA NAO COMPUTADOS PELA'
       DISPLAY 'ESTATISTICA........: ' WS-MOV-PENDENTE
       PERFORM P088-PEDIDOS-NOTURNOS
       DISPLAY '-------------------------------'
       .

       END-READ
       .

      *---------------------------------------------------------
      * Pedidos do operador para o lote da noite: os que ainda
      * estão na fila são só contados; os executados ou falhos
      * saem listados uma vez e ficam marcados como avisados.
      * Fila inexistente (status 35) = nenhum pedido feito.
      *---------------------------------------------------------
       P088-PEDIDOS-NOTURNOS.
       MOVE ZEROS TO WS-FILA-NA-FILA
       SET FS-FLA-OK TO TRUE
       OPEN I-O FILA
       IF FS-FLA-OK
          SET EOF-OK TO FALSE
          PERFORM P089-LER-PEDIDO UNTIL EOF-OK
          CLOSE FILA
          IF WS-FILA-NA-FILA GREATER ZEROS
             DISPLAY 'PEDIDOS SEUS AGUARDANDO O LOTE DA NOITE: '
                     WS-FILA-NA-FILA
          END-IF
       END-IF
       .

       P089-LER-PEDIDO.
       READ FILA NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF FRL-US-SOLICITANTE EQUAL WS-US-OPERADOR
                  IF FILA-PENDENTE
                     ADD 1 TO WS-FILA-NA-FILA
                  ELSE
                     IF NOT FILA-AVISADA
                        PERFORM P090-AVISAR-PEDIDO
                     END-IF
                  END-IF
               END-IF
       END-READ
       .

       P090-AVISAR-PEDIDO.
       IF FILA-EXECUTADA
          DISPLAY 'PRONTO: ' FRL-PROGRAMA ' PEDIDO EM '
                  FRL-DT-PEDIDO ' ' FRL-HR-PEDIDO
          IF FRL-PROGRAMA EQUAL 'EXTGENTT'
             DISPLAY '  ARQUIVO: ' FRL-CAMINHO
          ELSE
             DISPLAY '  DISPONIVEL EM RELATORIOS <9> REIMPRESSAO'
          END-IF
       ELSE
          DISPLAY 'FALHOU: ' FRL-PROGRAMA ' PEDIDO EM '
                  FRL-DT-PEDIDO ' ' FRL-HR-PEDIDO
          DISPLAY '  PECA NOVAMENTE OU CONSULTE O DIARIO DE ERROS'
       END-IF
       MOVE 'S' TO FRL-AVISADO
       REWRITE REG-FILA-REL
          INVALID KEY
             CALL 'ERRLOGTT' USING 'MENUCNTT' 'FILA      '
                  WS-FS-FLA WS-ERR-CHAVE
       END-REWRITE
       .

       P070-LIBERAR-SESSAO.
       CALL 'TRAVCNTT' USING 'L' WS-US-OPERADOR WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       .

      *---------------------------------------------------------
      * Marca a atividade da sessão na trava (TRAVCNTT 'A') ao
      * voltar ao menu e a cada tecla dele. Sem a linha da
      * sessão — encerrada por inatividade (PAR-MIN-INATIVIDADE)
      * ou derrubada pelo supervisor —, o terminal não segue com
      * o nome do operador: a sessão termina e é preciso se
      * identificar de novo.
      *---------------------------------------------------------
       P091-MARCAR-ATIVIDADE.
       CALL 'TRAVCNTT' USING 'A' WS-US-OPERADOR WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       IF WS-TRAVA-ONLINE EQUAL ZEROS
          SET SESSAO-ENCERRADA-OK TO TRUE
          DISPLAY '****************************************'
          DISPLAY 'SESSAO ENCERRADA POR INATIVIDADE OU PELO'
          DISPLAY 'SUPERVISOR; IDENTIFIQUE-SE NOVAMENTE PARA'
          DISPLAY 'CONTINUAR'
          DISPLAY '****************************************'
       END-IF
       .

      *---------------------------------------------------------
      * Identificação do operador na entrada: código e senha
      * (cifrada pelo CIFSENTT) conferidos contra o cadastro de

       P100-PROCESSA-MENU.
       MOVE SPACES TO WS-OPCAO
       PERFORM P091-MARCAR-ATIVIDADE
       IF SESSAO-ENCERRADA-OK
          MOVE '0' TO WS-OPCAO
          GO TO P100-FIM
       END-IF

       IF SESSAO-TREINO
          DISPLAY '########################################'
       DISPLAY '<A> AUDITORIA DAS MANUTENCOES  <B> FILIAIS'
       DISPLAY '<R> CORRECAO DE REJEITADOS DOS LOTES'
       DISPLAY '<D> CORREIO DEVOLVIDO'
       DISPLAY '<M> MINHA CARTEIRA  <N> TRANSFERENCIA DE CARTEIRA'
       DISPLAY '<T> CARGA DA BASE DE TREINO'
       DISPLAY '<V> APROVACAO DE ALTERACOES PENDENTES'
       DISPLAY '<L> BLOQUEIO LEGAL'
       DISPLAY '<K> DIVERGENCIAS COM A RECEITA (CNPJ)'
       DISPLAY '<G> MARCAS DE FALECIMENTO'
       DISPLAY '<S> EVENTOS E CONVITES'
       DISPLAY '<U> SESSOES ABERTAS'
       DISPLAY '<0> SAIR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO
       PERFORM P091-MARCAR-ATIVIDADE
       IF SESSAO-ENCERRADA-OK
          MOVE '0' TO WS-OPCAO
          GO TO P100-FIM
       END-IF

       IF NOT OPCAO-SAIR
          MOVE 'M' TO WS-OPCAO-JRN(1:1)
               CALL 'CORREJTT' USING WS-COM-AREA
          WHEN 'D'
               CALL 'DEVCONTT' USING WS-COM-AREA
          WHEN 'M'
               CALL 'MINCARTT' USING WS-COM-AREA
          WHEN 'N'
               IF OPERADOR-SUPERVISOR
                  CALL 'TRFCARTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'T'
               IF OPERADOR-SUPERVISOR
                  CALL 'TREINATT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'V'
               IF OPERADOR-SUPERVISOR
                  CALL 'APRCONTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'L'
               IF OPERADOR-SUPERVISOR
                  CALL 'BLOQCNTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'K'
               CALL 'APRRFBTT' USING WS-COM-AREA
          WHEN 'G'
               IF OPERADOR-SUPERVISOR
                  CALL 'OBTDESTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'U'
               IF OPERADOR-SUPERVISOR
                  CALL 'SESSCNTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'S'
               MOVE SPACES TO WS-OPCAO-EVE
               PERFORM P240-PROCESSA-SUBMENU-EVE THRU P240-FIM
                  UNTIL OPCAO-EVE-VOLTAR
          WHEN '0'
               CONTINUE
          WHEN OTHER
       DISPLAY '<H> RETORNOS PROMETIDOS DO DIA'
       DISPLAY '<I> PRODUTIVIDADE POR OPERADOR'
       DISPLAY '<J> CORREIO DEVOLVIDO (LISTA DE TRABALHO)'
       DISPLAY '<K> RELATORIO DO TITULAR (LGPD)'
       DISPLAY '<L> CONFERENCIA DE ENDERECOS POR CEP'
       DISPLAY '<M> LISTA DE DISTRIBUICAO DOS RELATORIOS'
       DISPLAY '<N> ENTREGA DE RELATORIOS <O> PENDENCIAS DE ENTREGA'
       DISPLAY '<P> TEMPOS DO LOTE NOTURNO'
       DISPLAY '<Q> CONTATOS SOB BLOQUEIO LEGAL'
       DISPLAY '<R> MALA DIRETA PRE-TRIADA (CEP)'
       DISPLAY '<S> TARIFAS DA MALA DIRETA'
       DISPLAY '<T> FICHA CADASTRAL PARA VISITA'
       DISPLAY '<U> CONFERENCIA DOS ARQUIVOS SATELITES'
       DISPLAY '<V> OCORRENCIAS DE ATENDIMENTO EM ABERTO'
       DISPLAY '<0> VOLTAR AO MENU ANTERIOR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO-REL
          WHEN '5'
               CALL 'ANIVCNTT' USING WS-COM-AREA
          WHEN '6'
               PERFORM P210-QUANDO-EXECUTAR
               CALL 'DUPCONTT' USING WS-COM-AREA
               MOVE 'N' TO WS-EM-LOTE
          WHEN '7'
               PERFORM P210-QUANDO-EXECUTAR
               CALL 'RELGRPTT' USING WS-COM-AREA
               MOVE 'N' TO WS-EM-LOTE
          WHEN '8'
               CALL 'ETQCONTT' USING WS-COM-AREA
          WHEN '9'
          WHEN 'B'
               CALL 'VCFCONTT' USING WS-COM-AREA
          WHEN 'C'
               PERFORM P210-QUANDO-EXECUTAR
               CALL 'QUALCNTT' USING WS-COM-AREA
               MOVE 'N' TO WS-EM-LOTE
          WHEN 'D'
               IF OPERADOR-SUPERVISOR
                  CALL 'RELINATT' USING WS-COM-AREA
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'G'
               PERFORM P210-QUANDO-EXECUTAR
               CALL 'EXTGENTT' USING WS-COM-AREA
               MOVE 'N' TO WS-EM-LOTE
          WHEN 'H'
               CALL 'AGENDATT' USING WS-COM-AREA
          WHEN 'I'
               END-IF
          WHEN 'J'
               CALL 'RELDEVTT' USING WS-COM-AREA
          WHEN 'K'
               IF OPERADOR-SUPERVISOR
                  CALL 'TITCONTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'L'
               CALL 'RELCEPTT' USING WS-COM-AREA
          WHEN 'M'
               IF OPERADOR-SUPERVISOR
                  CALL 'DISTCNTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'N'
               CALL 'ENTSPLTT' USING WS-COM-AREA
          WHEN 'O'
               CALL 'RELENTTT' USING WS-COM-AREA
          WHEN 'P'
               CALL 'RELTMPTT' USING WS-COM-AREA
          WHEN 'Q'
               IF OPERADOR-SUPERVISOR
                  CALL 'RELBLQTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'R'
               CALL 'MALACNTT' USING WS-COM-AREA
          WHEN 'S'
               IF OPERADOR-SUPERVISOR
                  CALL 'TARFCNTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN 'T'
               CALL 'FICHCNTT' USING WS-COM-AREA
          WHEN 'U'
               CALL 'CONFSATT' USING WS-COM-AREA
          WHEN 'V'
               IF OPERADOR-SUPERVISOR
                  CALL 'RELOCOTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN '0'
               CONTINUE
          WHEN OTHER
       .
       P200-FIM.

      *---------------------------------------------------------
      * Relatórios pesados podem ir para o lote da noite: o
      * programa pergunta os parâmetros de sempre e, com a área
      * de comunicação em AGENDAR (F), grava o pedido na fila em
      * vez de executar.
      *---------------------------------------------------------
       P210-QUANDO-EXECUTAR.
       DISPLAY '<1> EXECUTAR AGORA  <2> PEDIR PARA O LOTE DA NOITE'
       MOVE SPACES TO WS-OPCAO-QDO
       ACCEPT WS-OPCAO-QDO
       IF WS-OPCAO-QDO EQUAL '2'
          MOVE 'F' TO WS-EM-LOTE
       ELSE
          MOVE 'N' TO WS-EM-LOTE
       END-IF
       .

      *---------------------------------------------------------
      * Submenu das campanhas de ligação: a geração da fila fica
      * restrita ao supervisor (é ela que define o trabalho da
       DISPLAY '----- CAMPANHAS DE LIGACAO -----'
       DISPLAY '<1> GERAR CAMPANHA        <2> ATENDER CAMPANHA'
       DISPLAY '<3> RELATORIO DE CONCLUSAO'
       DISPLAY '<4> RELACIONAMENTO VENCIDO (CADENCIA POR GRUPO)'
       DISPLAY '<0> VOLTAR AO MENU ANTERIOR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO-CMP
               CALL 'ATDCMPTT' USING WS-COM-AREA
          WHEN '3'
               CALL 'RELCMPTT' USING WS-COM-AREA
          WHEN '4'
               CALL 'RELCADTT' USING WS-COM-AREA
          WHEN '0'
               CONTINUE
          WHEN OTHER
       .
       P230-FIM.

      *---------------------------------------------------------
      * Submenu dos eventos: cadastro do evento e geração da
      * lista de convidados ficam com o supervisor; respostas,
      * presença e relatórios são de todos.
      *---------------------------------------------------------
       P240-PROCESSA-SUBMENU-EVE.
       MOVE SPACES TO WS-OPCAO-EVE

       IF SESSAO-TREINO
          DISPLAY '##  TREINAMENTO - BASE DE TREINO      ##'
       END-IF
       DISPLAY '----- EVENTOS E CONVITES -----'
       DISPLAY '<1> CADASTRO DE EVENTOS   <2> GERAR CONVITES'
       DISPLAY '<3> RESPOSTAS E PRESENCA'
       DISPLAY '<4> LISTA DE LIGACAO E RESUMO DO EVENTO'
       DISPLAY '<0> VOLTAR AO MENU ANTERIOR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO-EVE

       IF NOT OPCAO-EVE-VOLTAR
          MOVE 'E' TO WS-OPCAO-JRN(1:1)
          MOVE WS-OPCAO-EVE TO WS-OPCAO-JRN(2:1)
          CALL 'GRAVSESTT' USING WS-US-OPERADOR 'O' WS-OPCAO-JRN
       END-IF

       EVALUATE WS-OPCAO-EVE
          WHEN '1'
               IF OPERADOR-SUPERVISOR
                  CALL 'EVENCNTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN '2'
               IF OPERADOR-SUPERVISOR
                  CALL 'GERCNVTT' USING WS-COM-AREA
               ELSE
                  DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
               END-IF
          WHEN '3'
               CALL 'RSVCNVTT' USING WS-COM-AREA
          WHEN '4'
               CALL 'RELCNVTT' USING WS-COM-AREA
          WHEN '0'
               CONTINUE
          WHEN OTHER
               DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P240-FIM.

       P900-FIM.

       STOP RUN.
