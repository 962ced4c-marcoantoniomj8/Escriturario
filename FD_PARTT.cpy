      *                  (MODOTRTT). Arquivos gravados antes do
      *                  campo chegam curtos e o LERPARTT aplica o
      *                  padrão.
      * 15/10/2026 MAMJ  Inclusão do prazo em dias para uma
      *                  alteração sensível aguardar a aprovação do
      *                  supervisor (PAR-DIAS-PENDENCIA) antes de
      *                  aparecer no diário de operações (DIARIOTT).
      *                  Arquivos gravados antes do campo chegam
      *                  curtos e o LERPARTT aplica o padrão.
      * 15/10/2026 MAMJ  Inclusão da tolerância percentual sobre o
      *                  tempo médio de um passo do lote noturno
      *                  (PAR-PCT-ESTOURO) e da janela em semanas
      *                  do histórico de tempos (PAR-SEMANAS-TEMPO),
      *                  usadas pelo NOTURNTT, DIARIOTT e RELTMPTT.
      *                  Arquivos gravados antes dos campos chegam
      *                  curtos e o LERPARTT aplica o padrão.
      * 15/10/2026 MAMJ  Inclusão do sistema cuja chave externa
      *                  (CONTCHAV.DAT) sai como última coluna da
      *                  exportação CSV (PAR-SIS-CHAVE-EXP); em
      *                  branco, a exportação segue sem a coluna.
      *                  Arquivos gravados antes do campo chegam
      *                  curtos e o LERPARTT aplica o padrão.
      * 15/10/2026 MAMJ  Inclusão do percentual de ocupação a partir
      *                  do qual um contador ou campo de tamanho
      *                  fixo sai como ATENCAO no relatório de
      *                  capacidade (CAPCONTT) e no diário de
      *                  operações (PAR-PCT-CAPACIDADE). Arquivos
      *                  gravados antes do campo chegam curtos e o
      *                  LERPARTT aplica o padrão.
      * 15/10/2026 MAMJ  Inclusão dos minutos sem atividade depois
      *                  dos quais a sessão do MENUCNTT é encerrada
      *                  e a trava de convivência (TRAVCNTT) é
      *                  liberada (PAR-MIN-INATIVIDADE). Arquivos
      *                  gravados antes do campo chegam curtos e o
      *                  LERPARTT aplica o padrão.
       01  REG-PARAMETROS.
           03 PAR-DIR-DADOS       PIC X(40).
           03 PAR-PAG-LISTA       PIC 9(02).
           03 PAR-DIAS-SENHA      PIC 9(03).
           03 PAR-CD-FILIAL       PIC X(03).
           03 PAR-DIR-TREINO      PIC X(40).
           03 PAR-DIAS-PENDENCIA  PIC 9(03).
           03 PAR-PCT-ESTOURO     PIC 9(03).
           03 PAR-SEMANAS-TEMPO   PIC 9(02).
           03 PAR-SIS-CHAVE-EXP   PIC X(08).
           03 PAR-PCT-CAPACIDADE  PIC 9(03).
           03 PAR-MIN-INATIVIDADE PIC 9(03).
