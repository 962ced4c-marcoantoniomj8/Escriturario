      *****************************************************************
      * Copybook..: FD_CAPTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do histórico de capacidade (CAPCONTT.HST):
      *             uma linha por item medido em cada execução do
      *             relatório de capacidade (CAPCONTT), que não é
      *             zerado. Item de tipo 'L' é um contador ou campo
      *             de tamanho fixo com teto (maior valor em uso,
      *             limite, percentual de ocupação e, na referência,
      *             o contato, campanha ou arquivo mais perto do
      *             teto); item de tipo 'A' é a quantidade de
      *             registros de um arquivo indexado, sem teto. A
      *             medição anterior de cada item dá o crescimento.
      *             Item acima do percentual do parâmetro
      *             PAR-PCT-CAPACIDADE sai marcado; o diário de
      *             operações (DIARIOTT) traz os marcados da última
      *             medição do dia como ATENCAO.
      *****************************************************************
       01  REG-CAPACIDADE.
           03 CAP-DATA            PIC 9(08).
           03 CAP-HORA            PIC 9(06).
           03 CAP-ITEM            PIC X(08).
           03 CAP-TIPO            PIC X(01).
               88 CAPAC-CAMPO          VALUE 'L'.
               88 CAPAC-ARQUIVO        VALUE 'A'.
           03 CAP-DESCRICAO       PIC X(32).
           03 CAP-VALOR           PIC 9(07).
           03 CAP-LIMITE          PIC 9(07).
           03 CAP-PCT-USO         PIC 9(03).
           03 CAP-REFERENCIA      PIC X(20).
           03 CAP-ALERTA          PIC X(01).
               88 CAPACIDADE-ALERTA    VALUE 'S'.
