      * 02/09/2026 MAMJ  LOG-REGISTRO cresce para 224 posições,
      *                  acompanhando a situação do endereço
      *                  (FL-ST-ENDERECO) do registro da base.
      * 15/10/2026 MAMJ  LOG-REGISTRO cresce para 284 posições,
      *                  acompanhando o nome completo
      *                  (NM-COMPLETO) do registro da base. Linhas
      *                  antigas chegam com o nome completo em
      *                  branco na leitura.
      *********************************************************

           01  REG-LOG.
               03 LOG-EMAIL          PIC X(40).
               03 LOG-ENDERECO       PIC X(40).
               03 LOG-US-OPERADOR    PIC X(12).
               03 LOG-REGISTRO       PIC X(284).
