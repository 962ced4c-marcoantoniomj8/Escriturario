      *****************************************************************
      * Copybook..: FD_CNSTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro do livro de consentimentos
      *             (CONTCONS.DAT): uma linha por mudança de um
      *             indicador de FL-CONSENTIMENTO — contato, canal,
      *             concessão ou retirada, data/hora, operador,
      *             origem (balcão, formulário assinado,
      *             descadastramento do fornecedor, importação) e
      *             uma referência (número do formulário, arquivo e
      *             linha da carga). É a prova de quando, como e por
      *             quem cada consentimento foi dado ou retirado;
      *             FL-CONSENTIMENTO segue guardando só a situação
      *             atual. Chaveado por id do contato mais
      *             sequência, no molde das anotações (FD_NOTATT).
      *             Gravado pelo módulo comum GRAVCNSTT, consultado
      *             e impresso (certificado) pela tela CNSCONTT.
      *****************************************************************
       01  REG-CONSENT.
           03 CNS-CHAVE.
               05 CNS-ID-CONTATO  PIC 9(06).
               05 CNS-SEQUENCIA   PIC 9(04).
           03 CNS-CANAL           PIC X(01).
               88 CANAL-TELEFONE       VALUE 'T'.
               88 CANAL-EMAIL          VALUE 'E'.
               88 CANAL-CORREIO        VALUE 'C'.
           03 CNS-ACAO            PIC X(01).
               88 CONSENT-CONCEDIDO    VALUE 'C'.
               88 CONSENT-RETIRADO     VALUE 'R'.
           03 CNS-DATA            PIC 9(08).
           03 CNS-HORA            PIC 9(06).
           03 CNS-US-OPERADOR     PIC X(12).
           03 CNS-ORIGEM          PIC X(01).
               88 ORIGEM-BALCAO        VALUE 'B'.
               88 ORIGEM-FORMULARIO    VALUE 'F'.
               88 ORIGEM-FORNECEDOR    VALUE 'O'.
               88 ORIGEM-IMPORTACAO    VALUE 'I'.
           03 CNS-PROGRAMA        PIC X(08).
           03 CNS-REFERENCIA      PIC X(20).
