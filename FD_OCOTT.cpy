      *****************************************************************
      * Copybook..: FD_OCOTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout das ocorrências de atendimento
      *             (CONTOCOR.DAT): reclamações e solicitações de um
      *             contato acompanhadas da abertura ao
      *             encerramento, no lugar do livro de ocorrências
      *             em papel. Chaveado por id do contato mais
      *             sequência, como as anotações (CONTNOTA.DAT).
      *             Aberto e atualizado pela tela OCORCNTT (chamada
      *             da consulta); toda mudança de situação deixa
      *             uma anotação automática no contato (GRAVNOTT).
      *             O RELOCOTT lista as ocorrências em aberto e as
      *             vencidas por responsável e por tipo.
      *             Situações: 'A' aberta, 'E' em andamento, 'C'
      *             aguardando o cliente e 'F' encerrada (com a
      *             resolução e a data de encerramento).
      *****************************************************************
       01  REG-OCORRENCIA.
           03 OCO-CHAVE.
               05 OCO-ID-CONTATO  PIC 9(06).
               05 OCO-SEQUENCIA   PIC 9(03).
           03 OCO-TIPO            PIC X(01).
               88 OCO-TIPO-RECLAMACAO  VALUE 'R'.
               88 OCO-TIPO-SOLICITACAO VALUE 'S'.
               88 OCO-TIPO-INFORMACAO  VALUE 'I'.
               88 OCO-TIPO-OUTROS      VALUE 'O'.
               88 OCO-TIPO-VALIDO      VALUE 'R' 'S' 'I' 'O'.
           03 OCO-DESCRICAO       PIC X(60).
           03 OCO-DT-ABERTURA     PIC 9(08).
           03 OCO-US-ABERTURA     PIC X(12).
           03 OCO-US-DESIGNADO    PIC X(12).
           03 OCO-SITUACAO        PIC X(01).
               88 OCORRENCIA-ABERTA     VALUE 'A'.
               88 OCORRENCIA-ANDAMENTO  VALUE 'E'.
               88 OCORRENCIA-AGUARDANDO VALUE 'C'.
               88 OCORRENCIA-ENCERRADA  VALUE 'F'.
           03 OCO-DT-PRAZO        PIC 9(08).
           03 OCO-DT-SITUACAO     PIC 9(08).
           03 OCO-US-SITUACAO     PIC X(12).
           03 OCO-DT-ENCERRAMENTO PIC 9(08).
           03 OCO-RESOLUCAO       PIC X(60).
