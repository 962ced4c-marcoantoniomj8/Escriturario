      *                   todos os chamadores), para a restauração
      *                   não perder mais campos e o histórico
      *                   apontar o que mudou.
      * 15/10/2026 MAMJ - Registro do contato com o nome completo
      *                   (NM-COMPLETO): a imagem gravada no log
      *                   passa a 284 posições e a linha do log a
      *                   432.
      *********************************************************

       IDENTIFICATION DIVISION.
       01 LK-EMAIL         PIC X(40).
       01 LK-ENDERECO      PIC X(40).
       01 LK-US-OPERADOR   PIC X(12).
       01 LK-REGISTRO      PIC X(284).

       PROCEDURE DIVISION USING LK-OPERACAO LK-ID-CONTATO
                LK-NM-CONTATO LK-TELEFONE LK-EMAIL LK-ENDERECO
