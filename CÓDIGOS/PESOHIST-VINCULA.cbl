      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Tabela de regravacao acompanha o percentil
      *                    e o escore-z de IMC para idade do
      *                    PESOHIST.CPY (X(78))
      *   15/10/2026 MC  - Tabela de regravacao acompanha o
      *                    profissional do atendimento do
      *                    PESOHIST.CPY (X(83))
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESOHIST-VINCULA.
       01 WS-TAB-HIST-LIMITE           PIC 9(04) VALUE 2000.
       01 WS-QTD-HIST                  PIC 9(04) VALUE ZERO.
       01 WS-TABELA-HIST.
           02 WS-HIST-REG PIC X(83) OCCURS 2000 TIMES.
       01 WS-HIST-I                    PIC 9(04) VALUE ZERO.
       01 WS-TAB-DEC-LIMITE            PIC 9(03) VALUE 200.
       01 WS-QTD-DECISOES              PIC 9(03) VALUE ZERO.
