      *                    trabalho acompanhou o tamanho novo
      *   02/09/2026 MC  - Registro de trabalho acompanha os sinais
      *                    vitais novos do PESOHIST.CPY (X(69))
      *   15/10/2026 MC  - Registro de trabalho acompanha o percentil
      *                    e o escore-z de IMC para idade do
      *                    PESOHIST.CPY (X(78))
      *   15/10/2026 MC  - Registro de trabalho acompanha o
      *                    profissional do atendimento do
      *                    PESOHIST.CPY (X(83))
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESOHIST-MERGE.
       FD PESO-TEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'PESOHIST-TEMP.TXT'.
       01 PESO-TEMP-REG                PIC X(83).
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS               PIC X(02) VALUE '00'.
