      *                    TRANSACEITAS.TXT a partir do cru a cada
      *                    rodada, e o ajuste gravado so no aceito
      *                    evaporava na critica seguinte
      *   15/10/2026 MC  - Lancamento gravado com a unidade da sessao
      *                    (TX-UNIDADE, rotina UNIDADE-ATIVA); sessao
      *                    consolidada grava em branco (sede)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-PERIODO.
       FD TRANSACOES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS 'TRANSACOES.TXT'.
       01 TRANSACOES-REG               PIC X(38).

       FD AJUSTE-LOG
           LABEL RECORD STANDARD
           02 WS-HOJE-DIA      PIC 9(02).
       01 WS-DATA-FMT                  PIC X(10) VALUE SPACES.
       01 WS-QTD-AJUSTES               PIC 9(03) VALUE ZERO.
       01 WS-UNIDADE-LANC              PIC X(02) VALUE SPACES.
       01 WS-UNIDADE-NOME              PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM INICIO-PROGRAMA.
           DISPLAY 'AJUSTE DE PERIODO ANTERIOR'
           DISPLAY '-----------------------------------'

           CALL 'UNIDADE-ATIVA' USING WS-UNIDADE-LANC
                                      WS-UNIDADE-NOME
           END-CALL
           IF WS-UNIDADE-LANC = '00'
               MOVE SPACES TO WS-UNIDADE-LANC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE
           STRING WS-HOJE-DIA '/' WS-HOJE-MES '/' WS-HOJE-ANO
                  DELIMITED BY SIZE
               MOVE WS-VALOR    TO TX-VALOR
               MOVE WS-DATA-FMT TO TX-DATA
               MOVE WS-TIPO     TO TX-TIPO
               MOVE WS-UNIDADE-LANC TO TX-UNIDADE
               WRITE TRANSACAO-REG

               MOVE TRANSACAO-REG TO TRANSACOES-REG
