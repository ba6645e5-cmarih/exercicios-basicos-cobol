      *                    resto da cadeia de notas: na trava da
      *                    recuperacao o truncamento virava
      *                    reprovacao indevida ((4,99+5,00)/2)
      *   15/10/2026 MC  - ANOFININT.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com a data do header como
      *                    periodo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERACAO-APLICA.
       01 WS-QTD-PENDENTES                 PIC 9(04) VALUE ZERO.
       01 WS-QTD-EXAME-ORFAO               PIC 9(04) VALUE ZERO.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE                 PIC X(12) VALUE 'ANOFININT'.
       01 WS-ENV-ARQUIVO                   PIC X(20)
                                           VALUE 'ANOFININT.TXT'.
       01 WS-ENV-PERIODO                   PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                    PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO                 PIC X(01) VALUE 'S'.

       01 WS-REG-HEADER.
           02 WS-HDR-TIPO          PIC X(01) VALUE 'H'.
           WRITE INTERFACE-REG

           CLOSE INTERFACE-SAIDA
           PERFORM REGISTRA-ENVIO
           EXIT.
       FIM-GRAVA-INTERFACE.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT);
      * O PERIODO E A DATA DO HEADER (AAAAMMDD)
      *-----------------------------------------------------------------
       REGISTRA-ENVIO.
           MOVE WS-DATA-GERACAO TO WS-ENV-PERIODO
           CALL 'ENVIO-CONTROLE' USING WS-ENV-INTERFACE
                                       WS-ENV-ARQUIVO
                                       WS-ENV-PERIODO
                                       WS-ENV-NUMERO
                                       WS-ENV-RESULTADO
           END-CALL
           IF WS-ENV-RESULTADO NOT = 'S' AND WS-RETORNO-JOB < 4
               MOVE 4 TO WS-RETORNO-JOB
           END-IF
           EXIT.
       FIM-REGISTRA-ENVIO.

       FINALIZA-PROGRAMA.
           DISPLAY '-----------------------------------'
           DISPLAY 'EXAMES APLICADOS       : ' WS-QTD-APLICADOS
