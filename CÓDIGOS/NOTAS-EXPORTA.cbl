      *                    digitos e situacao da matricula o detalhe
      *                    passou de 50 e as duas ultimas posicoes
      *                    saiam truncadas
      *   15/10/2026 MC  - NOTASINT.TXT registrado no livro de
      *                    interfaces de saida ENVIOS.TXT (rotina
      *                    ENVIO-CONTROLE) com a data de geracao como
      *                    periodo
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAS-EXPORTA.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.

       FD MEDIA-PARAM
           LABEL RECORD STANDARD
       01 WS-QTD-DETALHES                  PIC 9(06) VALUE ZERO.
       01 WS-HASH-NOTAS                    PIC 9(08)V9 VALUE ZERO.
       01 WS-RETORNO-JOB                   PIC 9(02) VALUE ZERO.
       01 WS-ENV-INTERFACE                 PIC X(12) VALUE 'NOTASINT'.
       01 WS-ENV-ARQUIVO                   PIC X(20)
                                           VALUE 'NOTASINT.TXT'.
       01 WS-ENV-PERIODO                   PIC X(10) VALUE SPACES.
       01 WS-ENV-NUMERO                    PIC 9(06) VALUE ZERO.
       01 WS-ENV-RESULTADO                 PIC X(01) VALUE 'S'.

       01 WS-REG-HEADER.
           02 WS-HDR-TIPO          PIC X(01) VALUE 'H'.
           EXIT.
       FIM-GRAVA-TRAILER.

      *-----------------------------------------------------------------
      * TRANSMISSAO NO LIVRO DE INTERFACES DE SAIDA (ENVIOS.TXT); O
      * PERIODO DO EXTRATO E A DATA DE GERACAO (AAAAMMDD)
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
           IF WS-NOTAS-ABERTO-SIM
               CLOSE NOTAS
               CLOSE INTERFACE-SAIDA
               PERFORM REGISTRA-ENVIO
           END-IF

           DISPLAY '-----------------------------------'
