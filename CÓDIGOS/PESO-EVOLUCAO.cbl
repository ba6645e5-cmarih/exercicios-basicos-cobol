      * Tectonics: cobc
      * Modification History:
      *   02/09/2026 MC  - Programa original
      *   15/10/2026 MC  - Coluna PERC com o percentil de IMC para
      *                    idade gravado pelo PESO-IDEAL no check-in
      *                    do paciente menor de 19 anos; em branco
      *                    para adulto e nos registros antigos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESO-EVOLUCAO.
               03 WS-HI-DATA           PIC X(10).
               03 WS-HI-DATA-INT       PIC 9(08).
               03 WS-HI-PESO           PIC 9(04).
               03 WS-HI-PERCENTIL      PIC 9(03)V9.
       01 WS-HI-I                      PIC 9(04) VALUE ZERO.
       01 WS-TAB-PAC-LIMITE            PIC 9(03) VALUE 200.
       01 WS-QTD-PAC                   PIC 9(03) VALUE ZERO.
               03 WS-VI-DATA           PIC X(10).
               03 WS-VI-DATA-INT       PIC 9(08).
               03 WS-VI-PESO           PIC 9(04).
               03 WS-VI-PERCENTIL      PIC 9(03)V9.
       01 WS-VI-I                      PIC 9(03) VALUE ZERO.
       01 WS-VI-J                      PIC 9(03) VALUE ZERO.
       01 WS-VI-TEMP-DATA              PIC X(10).
       01 WS-VI-TEMP-INT               PIC 9(08).
       01 WS-VI-TEMP-PESO              PIC 9(04).
       01 WS-VI-TEMP-PERCENTIL         PIC 9(03)V9.
       01 WS-PESO-ANTERIOR             PIC 9(04) VALUE ZERO.
       01 WS-DELTA-ANTERIOR            PIC S9(04) VALUE ZERO.
       01 WS-DELTA-META                PIC S9(04) VALUE ZERO.
       01 WS-DELTA-MASK                PIC ZZZ9-.
       01 WS-DELTA-META-MASK           PIC ZZZ9-.
       01 WS-PERCENTIL-MASK            PIC ZZ9,9 BLANK WHEN ZERO.
       01 WS-BARRA                     PIC X(30) VALUE SPACES.
       01 WS-QTD-ASTERISCOS            PIC 9(02) VALUE ZERO.
       01 WS-AST-I                     PIC 9(02) VALUE ZERO.
       01 WS-IMP-TITULO                PIC X(60) VALUE
           'EVOLUCAO DE PESO POR PACIENTE'.
       01 WS-IMP-CABECALHO             PIC X(100) VALUE
           'DATA       PESO  DELTA  P/META  PERC   GRAFICO (1*=5 KG)'.
       01 WS-IMP-LINHA                 PIC X(100) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
                   MOVE WS-DATA-AAAAMMDD
                        TO WS-HI-DATA-INT(WS-QTD-HIST)
                   MOVE PH-PESO-ATUAL TO WS-HI-PESO(WS-QTD-HIST)
                   IF PH-IMC-PERCENTIL NUMERIC
                       MOVE PH-IMC-PERCENTIL
                            TO WS-HI-PERCENTIL(WS-QTD-HIST)
                   ELSE
                       MOVE ZERO TO WS-HI-PERCENTIL(WS-QTD-HIST)
                   END-IF

                   PERFORM REGISTRA-PACIENTE
               END-IF
                        TO WS-VI-DATA-INT(WS-QTD-VISITAS)
                   MOVE WS-HI-PESO(WS-HI-I)
                        TO WS-VI-PESO(WS-QTD-VISITAS)
                   MOVE WS-HI-PERCENTIL(WS-HI-I)
                        TO WS-VI-PERCENTIL(WS-QTD-VISITAS)
               END-IF
           END-PERFORM
           EXIT.
                       MOVE WS-VI-DATA-INT(WS-VI-J)
                            TO WS-VI-TEMP-INT
                       MOVE WS-VI-PESO(WS-VI-J) TO WS-VI-TEMP-PESO
                       MOVE WS-VI-PERCENTIL(WS-VI-J)
                            TO WS-VI-TEMP-PERCENTIL
                       MOVE WS-VI-DATA(WS-VI-J + 1)
                            TO WS-VI-DATA(WS-VI-J)
                       MOVE WS-VI-DATA-INT(WS-VI-J + 1)
                            TO WS-VI-DATA-INT(WS-VI-J)
                       MOVE WS-VI-PESO(WS-VI-J + 1)
                            TO WS-VI-PESO(WS-VI-J)
                       MOVE WS-VI-PERCENTIL(WS-VI-J + 1)
                            TO WS-VI-PERCENTIL(WS-VI-J)
                       MOVE WS-VI-TEMP-DATA
                            TO WS-VI-DATA(WS-VI-J + 1)
                       MOVE WS-VI-TEMP-INT
                            TO WS-VI-DATA-INT(WS-VI-J + 1)
                       MOVE WS-VI-TEMP-PESO
                            TO WS-VI-PESO(WS-VI-J + 1)
                       MOVE WS-VI-TEMP-PERCENTIL
                            TO WS-VI-PERCENTIL(WS-VI-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
               MOVE '*' TO WS-BARRA(WS-AST-I:1)
           END-PERFORM

           MOVE WS-VI-PERCENTIL(WS-VI-I) TO WS-PERCENTIL-MASK

           MOVE SPACES TO WS-IMP-LINHA
           STRING WS-VI-DATA(WS-VI-I)
                  ' ' WS-VI-PESO(WS-VI-I)
                  '  ' WS-DELTA-MASK
                  ' ' WS-DELTA-META-MASK
                  '  ' WS-PERCENTIL-MASK
                  '  ' WS-BARRA
                  DELIMITED BY SIZE
                  INTO WS-IMP-LINHA
