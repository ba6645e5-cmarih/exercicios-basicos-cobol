      *                    nada; arquivo ausente do conjunto passou
      *                    a devolver RETURN-CODE 4, para o driver
      *                    aplicar a convencao da casa
      *   15/10/2026 MC  - Imagem do NOTAS.TXT com a unidade
      *                    (NOTAS.CPY): 46 posicoes
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO-RECUPERA.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-CONJ-STATUS               PIC X(02) VALUE '00'.

      *-----------------------------------------------------------------
      * NOTAS.TXT E INDEXADO: A COPIA SAI PELO PROPRIO INDICE, COMO
      * IMAGENS DE 46 POSICOES (MESMO FEITIO DO NOTAS-BACKUP) - O
      * PONTO-RESTAURA RECARREGA O INDICE A PARTIR DAS IMAGENS
      *-----------------------------------------------------------------
       COPIA-NOTAS-INDEXADO.
                   ADD 1 TO WS-QTD-REGISTROS
                   MOVE SPACES TO ARQUIVO-COPIA-REG
                   MOVE NOTAS-SAIDA-REC
                        TO ARQUIVO-COPIA-REG(1:46)
                   WRITE ARQUIVO-COPIA-REG
                   PERFORM LER-NOTAS
               END-PERFORM
