      *                    (PONTO-RECUPERA) e o restauro recarrega o
      *                    arquivo com WRITE chaveado, em vez de
      *                    regravar o binario linha a linha
      *   15/10/2026 MC  - Imagem do NOTAS.TXT com a unidade
      *                    (NOTAS.CPY): 46 posicoes
      *   15/10/2026 MC  - Unidade (FD-UNIDADE) renomeada junto com
      *                    os demais campos do NOTAS.CPY (FDS-UNIDADE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO-RESTAURA.
                                FD-NOTA2 BY FDS-NOTA2
                                FD-NOTA3 BY FDS-NOTA3
                                FD-NOTA4 BY FDS-NOTA4
                                FD-DATA  BY FDS-DATA
                                FD-UNIDADE BY FDS-UNIDADE.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-MANIF-STATUS              PIC X(02) VALUE '00'.
       FIM-RESTAURA-ARQUIVO-LINHAS.

      *-----------------------------------------------------------------
      * NOTAS.TXT E INDEXADO: AS IMAGENS DE 46 POSICOES DA COPIA
      * RECARREGAM O ARQUIVO COM WRITE CHAVEADO (A COPIA SAIU EM
      * ORDEM DE CHAVE, COMO NO NOTAS-RESTORE)
      *-----------------------------------------------------------------

           PERFORM LER-COPIA
           PERFORM UNTIL WS-FIM-COPIA-SIM
               MOVE ARQUIVO-COPIA-REG(1:46) TO NOTAS-SAIDA-REC
               WRITE NOTAS-SAIDA-REC
                   INVALID KEY
                       DISPLAY 'CHAVE REJEITADA NO RESTAURO DO '
