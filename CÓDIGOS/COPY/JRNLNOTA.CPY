      *                    X(38) para X(40)
      *   02/09/2026 MC  - Imagem acompanha as notas com meio ponto
      *                    (9(02)V9 em NOTAS.CPY): JR-IMAGEM X(44)
      *   15/10/2026 MC  - Imagem acompanha a unidade no registro do
      *                    NOTAS.TXT (FD-UNIDADE em NOTAS.CPY):
      *                    JR-IMAGEM X(46)
      ******************************************************************
       01 JORNAL-NOTAS-REG.
           02 JR-RUNID             PIC 9(06).
               88 JR-TIPO-ALTERACAO       VALUE 'A'.
               88 JR-TIPO-NOVO            VALUE 'N'.
           02 JR-CHAVE             PIC X(08).
           02 JR-IMAGEM            PIC X(46).
