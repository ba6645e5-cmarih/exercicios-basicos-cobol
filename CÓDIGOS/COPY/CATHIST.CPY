      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DO CATALOGO DO ACERVO
      *          (CATHIST.TXT) - A CADA RODADA O CATALOGO-DADOS
      *          ACRESCENTA, POR ARQUIVO CATALOGADO, A DATA E A HORA
      *          DA FOTO, SE O ARQUIVO ESTAVA PRESENTE, A QUANTIDADE DE
      *          REGISTROS E O TAMANHO EM BYTES (REGISTRO SEM OS
      *          BRANCOS DO FIM MAIS O FIM DE LINHA); LIDO PELO
      *          CATALOGO-TENDENCIA PARA O CRESCIMENTO E A PROJECAO
      ******************************************************************
       01 CATALOGO-HIST-REG.
           02 CH-DATA              PIC 9(08).
           02 CH-HORA              PIC 9(06).
           02 CH-ARQUIVO           PIC X(20).
           02 CH-PRESENTE          PIC X(01).
               88 CH-PRESENTE-SIM         VALUE 'S'.
           02 CH-REGISTROS         PIC 9(08).
           02 CH-BYTES             PIC 9(12).
