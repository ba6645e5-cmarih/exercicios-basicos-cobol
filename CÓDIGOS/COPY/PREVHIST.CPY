      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DA PREVISAO DE RECEBIMENTOS
      *          (PREVHIST.TXT) - A CADA RODADA O PREVISAO-RECEBER
      *          GUARDA, POR MES DO HORIZONTE, O VALOR PREVISTO EM
      *          DIA, EM ATRASO E DE PROVAVEL PERDA, COM O MES EM QUE
      *          A PREVISAO FOI GERADA; A RODADA DO MES SEGUINTE
      *          CONFRONTA A PREVISAO DO MES ANTERIOR COM O
      *          REALIZADO. NOVA RODADA NO MESMO MES SUBSTITUI A
      *          ANTERIOR; GERACOES COM MAIS DE 24 MESES SAEM
      ******************************************************************
       01 PREV-HIST-REG.
           02 PH-GERADO            PIC 9(06).
           02 PH-ANOMES            PIC 9(06).
           02 PH-EM-DIA            PIC 9(09)V99.
           02 PH-ATRASO            PIC 9(09)V99.
           02 PH-PERDA             PIC 9(09)V99.
