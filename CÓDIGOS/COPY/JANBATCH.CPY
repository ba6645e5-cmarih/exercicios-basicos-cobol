      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DA JANELA DO BATCH (JANBATCH.TXT) -
      *          HORA EM QUE A JANELA NOTURNA TERMINA (HHMM, A ABERTURA
      *          DA ESCOLA) E A MARGEM DE SEGURANCA EM MINUTOS; LIDO
      *          PELO JOBLOG-TENDENCIA PARA A PREVISAO DE ESTOURO E
      *          PELO DIGESTO-MATINAL PARA O AVISO DA MANHA; SEM
      *          CARTAO VALEM 07:00 E 60 MINUTOS
      ******************************************************************
       01 JANELA-BATCH-REG.
           02 JN-FIM-JANELA.
               03 JN-FIM-HORA      PIC 9(02).
               03 JN-FIM-MINUTO    PIC 9(02).
           02 JN-MARGEM-MINUTOS    PIC 9(03).
