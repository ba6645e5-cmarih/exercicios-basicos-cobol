      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO LIVRO DE EPISODIOS CRITICOS DE
      *          POLUICAO DO AR (EPISODIO.TXT) - MANTIDO PELO
      *          POLUICAO-EPISODIO: UM REGISTRO POR EVENTO DO EPISODIO
      *          DA REGIAO (ABERTURA, ESCALADA, REBAIXAMENTO E
      *          ENCERRAMENTO), COM O NIVEL LEGAL RESULTANTE (1
      *          ATENCAO, 2 ALERTA, 3 EMERGENCIA, 0 NO ENCERRAMENTO),
      *          A DATA DAS LEITURAS QUE O MOTIVARAM, A LEITURA
      *          GATILHO (ESTACAO, POLUENTE E VALOR), AS PROVIDENCIAS
      *          TOMADAS E O SUPERVISOR QUE CONFIRMOU; A DATA DE
      *          DECLARACAO DO EPISODIO E A DO EVENTO DE ABERTURA E A
      *          DE FIM A DO EVENTO DE ENCERRAMENTO
      ******************************************************************
       01 EPISODIO-REG.
           02 EP-NUMERO            PIC 9(05).
           02 EP-SEQUENCIA         PIC 9(02).
           02 EP-REGIAO            PIC X(15).
           02 EP-EVENTO            PIC X(01).
               88 EP-EVT-ABERTURA         VALUE 'A'.
               88 EP-EVT-ESCALADA         VALUE 'E'.
               88 EP-EVT-REBAIXAMENTO     VALUE 'R'.
               88 EP-EVT-ENCERRAMENTO     VALUE 'F'.
           02 EP-DATA              PIC X(10).
           02 EP-NIVEL             PIC 9(01).
               88 EP-NIVEL-ENCERRADO      VALUE 0.
               88 EP-NIVEL-ATENCAO        VALUE 1.
               88 EP-NIVEL-ALERTA         VALUE 2.
               88 EP-NIVEL-EMERGENCIA     VALUE 3.
           02 EP-NIVEL-ANTERIOR    PIC 9(01).
           02 EP-ESTACAO           PIC X(10).
           02 EP-POLUENTE          PIC X(05).
           02 EP-VALOR             PIC 9(03)V9(2).
           02 EP-PROVIDENCIAS      PIC X(60).
           02 EP-SUPERVISOR        PIC X(08).
           02 EP-DATA-REGISTRO     PIC X(10).
