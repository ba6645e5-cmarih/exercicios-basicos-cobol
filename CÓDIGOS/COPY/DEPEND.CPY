      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DEPENDENCIA (DEPENDENCIAS.TXT)
      *          - UM REGISTRO POR ALUNO/DISCIPLINA REPROVADA QUE O
      *          ALUNO LEVA EM DEPENDENCIA PARA O ANO SEGUINTE,
      *          GRAVADO PELO VIRADA-ANO QUANDO AS REPROVACOES FICAM
      *          DENTRO DO LIMITE DO REGIMENTO (MEDIAPAR.TXT); AS
      *          NOTAS DE BIMESTRE DA DEPENDENCIA SAO PROPRIAS
      *          (LANCADAS PELO DEPENDENCIA-NOTAS, FORA DO NOTAS.TXT)
      *          E O CONSOLIDA-ANO SEGUINTE FECHA A DEPENDENCIA COMO
      *          CUMPRIDA OU NAO CUMPRIDA; DEPENDENCIA NAO CUMPRIDA
      *          VOLTA A SER LEVADA NA VIRADA SEGUINTE
      ******************************************************************
       01 DEPENDENCIA-REG.
           02 DP-MATRICULA         PIC X(05).
           02 DP-DISCIPLINA        PIC X(02).
           02 DP-ANO-ORIGEM        PIC 9(04).
           02 DP-TURMA-ORIGEM      PIC X(03).
           02 DP-ANO-CURSO         PIC 9(04).
           02 DP-NOME              PIC X(11).
           02 DP-BIMESTRE OCCURS 4 TIMES.
               03 DP-NOTA-BIM      PIC 9(02)V9.
               03 DP-LANCADA       PIC X(01).
                   88 DP-LANCADA-SIM      VALUE 'S'.
           02 DP-MEDIA-FINAL       PIC 9(02)V99.
           02 DP-SITUACAO          PIC X(01).
               88 DP-SIT-ABERTA           VALUE 'A'.
               88 DP-SIT-CUMPRIDA         VALUE 'C'.
               88 DP-SIT-NAO-CUMPRIDA     VALUE 'N'.
           02 DP-DATA-FECHAMENTO   PIC X(10).
