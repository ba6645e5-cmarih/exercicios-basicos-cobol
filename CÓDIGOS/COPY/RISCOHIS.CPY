      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE PONTUACAO DE RISCO
      *          (RISCOHIST.TXT) - O ALUNOS-RISCO ANEXA UM REGISTRO
      *          POR ALUNO AVALIADO EM CADA RODADA (DATA DE
      *          REFERENCIA AAAAMMDD), COM A PONTUACAO E OS FATORES
      *          APURADOS; A RODADA SEGUINTE COMPARA COM A ULTIMA
      *          ANTERIOR PARA A COORDENACAO VER SE A INTERVENCAO
      *          FUNCIONOU
      ******************************************************************
       01 RISCO-HIST-REG.
           02 RH-DATA              PIC 9(08).
           02 RH-MATRICULA         PIC X(05).
           02 RH-TURMA             PIC X(03).
           02 RH-PONTOS            PIC 9(03).
           02 RH-QTD-NOTAS         PIC 9(02).
           02 RH-FREQ-PCT          PIC 9(03)V9.
           02 RH-MESES-ABERTOS     PIC 9(02).
           02 RH-QTD-OCORRENCIAS   PIC 9(02).
