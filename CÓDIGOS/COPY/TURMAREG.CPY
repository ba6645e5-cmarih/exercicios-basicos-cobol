      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE REGIAO DA TURMA (TURMAREG.TXT)
      *          - MANTIDO PELO CADASTRO-ATIVEXT: LIGA O CODIGO DA
      *          TURMA A REGIAO DO CAMPUS ONDE ELA TEM AULA, NO MESMO
      *          NOME DE REGIAO DO CADASTRO DE ESTACOES (EM-REGIAO DO
      *          ESTMESTRE.TXT), PARA O AVISO-ESCOLA CRUZAR A TURMA
      *          COM O AVISO REGIONAL DO POLUICAO-REGIAO
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar da turma (TR-UNIDADE, em
      *                    branco vale 01 - sede, para os registros
      *                    antigos): o mesmo codigo de turma pode
      *                    existir em mais de uma unidade, cada uma no
      *                    seu campus
      ******************************************************************
       01 TURMAREG-REG.
           02 TR-TURMA             PIC X(03).
           02 TR-REGIAO            PIC X(15).
           02 TR-UNIDADE           PIC X(02).
