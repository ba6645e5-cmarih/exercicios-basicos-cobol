      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DE PARAMETROS DO ALERTA DE ALUNOS EM
      *          RISCO (RISCOPAR.TXT) - MANTIDO PELO MANUTENCAO-PARAM
      *          (OPCAO R) E LIDO PELO ALUNOS-RISCO: PESO DE CADA
      *          FATOR (MEDIA DE BIMESTRE ABAIXO DA RECUPERACAO,
      *          FREQUENCIA ABAIXO DO ALERTA, MES EM ABERTO NO
      *          FINANCEIRO, OCORRENCIA DISCIPLINAR NO ANO), O
      *          PERCENTUAL DE FREQUENCIA QUE DISPARA O ALERTA, A
      *          PONTUACAO MINIMA PARA O ALUNO SER LISTADO E QUANTOS
      *          ALUNOS NO MAXIMO SAEM POR TURMA
      ******************************************************************
       01 RISCO-PARAM-REG.
           02 RP-PESO-NOTA         PIC 9(02).
           02 RP-PESO-FREQUENCIA   PIC 9(02).
           02 RP-PESO-FINANCEIRO   PIC 9(02).
           02 RP-PESO-OCORRENCIA   PIC 9(02).
           02 RP-FREQ-ALERTA       PIC 9(03).
           02 RP-PONTOS-CORTE      PIC 9(03).
           02 RP-QTD-POR-TURMA     PIC 9(02).
