      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DA REGUA DE COBRANCA
      *          (REGUAHIST.TXT) - O REGUA-COBRANCA ANEXA UM REGISTRO
      *          POR ETAPA EXECUTADA EM CADA ALUNO/MES EM ATRASO
      *          (LEMBRETE, CARTA, LIGACAO, AVISO PREVIO, INCLUSAO NO
      *          BIRO E BAIXA), COM A DATA, OS DIAS DE ATRASO, O
      *          VALOR EM ABERTO, O CPF DO RESPONSAVEL E O ARQUIVO
      *          GERADO; A BAIXA (B) ENCERRA O CICLO DAQUELE MES -
      *          SE ELE VOLTAR A ATRASAR, A REGUA RECOMECA
      ******************************************************************
       01 REGUA-HIST-REG.
           02 HR-MATRICULA         PIC X(05).
           02 HR-COMPETENCIA       PIC 9(06).
           02 HR-ETAPA             PIC X(01).
               88 HR-LEMBRETE             VALUE 'L'.
               88 HR-CARTA                VALUE 'C'.
               88 HR-TELEFONE             VALUE 'T'.
               88 HR-AVISO-PREVIO         VALUE 'A'.
               88 HR-NEGATIVADO           VALUE 'N'.
               88 HR-BAIXA                VALUE 'B'.
           02 HR-DATA              PIC 9(08).
           02 HR-DIAS-ATRASO       PIC 9(04).
           02 HR-VALOR             PIC 9(07)V99.
           02 HR-CPF               PIC 9(11).
           02 HR-MOTIVO            PIC X(01).
           02 HR-ARQUIVO           PIC X(20).
