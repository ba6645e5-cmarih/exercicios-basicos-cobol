      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DO REGISTRO DE ACESSOS (ACESSOLOG.TXT)
      *          GRAVADA PELO MENU-OPERADOR (ENTRADA NO MENU, OPCAO E
      *          PROGRAMA ENTRADA; ESCOLHA DE OPCAO 1-9) E PELOS
      *          UTILITARIOS SENSIVEIS FORA DO MENU (NOTAS-RESTORE E
      *          NOTAS-ROLLBACK, OPCAO -), QUE ACRESCENTAM O MOTIVO
      *          INFORMADO PELO OPERADOR; RESULTADO OK, NEGADO OU
      *          DESISTIU (CONFIRMACAO RECUSADA PELO OPERADOR)
      ******************************************************************
       01 ACESSO-LOG-REG.
           02 AL-DATA              PIC X(10).
           02 FILLER               PIC X(01).
           02 AL-HORA.
               03 AL-HORA-HH       PIC 9(02).
               03 FILLER           PIC X(01).
               03 AL-HORA-MM       PIC 9(02).
               03 FILLER           PIC X(01).
               03 AL-HORA-SS       PIC 9(02).
           02 FILLER               PIC X(13).
           02 AL-OPERADOR          PIC X(08).
           02 FILLER               PIC X(10).
           02 AL-OPCAO             PIC X(01).
           02 FILLER               PIC X(13).
           02 AL-PROGRAMA          PIC X(15).
           02 FILLER               PIC X(03).
           02 AL-RESULTADO         PIC X(08).
           02 FILLER               PIC X(11).
           02 AL-MOTIVO            PIC X(40).
