      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS ENCAMINHAMENTOS MEDICOS DA CLINICA
      *          (ENCAMINHA.TXT) - ABERTO PELO PESO-IDEAL QUANDO O
      *          CHECK-IN DISPARA O RISCO COMBINADO (IMC NO CORTE COM
      *          CINTURA OU PRESSAO ACIMA DO VITAISPAR.TXT), COM OS
      *          VALORES MEDIDOS; A RECEPCAO CONFIRMA A ENTREGA AO
      *          PACIENTE E A NUTRICIONISTA REGISTRA O RETORNO MEDICO
      *          NO ENCAMINHA-CONTROLE; O ENCAMINHA-PENDENTES LISTA OS
      *          AINDA SEM RETORNO ALEM DO PRAZO
      *          SITUACAO: A = ABERTO (AGUARDANDO ENTREGA)
      *                    E = ENTREGUE AO PACIENTE
      *                    R = RETORNO MEDICO REGISTRADO (ENCERRADO)
      ******************************************************************
       01 ENCAMINHA-REG.
           02 EN-NUMERO            PIC 9(05).
           02 EN-PACIENTE          PIC X(05).
           02 EN-NOME              PIC X(30).
           02 EN-DATA              PIC X(10).
           02 EN-MOTIVO            PIC X(30).
           02 EN-IMC               PIC 9(02)V99.
           02 EN-CINTURA           PIC 9(03).
           02 EN-PRES-SIS          PIC 9(03).
           02 EN-PRES-DIA          PIC 9(03).
           02 EN-PROFISSIONAL      PIC X(05).
           02 EN-EXEC              PIC 9(06).
           02 EN-SITUACAO          PIC X(01).
               88 EN-ABERTO               VALUE 'A'.
               88 EN-ENTREGUE             VALUE 'E'.
               88 EN-RETORNADO            VALUE 'R'.
               88 EN-PENDENTE             VALUE 'A' 'E'.
           02 EN-DATA-ENTREGA      PIC X(10).
           02 EN-ENTREGUE-POR      PIC X(08).
           02 EN-DATA-RETORNO      PIC X(10).
           02 EN-RETORNO-PROF      PIC X(05).
           02 EN-RETORNO-TEXTO     PIC X(50).
