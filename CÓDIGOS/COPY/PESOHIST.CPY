      *                    arterial sistolica/diastolica (PH-PRES-SIS/
      *                    PH-PRES-DIA), que antes ficavam na ficha de
      *                    papel; zero = nao aferido no check-in
      *   15/10/2026 MC  - IMC para idade do paciente menor de 19
      *                    anos: percentil (PH-IMC-PERCENTIL) e
      *                    escore-z (PH-IMC-ZSCORE) das curvas do
      *                    IMCIDADE.TXT; zero = adulto ou sem
      *                    referencia, brancos nos registros antigos
      *   15/10/2026 MC  - Profissional que fez o atendimento
      *                    (PH-PROFISSIONAL, codigo do
      *                    PROFISSIONAIS.TXT); branco nos registros
      *                    antigos, que contam para o responsavel do
      *                    paciente
      ******************************************************************
       01 PESO-HIST-REG.
           02 PH-NOME                  PIC X(30).
           02 PH-CINTURA               PIC 9(03).
           02 PH-PRES-SIS              PIC 9(03).
           02 PH-PRES-DIA              PIC 9(03).
           02 PH-IMC-PERCENTIL         PIC 9(03)V9.
           02 PH-IMC-ZSCORE            PIC S9(02)V99
                                       SIGN LEADING SEPARATE.
           02 PH-PROFISSIONAL          PIC X(05).
