      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE REFERENCIA DE IMC
      *          PARA IDADE (IMCIDADE.TXT) - CURVAS DA OMS EM
      *          PARAMETROS LMS, UMA LINHA POR SEXO E IDADE EM MESES
      *          (0 A 228; ATE 60 MESES PADRAO DE CRESCIMENTO 2006,
      *          DE 61 EM DIANTE REFERENCIA 2007); CARREGADA PELO
      *          PESO-IDEAL PARA CLASSIFICAR O PACIENTE MENOR DE 19
      *          ANOS POR ESCORE-Z E PERCENTIL; O ESCORE-Z SAI DE
      *          Z = ((IMC / M) ** L - 1) / (L * S)
      ******************************************************************
       01 IMC-IDADE-REG.
           02 IR-SEXO              PIC X(01).
           02 IR-IDADE-MESES       PIC 9(03).
           02 IR-L                 PIC S9(01)V9(04)
                                   SIGN LEADING SEPARATE.
           02 IR-M                 PIC 9(02)V9(04).
           02 IR-S                 PIC 9(01)V9(05).
