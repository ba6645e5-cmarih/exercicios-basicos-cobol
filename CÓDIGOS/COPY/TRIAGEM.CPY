      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TRIAGEM NUTRICIONAL ESCOLAR
      *          (TRIAGEM.TXT) - GRAVADO PELA TRIAGEM-NUTRICIONAL, UM
      *          REGISTRO POR ALUNO PESADO E MEDIDO NA CAMPANHA ANUAL
      *          DA TURMA: PESO (KG), ALTURA (CM), IMC, IDADE EM
      *          MESES NA DATA DA TRIAGEM, ESCORE-Z E PERCENTIL DO IMC
      *          PARA IDADE (ROTINA IMC-IDADE; ZERO PARA ALUNO DE 19
      *          ANOS OU MAIS, CLASSIFICADO PELAS FAIXAS DE ADULTO),
      *          CLASSIFICACAO, MARCA DE ENCAMINHAMENTO PARA A CLINICA
      *          (MAGREZA OU OBESIDADE) E O ID DO PACIENTES.TXT QUANDO
      *          O CADASTRO NA CLINICA FOI FEITO
      ******************************************************************
       01 TRIAGEM-REG.
           02 TG-ANO               PIC 9(04).
           02 TG-TURMA             PIC X(03).
           02 TG-MATRICULA         PIC X(05).
           02 TG-DATA              PIC X(10).
           02 TG-SEXO              PIC X(01).
           02 TG-PESO              PIC 9(03)V9.
           02 TG-ALTURA            PIC 9(03).
           02 TG-IMC               PIC 9(02)V99.
           02 TG-IDADE-MESES       PIC 9(03).
           02 TG-ZSCORE            PIC S9(02)V99
                                   SIGN LEADING SEPARATE.
           02 TG-PERCENTIL         PIC 9(03)V9.
           02 TG-CLASSIFICACAO     PIC X(20).
           02 TG-ENCAMINHADO       PIC X(01).
               88 TG-ENCAMINHAR           VALUE 'S'.
           02 TG-PACIENTE          PIC X(05).
