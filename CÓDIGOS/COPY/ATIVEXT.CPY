      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA GRADE DE ATIVIDADES AO AR LIVRE
      *          (ATIVEXT.TXT) - MANTIDO PELO CADASTRO-ATIVEXT: UMA
      *          LINHA POR TURMA, DIA DA SEMANA E HORARIO COM A
      *          ATIVIDADE EXTERNA (EDUCACAO FISICA, RECREIO EXTERNO,
      *          AULA DE CAMPO); O DIA SEGUE A CONTA DO
      *          CADASTRO-OCORRENCIA (1 = SEGUNDA ... 7 = DOMINGO)
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar da turma (AX-UNIDADE, em
      *                    branco vale 01 - sede, para os registros
      *                    antigos): o mesmo codigo de turma pode
      *                    existir em mais de uma unidade, cada uma com
      *                    a sua grade
      ******************************************************************
       01 ATIVEXT-REG.
           02 AX-TURMA             PIC X(03).
           02 AX-DIA-SEMANA        PIC 9(01).
               88 AX-DIA-VALIDO           VALUE 1 THRU 7.
           02 AX-HORARIO           PIC X(05).
           02 AX-ATIVIDADE         PIC X(25).
           02 AX-UNIDADE           PIC X(02).
