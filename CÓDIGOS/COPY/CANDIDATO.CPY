      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE CANDIDATOS A VAGA
      *          (CANDIDATOS.TXT) - MANTIDO PELO ADMISSAO: INSCRICAO
      *          DO CANDIDATO COM A SERIE E O ANO LETIVO PRETENDIDOS
      *          E OS DADOS DO RESPONSAVEL (QUE VIRAM O REGISTRO DO
      *          RESPONSAVEIS.TXT NA MATRICULA), AS NOTAS DA PROVA DE
      *          NIVELAMENTO E DA ENTREVISTA, A PONTUACAO E A
      *          CLASSIFICACAO NA SERIE, A ORDEM E A DATA DA CHAMADA
      *          E, DEPOIS DE MATRICULADO, A MATRICULA E A TURMA
      * Modification History:
      *   15/10/2026 MC  - Unidade escolar pretendida (CD-UNIDADE, em
      *                    branco vale 01 - sede, para as inscricoes
      *                    antigas): classificacao, chamada e lista de
      *                    espera sao por unidade
      ******************************************************************
       01 CANDIDATO-REG.
           02 CD-INSCRICAO         PIC 9(05).
           02 CD-NOME              PIC X(30).
           02 CD-CPF               PIC 9(11).
           02 CD-NASCIMENTO        PIC X(10).
           02 CD-ANO-LETIVO        PIC 9(04).
           02 CD-SERIE             PIC 9(02).
           02 CD-TURNO             PIC X(01).
           02 CD-RESP-NOME         PIC X(30).
           02 CD-RESP-CPF          PIC 9(11).
           02 CD-RESP-TELEFONE     PIC X(15).
           02 CD-RESP-PARENTESCO   PIC X(10).
           02 CD-NOTA-PROVA        PIC 9(02)V9.
           02 CD-NOTA-ENTREVISTA   PIC 9(02)V9.
           02 CD-PONTUACAO         PIC 9(02)V99.
           02 CD-CLASSIFICACAO     PIC 9(04).
           02 CD-SITUACAO          PIC X(01).
               88 CD-SIT-INSCRITO         VALUE 'I'.
               88 CD-SIT-AVALIADO         VALUE 'A'.
               88 CD-SIT-ESPERA           VALUE 'E'.
               88 CD-SIT-CHAMADO          VALUE 'C'.
               88 CD-SIT-MATRICULADO      VALUE 'M'.
               88 CD-SIT-DESISTENTE       VALUE 'D'.
           02 CD-ORDEM-CHAMADA     PIC 9(04).
           02 CD-DATA-CHAMADA      PIC X(10).
           02 CD-MATRICULA         PIC X(05).
           02 CD-TURMA             PIC X(03).
           02 CD-DATA-INSCRICAO    PIC X(10).
           02 CD-UNIDADE           PIC X(02).
