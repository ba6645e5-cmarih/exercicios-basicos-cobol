      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE OCORRENCIA DISCIPLINAR
      *          (OCORRENCIAS.TXT) - MANTIDO PELO CADASTRO-OCORRENCIA
      *          NO LUGAR DO LIVRO DE PAPEL DA COORDENACAO; UM
      *          REGISTRO POR OCORRENCIA, CHAVE MATRICULA (MT-MATRICULA
      *          DO MATRICULA.CPY) + SEQUENCIA DO ALUNO; TIPO V
      *          ADVERTENCIA VERBAL, E ADVERTENCIA ESCRITA, S
      *          SUSPENSAO (COM OS DIAS, LANCADOS NO FREQDIA.TXT COMO
      *          FALTA DE SUSPENSAO) E O OBSERVACAO DE COMPORTAMENTO;
      *          A CIENCIA DO RESPONSAVEL FICA REGISTRADA COM A DATA;
      *          O CONSELHO-APLICA RESUME AS OCORRENCIAS DO ANO NO
      *          ANEXO DO CONSELHO DE CLASSE
      ******************************************************************
       01 OCORRENCIA-REG.
           02 OC-CHAVE.
               03 OC-MATRICULA     PIC X(05).
               03 OC-SEQUENCIA     PIC 9(03).
           02 OC-DATA              PIC X(10).
           02 OC-TIPO              PIC X(01).
               88 OC-ADVERTENCIA-VERBAL   VALUE 'V'.
               88 OC-ADVERTENCIA-ESCRITA  VALUE 'E'.
               88 OC-SUSPENSAO            VALUE 'S'.
               88 OC-OBSERVACAO           VALUE 'O'.
               88 OC-TIPO-VALIDO          VALUE 'V' 'E' 'S' 'O'.
           02 OC-DIAS-SUSPENSAO    PIC 9(02).
           02 OC-DESCRICAO         PIC X(60).
           02 OC-PROFESSOR         PIC X(05).
           02 OC-CIENCIA           PIC X(01).
               88 OC-CIENCIA-SIM          VALUE 'S'.
               88 OC-CIENCIA-PENDENTE     VALUE 'N'.
           02 OC-DATA-CIENCIA      PIC X(10).
           02 OC-DIAS-LANCADOS     PIC 9(02).
