      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE PROFESSORES
      *          (PROFESSORES.TXT) - MANTIDO PELO CADASTRO-PROFESSOR;
      *          O CODIGO (PF-CODIGO) LIGA O PROFESSOR AS AULAS QUE
      *          ELE DA NO ATRIBUICAO.TXT (ATRIBUI.CPY) E O OPERADOR
      *          (PF-OPERADOR) E A IDENTIFICACAO DELE NO
      *          OPERADORES.TXT, CONFERIDA NAS PROPOSTAS DE CORRECAO
      *          DE NOTA; PF-ATIVO 'N' TIRA O PROFESSOR DAS NOVAS
      *          ATRIBUICOES SEM APAGAR O HISTORICO
      ******************************************************************
       01 PROFESSOR-REG.
           02 PF-CODIGO            PIC X(05).
           02 PF-NOME              PIC X(30).
           02 PF-OPERADOR          PIC X(08).
           02 PF-ATIVO             PIC X(01).
               88 PF-ATIVO-SIM            VALUE 'S'.
               88 PF-ATIVO-NAO            VALUE 'N'.
