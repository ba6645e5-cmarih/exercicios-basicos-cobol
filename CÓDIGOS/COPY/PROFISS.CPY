      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE PROFISSIONAIS DA CLINICA
      *          (PROFISSIONAIS.TXT) - MANTIDO PELO
      *          CADASTRO-PROFISSIONAL: CODIGO INTERNO, NOME, NUMERO
      *          DE REGISTRO NO CONSELHO DE CLASSE (CRN, CRM...),
      *          ESPECIALIDADE E SITUACAO; PROFISSIONAL INATIVO NAO
      *          RECEBE PACIENTE, CHECK-IN NEM RETORNO NOVO, MAS
      *          CONTINUA NA PRODUCAO DOS MESES EM QUE ATENDEU
      ******************************************************************
       01 PROFISSIONAL-REG.
           02 PF-CODIGO            PIC X(05).
           02 PF-NOME              PIC X(30).
           02 PF-REGISTRO          PIC X(12).
           02 PF-ESPECIALIDADE     PIC X(20).
           02 PF-ATIVO             PIC X(01).
               88 PF-ATIVO-SIM            VALUE 'S'.
               88 PF-ATIVO-NAO            VALUE 'N'.
