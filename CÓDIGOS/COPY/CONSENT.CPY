      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONSENTIMENTOS DO TITULAR DE
      *          DADOS PESSOAIS (CONSENTIMENTOS.TXT) - GRAVADO PELO
      *          CADASTRO-CONSENTIMENTO, UM REGISTRO POR CONCESSAO OU
      *          REVOGACAO (O ARQUIVO SO CRESCE; VALE O ULTIMO
      *          REGISTRO DO TITULAR PARA CADA FINALIDADE)
      *          TIPO: P = PACIENTE (CHAVE = ID DO PACIENTES.TXT)
      *                R = RESPONSAVEL (CHAVE = MATRICULA DO ALUNO NO
      *                    RESPONSAVEIS.TXT, UM RESPONSAVEL POR
      *                    MATRICULA)
      *          FINALIDADE: T = CADASTRO E ATENDIMENTO/MATRICULA
      *                      C = AVISOS POR SMS/E-MAIL
      *                      E = USO EM ESTATISTICA E PESQUISA
      *          SITUACAO: C = CONCEDIDO   R = REVOGADO
      ******************************************************************
       01 CONSENTIMENTO-REG.
           02 CO-TIPO              PIC X(01).
               88 CO-PACIENTE             VALUE 'P'.
               88 CO-RESPONSAVEL          VALUE 'R'.
           02 CO-CHAVE             PIC X(05).
           02 CO-FINALIDADE        PIC X(01).
               88 CO-FIN-CADASTRO         VALUE 'T'.
               88 CO-FIN-AVISOS           VALUE 'C'.
               88 CO-FIN-ESTATISTICA      VALUE 'E'.
               88 CO-FIN-VALIDA           VALUE 'T' 'C' 'E'.
           02 CO-SITUACAO          PIC X(01).
               88 CO-CONCEDIDO            VALUE 'C'.
               88 CO-REVOGADO             VALUE 'R'.
           02 CO-DATA              PIC X(10).
           02 CO-OPERADOR          PIC X(08).
           02 CO-DOCUMENTO         PIC X(20).
