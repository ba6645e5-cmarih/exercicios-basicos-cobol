      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO TROCADO COM O BIRO DE CREDITO -
      *          GRAVADO PELO REGUA-COBRANCA NOS ARQUIVOS DE INCLUSAO
      *          (NEGINC<AAAAMMDD>.TXT) E DE EXCLUSAO
      *          (NEGEXC<AAAAMMDD>.TXT): ESCOLA ASSOCIADA, CPF E NOME
      *          DO RESPONSAVEL DEVEDOR, CONTRATO (MATRICULA + MES),
      *          VENCIMENTO, VALOR, DATA DO MOVIMENTO E, NA EXCLUSAO,
      *          O MOTIVO (P PAGAMENTO, A ACORDO)
      ******************************************************************
       01 BUREAU-REG.
           02 BU-OPERACAO          PIC X(01).
               88 BU-INCLUSAO             VALUE 'I'.
               88 BU-EXCLUSAO             VALUE 'E'.
           02 BU-ASSOCIADO         PIC X(10).
           02 BU-CPF               PIC 9(11).
           02 BU-NOME              PIC X(30).
           02 BU-CONTRATO.
               03 BU-MATRICULA     PIC X(05).
               03 BU-COMPETENCIA   PIC 9(06).
           02 BU-VENCIMENTO        PIC 9(08).
           02 BU-VALOR             PIC 9(07)V99.
           02 BU-DATA              PIC 9(08).
           02 BU-MOTIVO-BAIXA      PIC X(01).
