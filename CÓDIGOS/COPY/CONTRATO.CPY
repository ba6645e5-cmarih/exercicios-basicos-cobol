      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTRATO DE PRESTACAO DE SERVICOS
      *          EDUCACIONAIS (CONTRATOS.TXT) - UM POR ALUNO E ANO
      *          LETIVO, NUMERADO E EMITIDO PELO CONTRATO-EMITE (MODO
      *          G) PARA A REMATRICULA CONFIRMADA OU A MATRICULA NOVA:
      *          TURMA E SERIE, RESPONSAVEL CONTRATANTE, VALOR ANUAL
      *          DA TABELA DE PRECOS, DESCONTO DA BOLSA E PARCELAS; O
      *          ACOMPANHAMENTO DA ASSINATURA (MODO S) FICA NO PROPRIO
      *          CONTRATO: P PENDENTE (EMITIDO, COM A FAMILIA), A
      *          ASSINADO (VIA ASSINADA DE VOLTA NA SECRETARIA), D
      *          DEVOLVIDO SEM ASSINATURA (A FAMILIA RECUSOU OU PEDIU
      *          CORRECAO - A PROXIMA GERACAO EMITE UM CONTRATO NOVO)
      ******************************************************************
       01 CONTRATO-REG.
           02 CT-NUMERO            PIC 9(06).
           02 CT-ANO-LETIVO        PIC 9(04).
           02 CT-MATRICULA         PIC X(05).
           02 CT-NOME              PIC X(30).
           02 CT-TURMA             PIC X(03).
           02 CT-SERIE             PIC 9(02).
           02 CT-ORIGEM            PIC X(01).
               88 CT-ORIGEM-REMATRICULA   VALUE 'R'.
               88 CT-ORIGEM-NOVA          VALUE 'N'.
           02 CT-RESP-NOME         PIC X(30).
           02 CT-RESP-CPF          PIC 9(11).
           02 CT-VALOR-BRUTO       PIC 9(07)V99.
           02 CT-DESCONTO          PIC 9(07)V99.
           02 CT-VALOR-ANUAL       PIC 9(07)V99.
           02 CT-PARCELAS          PIC 9(02).
           02 CT-BOLSA-MOTIVO      PIC X(20).
           02 CT-DATA-EMISSAO      PIC X(10).
           02 CT-OPER-EMISSAO      PIC X(08).
           02 CT-SITUACAO          PIC X(01).
               88 CT-SIT-PENDENTE         VALUE 'P'.
               88 CT-SIT-ASSINADO         VALUE 'A'.
               88 CT-SIT-DEVOLVIDO        VALUE 'D'.
           02 CT-DATA-SITUACAO     PIC X(10).
           02 CT-OPER-SITUACAO     PIC X(08).
