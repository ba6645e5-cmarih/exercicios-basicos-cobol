      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DO CEDENTE (BANCOPAR.TXT) - DADOS DA
      *          ESCOLA NO CONVENIO DE COBRANCA DO BANCO, LIDOS PELO
      *          BANCO-REMESSA PARA O HEADER E OS DETALHES DA REMESSA
      *          CNAB: BANCO, AGENCIA, CONTA, CARTEIRA, CODIGO DA
      *          EMPRESA NO BANCO, RAZAO SOCIAL E CNPJ
      ******************************************************************
       01 CEDENTE-REG.
           02 CD-BANCO             PIC 9(03).
           02 CD-BANCO-NOME        PIC X(15).
           02 CD-AGENCIA           PIC 9(04).
           02 CD-CONTA             PIC 9(08).
           02 CD-CONTA-DV          PIC X(01).
           02 CD-CARTEIRA          PIC 9(03).
           02 CD-CODIGO-EMPRESA    PIC X(20).
           02 CD-NOME-EMPRESA      PIC X(30).
           02 CD-CNPJ              PIC 9(14).
