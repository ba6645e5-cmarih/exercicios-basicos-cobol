      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CARTAO DA NFS-E (NFSEPAR.TXT) - DADOS DA
      *          ESCOLA NO CADASTRO DE CONTRIBUINTES DA PREFEITURA,
      *          LIDOS PELO NFSE-RPS PARA O LOTE DE RPS: INSCRICAO
      *          MUNICIPAL, CNPJ, RAZAO SOCIAL, SERIE DO RPS, CODIGO
      *          DO SERVICO (ITEM DA LISTA MUNICIPAL PARA ENSINO
      *          REGULAR), ALIQUOTA DO ISS (0,0200 = 2%) E DATA A
      *          PARTIR DA QUAL OS PAGAMENTOS SAEM POR RPS (OS
      *          ANTERIORES FORAM EMITIDOS NO PORTAL)
      ******************************************************************
       01 NFSE-PARAM-REG.
           02 NP-INSCRICAO         PIC 9(08).
           02 NP-CNPJ              PIC 9(14).
           02 NP-RAZAO-SOCIAL      PIC X(30).
           02 NP-SERIE             PIC X(05).
           02 NP-CODIGO-SERVICO    PIC 9(05).
           02 NP-ALIQUOTA          PIC 9(01)V9(04).
           02 NP-INICIO            PIC 9(08).
