      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO DEMONSTRATIVO DE PAGAMENTO DO CONVENIO
      *          (RETGUIAS.TXT) - UMA LINHA POR GUIA ANALISADA PELA
      *          OPERADORA: NUMERO DA GUIA NO PRESTADOR, DATA DO
      *          PAGAMENTO, VALOR APRESENTADO, VALOR LIBERADO E, NA
      *          GLOSA, O CODIGO E O MOTIVO; IMPORTADO PELO
      *          CONVENIO-RETORNO
      ******************************************************************
       01 GUIA-RETORNO-REG.
           02 GR-REGISTRO-ANS      PIC 9(06).
           02 GR-GUIA              PIC 9(06).
           02 GR-DATA-PAGAMENTO    PIC 9(08).
           02 GR-VALOR-APRESENTADO PIC 9(07)V99.
           02 GR-VALOR-PAGO        PIC 9(07)V99.
           02 GR-CODIGO-GLOSA      PIC X(04).
           02 GR-MOTIVO-GLOSA      PIC X(30).
