      *          INADIMPLENCIA E NO RODAPE DO BOLETIM, PARA A
      *          LIGACAO DE COBRANCA OU DE ENTREGA NAO DEPENDER DO
      *          FICHARIO DE PAPEL
      * Modification History:
      *   15/10/2026 MC  - Incluidos o e-mail do responsavel (RS-EMAIL)
      *                    e a marca de recusa de avisos (RS-OPTOUT):
      *                    branco aceita os avisos por SMS/e-mail da
      *                    rotina NOTIFICA, 'S' recusa
      ******************************************************************
       01 RESPONSAVEL-REG.
           02 RS-MATRICULA         PIC X(05).
           02 RS-CPF               PIC 9(11).
           02 RS-TELEFONE          PIC X(15).
           02 RS-PARENTESCO        PIC X(10).
           02 RS-EMAIL             PIC X(40).
           02 RS-OPTOUT            PIC X(01).
               88 RS-OPTOUT-SIM           VALUE 'S'.
