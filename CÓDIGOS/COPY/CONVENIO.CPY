      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE CONVENIOS (PLANOS DE SAUDE) DA
      *          CLINICA (CONVENIOS.TXT) - MANTIDO PELO
      *          CADASTRO-CONVENIO: CODIGO INTERNO, NOME, REGISTRO DA
      *          OPERADORA NA ANS E CODIGO DA CLINICA COMO PRESTADOR
      *          NA OPERADORA (VAI NO CABECALHO DO LOTE DE GUIAS DO
      *          CLINICA-COBRANCA); CONVENIO INATIVO NAO RECEBE GUIA
      *          NOVA
      ******************************************************************
       01 CONVENIO-REG.
           02 CV-CODIGO            PIC X(05).
           02 CV-NOME              PIC X(30).
           02 CV-REGISTRO-ANS      PIC 9(06).
           02 CV-PRESTADOR         PIC X(14).
           02 CV-ATIVO             PIC X(01).
               88 CV-ATIVO-SIM            VALUE 'S'.
               88 CV-ATIVO-NAO            VALUE 'N'.
