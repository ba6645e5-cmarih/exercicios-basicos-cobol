      *          CONTA DIGITADA ERRADA DEIXA DE VIRAR CONTA FANTASMA
      *          COM SALDO SOLITARIO NO SALDOS.TXT - E O CONTAS-RAZAO
      *          IMPRIME A DESCRICAO AO LADO DO CODIGO NO EXTRATO
      * Modification History:
      *   15/10/2026 MC  - Tipo E = encargos (multa e juros por
      *                    atraso): conta propria para o acrescimo,
      *                    que o CONTABIL-EXPORTA leva a conta de
      *                    receita financeira do plano do contador
      *   15/10/2026 MC  - Tipo C = clinica: contas de receita dos
      *                    atendimentos da clinica (consulta,
      *                    avaliacao, sessao de grupo), onde o
      *                    CLINICA-COBRANCA lanca o particular e o
      *                    CONVENIO-RETORNO o pagamento das guias
      *   15/10/2026 MC  - Unidade escolar da conta (CM-UNIDADE): em
      *                    branco ou 00 = conta comum a todas as
      *                    unidades (o plano unico de antes); com
      *                    codigo, a conta e exclusiva daquela unidade e
      *                    o CONTAS-RAZAO da unidade so mostra as contas
      *                    comuns e as dela
      ******************************************************************
       01 CONTA-MESTRE-REG.
           02 CM-CONTA             PIC X(10).
               88 CM-TIPO-MENSALIDADE     VALUE 'M'.
               88 CM-TIPO-TAXA            VALUE 'T'.
               88 CM-TIPO-OUTRAS          VALUE 'O'.
               88 CM-TIPO-ENCARGOS        VALUE 'E'.
               88 CM-TIPO-CLINICA         VALUE 'C'.
           02 CM-ATIVA             PIC X(01).
               88 CM-ATIVA-SIM            VALUE 'S'.
               88 CM-ATIVA-NAO            VALUE 'N'.
           02 CM-UNIDADE           PIC X(02).
               88 CM-UNIDADE-TODAS        VALUE '  ' '00'.
