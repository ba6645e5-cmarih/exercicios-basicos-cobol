      ******************************************************************
      * Author: MARILENE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ATESTADO (ATESTADOS.TXT) -
      *          MANTIDO PELO CADASTRO-ATESTADO NA SECRETARIA; UM
      *          REGISTRO POR DOCUMENTO ENTREGUE, CHAVE MATRICULA
      *          (MT-MATRICULA DO MATRICULA.CPY) + NUMERO DO
      *          DOCUMENTO, COM O PERIODO COBERTO (DE/ATE, DD/MM/AAAA)
      *          E O TIPO: M ATESTADO MEDICO, O ATESTADO
      *          ODONTOLOGICO, L LICENCA (GESTANTE OU TRATAMENTO
      *          PROLONGADO), J OUTRO ABONO PREVISTO EM LEI; O
      *          FREQUENCIA-FECHA CONTA AS FALTAS DO PERIODO COMO
      *          ABONADAS (FQ-AULAS-ABONADAS DO FREQUENCIA.CPY)
      ******************************************************************
       01 ATESTADO-REG.
           02 AT-CHAVE.
               03 AT-MATRICULA     PIC X(05).
               03 AT-DOCUMENTO     PIC X(15).
           02 AT-DATA-INICIO       PIC X(10).
           02 AT-DATA-FIM          PIC X(10).
           02 AT-TIPO              PIC X(01).
               88 AT-MEDICO               VALUE 'M'.
               88 AT-ODONTOLOGICO         VALUE 'O'.
               88 AT-LICENCA              VALUE 'L'.
               88 AT-ABONO-LEGAL          VALUE 'J'.
               88 AT-TIPO-VALIDO          VALUE 'M' 'O' 'L' 'J'.
           02 AT-DATA-REGISTRO     PIC X(10).
