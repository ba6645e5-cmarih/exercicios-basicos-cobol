      *                    lote do PESOROL.TXT, ja que a balanca
      *                    eletronica so transmite codigo, peso e
      *                    carimbo de data/hora
      *   15/10/2026 MC  - Pagador dos atendimentos (PAC-PAGADOR):
      *                    P ou branco = particular, C = convenio,
      *                    com o codigo do CONVENIOS.TXT
      *                    (PAC-CONVENIO) e o numero da carteirinha
      *                    (PAC-CARTEIRA) que vai na guia
      *   15/10/2026 MC  - Profissional responsavel pelo paciente
      *                    (PAC-PROFISSIONAL, codigo do
      *                    PROFISSIONAIS.TXT); branco = sem
      *                    responsavel definido
      *   15/10/2026 MC  - Unidade de atendimento do paciente
      *                    (PAC-UNIDADE, em branco vale 01 - sede),
      *                    gravada pelo CADASTRO-PACIENTE com a unidade
      *                    ativa da sessao
      ******************************************************************
       01 PACIENTE-REG.
           02 PAC-ID               PIC X(05).
           02 PAC-SEXO             PIC X(01).
           02 PAC-NASCIMENTO       PIC X(10).
           02 PAC-ALTURA           PIC 9(04)V99.
           02 PAC-PAGADOR          PIC X(01).
               88 PAC-PAGADOR-PARTICULAR  VALUE 'P' ' '.
               88 PAC-PAGADOR-CONVENIO    VALUE 'C'.
           02 PAC-CONVENIO         PIC X(05).
           02 PAC-CARTEIRA         PIC X(20).
           02 PAC-PROFISSIONAL     PIC X(05).
           02 PAC-UNIDADE          PIC X(02).
