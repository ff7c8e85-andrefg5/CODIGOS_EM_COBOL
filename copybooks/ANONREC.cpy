      ******************************************************************
      *  ANONREC.CPY
      *  REGISTRO DE ANONIMIZACAO (ANONREG) - ARQUIVO SO DE ACRESCIMO,
      *  UM REGISTRO POR CADASTRO ANONIMIZADO PELO ANONIMIZ. GUARDA O
      *  ARQUIVO, O ID QUE FICOU (ALUNO, MATRICULA DO FUNCIONARIO,
      *  PASSE, CARNE OU NUMERO DA VISITA), A MARCA GRAVADA NO LUGAR
      *  DO NOME E O MOTIVO - NUNCA O DADO APAGADO. A MARCA E SEMPRE
      *  "*ANON*" SEGUIDO DO ID DO PROPRIO REGISTRO, PARA O CADASTRO
      *  CONTINUAR SEM NOMES REPETIDOS. A ROTINA ANONCHK CONSULTA ESTE
      *  ARQUIVO PARA MASCARAR O EXTRATO E A CONSULTA; O TITULAR
      *  MOSTRA QUANDO O DADO FOI APAGADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  ANON-RECORD.
           05  ANON-ARQUIVO            PIC X(08).
           05  ANON-ID                 PIC X(10).
           05  ANON-MARCA              PIC X(16).
           05  ANON-DATA               PIC X(08).
           05  ANON-MOTIVO             PIC X(30).
           05  ANON-OPERADOR           PIC X(08).
           05  ANON-RUN-ID             PIC X(08).
           05  FILLER                  PIC X(12).
