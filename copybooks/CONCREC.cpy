      ******************************************************************
      *  CONCREC.CPY
      *  CADASTRO DE CARTEIRAS DE GRATUIDADE/DESCONTO (CONCMAST) - UMA
      *  CARTEIRA POR REGISTRO, MANTIDO PELO CONCMANT E LIDO PELO
      *  VIAGEM, QUE SO DA MEIA OU IDOSO A QUEM APRESENTA CARTEIRA
      *  VALIDA NO EMBARQUE (MANIFEST-CONCESSAO):
      *    CONC-TIPO      E = ESTUDANTE (MEIA) - EMITIDA SO PARA ALUNO
      *                       ATIVO DO ALUNMAST (CONC-ALUNO-ID);
      *                   I = IDOSO (IDOSO).
      *    CONC-SITUACAO  A = ATIVA;
      *                   C = CANCELADA NO CONCMANT;
      *                   T = CADUCADA - O ALUNMANT MARCOU O ALUNO
      *                       COMO TRANSFERIDO.
      *  O NUMERO TEM BASE SEQUENCIAL DE 9 DIGITOS E DIGITO
      *  VERIFICADOR NA ULTIMA POSICAO (ROTINA DIGVER).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CONCESSION-RECORD.
           05  CONC-NUMERO             PIC X(10).
           05  CONC-TIPO               PIC X(01).
               88  CONC-ESTUDANTE               VALUE "E".
               88  CONC-IDOSO                   VALUE "I".
           05  CONC-TITULAR            PIC X(30).
           05  CONC-DOCUMENTO          PIC X(20).
           05  CONC-ALUNO-ID           PIC X(08).
           05  CONC-EMISSAO            PIC X(08).
           05  CONC-VALIDADE           PIC X(08).
           05  CONC-SITUACAO           PIC X(01).
               88  CONC-ATIVA                   VALUE "A".
               88  CONC-CANCELADA               VALUE "C".
               88  CONC-CADUCADA                VALUE "T".
           05  CONC-DATA-SITUACAO      PIC X(08).
           05  FILLER                  PIC X(06).
