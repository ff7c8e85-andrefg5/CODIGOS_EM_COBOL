      ******************************************************************
      *  BOLSREVREC.CPY
      *  REVISAO ANUAL DE BOLSAS (BOLSREV) - UM REGISTRO POR ALUNO
      *  BOLSISTA E ANO LETIVO, GRAVADO PELO BOLSAREV NO MODO R
      *  (RECOMENDACAO) E DECIDIDO NO MODO A (APROVACAO DA COMISSAO).
      *    RECOMENDA  R = RENOVAR, D = REDUZIR, C = CANCELAR,
      *               BRANCO = SEM NOTAS NO ANO (ANALISE MANUAL);
      *    DECISAO    BRANCO = PENDENTE, A = APROVADA (PERCENTUAL
      *               APROVADO PODE DIFERIR DO PROPOSTO).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SCHOLARSHIP-REVIEW-RECORD.
           05  BREV-ALUNO-ID           PIC X(08).
           05  BREV-ANO                PIC X(04).
           05  BREV-BOLSA-ATUAL        PIC 9(03).
           05  BREV-MEDIA              PIC 99V99.
           05  BREV-FREQ               PIC 9(03).
           05  BREV-ATRASOS            PIC 9(02).
           05  BREV-RECOMENDA          PIC X(01).
               88  BREV-RENOVAR                 VALUE "R".
               88  BREV-REDUZIR                 VALUE "D".
               88  BREV-CANCELAR                VALUE "C".
               88  BREV-SEM-NOTAS               VALUE SPACE.
           05  BREV-PCT-PROPOSTO       PIC 9(03).
           05  BREV-MOTIVO             PIC X(20).
           05  BREV-DECISAO            PIC X(01).
               88  BREV-PENDENTE                VALUE SPACE.
               88  BREV-APROVADA                VALUE "A".
           05  BREV-PCT-APROVADO       PIC 9(03).
           05  BREV-VIG-MES            PIC X(06).
           05  BREV-DATA-DECISAO       PIC X(08).
           05  FILLER                  PIC X(14).
