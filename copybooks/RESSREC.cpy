      ******************************************************************
      *  RESSREC.CPY
      *  LIVRO DE RESSARCIMENTO DE QUEBRA DE CAIXA (RESSLEDG), MANTIDO
      *  PELO RESSARC - UM MOVIMENTO POR REGISTRO, SO ACRESCIDO, NUNCA
      *  REGRAVADO. O RECEBIVEL DO CAIXA E IDENTIFICADO PELO CAIXA +
      *  DATA DO NEGOCIO DA FALTA (MESMA CHAVE DO TELLVARH); O SALDO E
      *  A SITUACAO SAO A SOMA DOS MOVIMENTOS DESSA CHAVE:
      *    A - ABERTURA (FALTA ACIMA DA TOLERANCIA DA LOJA);
      *    R - CIENCIA DO CAIXA (TERMO ASSINADO) REGISTRADA PELO
      *        SUPERVISOR;
      *    C - CONTESTACAO DO CAIXA REGISTRADA PELO SUPERVISOR;
      *    B - BAIXA (PERDAO) AUTORIZADA PELO SUPERVISOR;
      *    P - PAGAMENTO EM DINHEIRO NO CAIXA;
      *    N - PARCELAMENTO ACORDADO (NUMERO E VALOR DA PARCELA);
      *    D - DESCONTO EM FOLHA GERADO NO FECHAMENTO DO MES.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  RESS-LEDGER-RECORD.
           05  RESS-TELLER-ID          PIC X(05).
           05  RESS-REF-DATE           PIC X(08).
           05  RESS-TIPO               PIC X(01).
               88  RESS-ABERTURA                VALUE "A".
               88  RESS-CIENCIA                 VALUE "R".
               88  RESS-CONTESTACAO             VALUE "C".
               88  RESS-BAIXA                   VALUE "B".
               88  RESS-PAGAMENTO               VALUE "P".
               88  RESS-PARCELAMENTO            VALUE "N".
               88  RESS-DESCONTO-FOLHA          VALUE "D".
           05  RESS-MOV-DATE           PIC X(08).
           05  RESS-VALOR              PIC 9(05)V99.
           05  RESS-PARCELAS           PIC 9(02).
           05  RESS-MES                PIC X(06).
           05  RESS-OPERATOR-ID        PIC X(08).
           05  RESS-OBS                PIC X(30).
           05  FILLER                  PIC X(05).
