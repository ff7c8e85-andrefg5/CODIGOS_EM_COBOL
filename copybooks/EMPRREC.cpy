      ******************************************************************
      *  EMPRREC.CPY
      *  SALDO DOS ADIANTAMENTOS SALARIAIS (EMPRSALD), MANTIDO PELO
      *  LER100 NAS SESSOES TIPO "E" - UM CONTRATO POR REGISTRO,
      *  IDENTIFICADO PELA MATRICULA DO EMPMAST E PELA DATA DA
      *  CONCESSAO. O SALDO E O PRINCIPAL AINDA DEVIDO DEPOIS DA
      *  ULTIMA PARCELA DESCONTADA EM FOLHA; A PARCELA E A DA TABELA
      *  PRICE (RECALCULADA NA QUITACAO PARCIAL ANTECIPADA).
      *    SITUACAO A - EM ABERTO;  Q - QUITADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  EMPR-LOAN-RECORD.
           05  EMPR-MATRICULA          PIC X(06).
           05  EMPR-NOME               PIC X(20).
           05  EMPR-DATA               PIC X(08).
           05  EMPR-PRINCIPAL          PIC 9(07)V99.
           05  EMPR-TAXA               PIC 9(02)V9(04).
           05  EMPR-PARCELAS           PIC 9(03).
           05  EMPR-PARC-PAGAS         PIC 9(03).
           05  EMPR-VALOR-PARC         PIC 9(07)V99.
           05  EMPR-SALDO              PIC 9(07)V99.
           05  EMPR-ULT-MES            PIC X(06).
           05  EMPR-SITUACAO           PIC X(01).
               88  EMPR-EM-ABERTO               VALUE "A".
               88  EMPR-QUITADO                 VALUE "Q".
           05  FILLER                  PIC X(20).
