      ******************************************************************
      *  RETBCOREC.CPY
      *  ARQUIVO DE RETORNO DA COBRANCA BANCARIA (RETBANCO) NO LAYOUT
      *  FIXO QUE O BANCO FORNECE, LIDO PELO COBRANCA - UM BOLETO PAGO
      *  POR REGISTRO. O NOSSO NUMERO E O QUE A COBRANCA RECEBEU NA
      *  EMISSAO ("1" FATURA DE FRETAMENTO, "2" MENSALIDADE, COM O
      *  DIGITO DO DIGVER NA POSICAO 10). O BANCO CREDITA NA DATA DE
      *  CREDITO O VALOR PAGO MENOS A TARIFA, SOMADOS NUM LANCAMENTO
      *  SO DO EXTRATO (BANKSTMT) POR DIA DE CREDITO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  BANK-RETURN-RECORD.
           05  RBC-NOSSO-NUMERO        PIC X(10).
           05  RBC-NOSSO-VIEW REDEFINES RBC-NOSSO-NUMERO.
               10  RBC-CARTEIRA        PIC X(01).
                   88  RBC-CART-FATURA          VALUE "1".
                   88  RBC-CART-MENSALIDADE     VALUE "2".
               10  RBC-SEQUENCIA       PIC X(08).
               10  RBC-DV              PIC X(01).
           05  RBC-DATA-PAGTO          PIC X(08).
           05  RBC-DATA-CREDITO        PIC X(08).
           05  RBC-VALOR-PAGO          PIC 9(07)V99.
           05  RBC-TARIFA              PIC 9(03)V99.
           05  RBC-PAGADOR             PIC X(30).
           05  FILLER                  PIC X(10).
