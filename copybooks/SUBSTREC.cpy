      ******************************************************************
      *  SUBSTREC.CPY
      *  SUBSTITUICAO DE PASSE OU CARNE PERDIDO (SUBSTREF) - UM
      *  REGISTRO POR TROCA FEITA PELO SUBSTITU, SO ACRESCENTADO,
      *  NUNCA REGRAVADO. LIGA O NUMERO ANTIGO (BLOQUEADO NO HOTLIST)
      *  AO NUMERO NOVO QUE HERDOU O VALOR - O PASSHIST SEGUE A LIGACAO
      *  PARA MOSTRAR AS VIAGENS DOS DOIS CARTOES. GUARDA TAMBEM O QUE
      *  FOI TRANSFERIDO:
      *    SUB-EXPIRY-NOVA  PASSE - VENCIMENTO DO NOVO (O DO ANTIGO
      *                     MENOS OS DIAS USADOS DESDE A PERDA);
      *    SUB-SALDO-NOVO   CARNE - VIAGENS QUE PASSARAM AO NOVO;
      *    SUB-DESCONTO     DIAS (PASSE) OU VIAGENS (CARNE) FEITOS COM
      *                     O NUMERO ANTIGO DESDE A DATA DA PERDA;
      *    SUB-TAXA         TAXA DE SUBSTITUICAO COBRADA (EXPDEP).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CARD-REPLACEMENT-RECORD.
           05  SUB-TIPO                PIC X(01).
               88  SUB-PASSE                    VALUE "P".
               88  SUB-CARNE                    VALUE "C".
           05  SUB-NUMERO-ANTIGO       PIC X(10).
           05  SUB-NUMERO-NOVO         PIC X(10).
           05  SUB-DATA                PIC X(08).
           05  SUB-DATA-PERDA          PIC X(08).
           05  SUB-HOLDER              PIC X(20).
           05  SUB-EXPIRY-NOVA         PIC X(08).
           05  SUB-SALDO-NOVO          PIC 9(03).
           05  SUB-DESCONTO            PIC 9(03).
           05  SUB-TAXA                PIC 9(05)V99.
           05  SUB-RECIBO              PIC 9(07).
           05  SUB-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(07).
