      ******************************************************************
      *  DVXREFREC.CPY
      *  REFERENCIA CRUZADA DA RENUMERACAO COM DIGITO VERIFICADOR
      *  (DVXREF), GRAVADA UMA UNICA VEZ PELO CONVDV - UM REGISTRO POR
      *  PASSE (PASSMAST) OU CARNE (CARNMAST) CONVERTIDO, COM O NUMERO
      *  ANTIGO, O NUMERO NOVO E O TITULAR. SERVE AO BALCAO PARA
      *  TROCAR O CARTAO DO CLIENTE E AO PASSHIST PARA ACHAR AS
      *  VIAGENS FEITAS COM O NUMERO ANTIGO. ARQUIVO COM REGISTROS
      *  TAMBEM E O SINAL DE QUE A CONVERSAO JA FOI FEITA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  DV-XREF-RECORD.
           05  DVX-TIPO                PIC X(01).
               88  DVX-PASSE                    VALUE "P".
               88  DVX-CARNE                    VALUE "C".
           05  DVX-NUMERO-ANTIGO       PIC X(10).
           05  DVX-NUMERO-NOVO         PIC X(10).
           05  DVX-DATA                PIC X(08).
           05  DVX-HOLDER              PIC X(20).
           05  FILLER                  PIC X(11).
