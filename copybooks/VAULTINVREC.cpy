      ******************************************************************
      *  VAULTINVREC.CPY
      *  ESTOQUE DO COFRE POR DENOMINACAO (VAULTINV), MANTIDO PELO
      *  COFRE - UM REGISTRO POR CODIGO DO DENOMTAB, REGRAVADO AO FIM
      *  DE CADA APURACAO JUNTO COM O SALDO (VAULTBAL). A SOMA DAS
      *  QUANTIDADES VEZES O VALOR UNITARIO TEM QUE DAR O SALDO; A
      *  FOLHA DE ESTOQUE DO COFRE CONFERE ISSO TODO DIA. O TROCO LE
      *  ESTE ARQUIVO PARA PEDIR AO BANCO SO O QUE FALTA. A CARGA
      *  INICIAL E A CONTAGEM FISICA DO COFRE, PREPARADA COMO DADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  VAULT-INVENTORY-RECORD.
           05  VINV-DENOM-CODE         PIC X(03).
           05  VINV-QTY                PIC S9(07).
           05  VINV-LAST-DATE          PIC X(08).
           05  FILLER                  PIC X(12).
