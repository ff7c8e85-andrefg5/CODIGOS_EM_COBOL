      ******************************************************************
      *  VAULTDMVREC.CPY
      *  MOVIMENTO DO COFRE POR DENOMINACAO (VAULTDMV) - UM REGISTRO
      *  POR DENOMINACAO MOVIMENTADA, SO ACRESCENTADO. JUNTO COM AS
      *  CONTAGENS DO CASHCNT ("F" ENTRA NO COFRE, "A" SAI COMO FUNDO
      *  DE TROCO), E O QUE O COFRE USA PARA MANTER O ESTOQUE POR
      *  DENOMINACAO (VAULTINV):
      *    D = PACOTES DO MALOTE  - GRAVADO PELO DEPOSITO, SAIDA;
      *    E = ENTREGA DE TROCO   - GRAVADO PELO COFREMOV, ENTRADA (O
      *                             COFRE SOMA O VALOR NO SALDO);
      *    C = SAQUE DA CAIXINHA  - GRAVADO PELO COFREMOV, SAIDA (O
      *                             VALOR JA SAI DO SALDO PELO
      *                             MOVIMENTO "C" DO VAULTMOV).
      *  O VALOR E A QUANTIDADE VEZES O VALOR UNITARIO DO DENOMTAB
      *  VIGENTE NA GRAVACAO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  VAULT-DENOM-MOVE-RECORD.
           05  VDMV-DATE               PIC X(08).
           05  VDMV-ORIGEM             PIC X(01).
               88  VDMV-PACOTE-DEPOSITO         VALUE "D".
               88  VDMV-ENTREGA-BANCO           VALUE "E".
               88  VDMV-SAQUE-CAIXINHA          VALUE "C".
           05  VDMV-DENOM-CODE         PIC X(03).
           05  VDMV-QTY                PIC 9(07).
           05  VDMV-VALOR              PIC 9(07)V99.
           05  VDMV-OPERATOR-ID        PIC X(08).
           05  VDMV-REFERENCIA         PIC X(20).
           05  FILLER                  PIC X(04).
