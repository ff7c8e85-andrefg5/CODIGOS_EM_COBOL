      ******************************************************************
      *  PENDPARMREC.CPY
      *  PARAMETRO DA FILA DE APROVACAO DE CADASTROS (PENDPARM) - UM
      *  REGISTRO: QUANTOS DIAS UM PEDIDO DO PENDALT FICA VALIDO
      *  ESPERANDO O SEGUNDO OPERADOR. SEM O ARQUIVO, OU COM PRAZO
      *  ZERADO/NAO NUMERICO, VALE O PADRAO DA ROTINA PENDWR (7 DIAS).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PEND-PARM-RECORD.
           05  PPAR-VALIDADE-DIAS      PIC 9(03).
           05  FILLER                  PIC X(77).
