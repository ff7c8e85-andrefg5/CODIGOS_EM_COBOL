      ******************************************************************
      *  FOLHPARMREC.CPY
      *  PARAMETROS DA PRE-FOLHA (FOLHPARM) - UM REGISTRO, LIDO PELO
      *  FOLHAPRE:
      *    EXTRA %        - ADICIONAL DA HORA EXTRA (LEGAL: 50) - A
      *                     HORA E PAGA INTEIRA MAIS O ADICIONAL;
      *    NAO UTIL %     - ADICIONAL DA HORA EM DIA NAO UTIL. O DIA
      *                     JA ESTA NO SALARIO MENSAL, SO O ADICIONAL
      *                     E PAGO (100 = DIA PAGO EM DOBRO);
      *    CARGA          - HORAS MENSAIS DE QUEM NAO TEM CARGA
      *                     PROPRIA NO EMPMAST (220);
      *    DESC. ATRASO   - S = DESCONTA OS MINUTOS DE ATRASO DO
      *                     PONTOMES, N = NAO DESCONTA.
      *  SEM O ARQUIVO, OU COM CAMPO INVALIDO, VALE O PADRAO ENTRE
      *  PARENTESES (ATRASO DESCONTADO).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PAYROLL-PARM-RECORD.
           05  FPP-EXTRA-PCT           PIC 9(03).
           05  FPP-NAO-UTIL-PCT        PIC 9(03).
           05  FPP-CARGA-HORAS         PIC 9(03).
           05  FPP-DESC-ATRASO         PIC X(01).
               88  FPP-DESCONTA-ATRASO          VALUE "S".
           05  FILLER                  PIC X(70).
