      ******************************************************************
      *  PERPARMREC.CPY
      *  PARAMETRO DA TRAVA DE PERIODO (ARQUIVO PERPARM) - UM REGISTRO,
      *  LIDO PELA ROTINA PERIODO: O QUE FAZER COM LANCAMENTO DATADO
      *  NUM MES FECHADO.
      *    R - RECUSA (NADA VAI AO LEDGER) - O PADRAO, TAMBEM SEM O
      *        ARQUIVO OU COM OUTRO VALOR;
      *    D - DESVIA PARA O DIA 1 DO PRIMEIRO MES ABERTO SEGUINTE.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PERIOD-PARM-RECORD.
           05  PPM-MODO                PIC X(01).
               88  PPM-RECUSA                   VALUE "R".
               88  PPM-DESVIA                   VALUE "D".
           05  FILLER                  PIC X(79).
