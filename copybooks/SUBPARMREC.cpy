      ******************************************************************
      *  SUBPARMREC.CPY
      *  PARAMETRO DA SUBSTITUICAO DE CARTAO PERDIDO (SUBPARM) - UM
      *  REGISTRO: A TAXA COBRADA PELO SUBSTITU NA TROCA DE UM PASSE E
      *  NA DE UM CARNE. SEM O ARQUIVO, OU COM TAXA NAO NUMERICA, VALE
      *  O PADRAO DO PROGRAMA (R$ 10,00 O PASSE, R$ 5,00 O CARNE).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SUBST-PARM-RECORD.
           05  SBP-TAXA-PASSE          PIC 9(05)V99.
           05  SBP-TAXA-CARNE          PIC 9(05)V99.
           05  FILLER                  PIC X(66).
