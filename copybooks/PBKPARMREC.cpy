      ******************************************************************
      *  PBKPARMREC.CPY
      *  PARAMETRO DO ANTI-PASSBACK DO VIAGEM (PBKPARM) - UM REGISTRO:
      *  A JANELA, EM MINUTOS, DENTRO DA QUAL O MESMO PASSE MENSAL NAO
      *  EMBARCA DE NOVO EM OUTRA PARTIDA DA MESMA ROTA. SEM O
      *  ARQUIVO, OU COM JANELA ZERADA/NAO NUMERICA, VALE O PADRAO DO
      *  PROGRAMA (15 MINUTOS).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PASSBACK-PARM-RECORD.
           05  PBK-JANELA-MIN          PIC 9(03).
           05  FILLER                  PIC X(77).
