      ******************************************************************
      *  DEMPARMREC.CPY
      *  PARAMETROS DO PLANEJAMENTO DE GRADE PELA DEMANDA (DEMPARM) -
      *  UM REGISTRO, LIDO PELO DEMANDA. OS LIMIARES SAO PERCENTUAIS
      *  DA CAPACIDADE (ASSENTOS + EM PE) SOBRE A MEDIA DE PASSAGEIROS
      *  POR PARTIDA:
      *    REFORCO - MEDIA ACIMA DISTO PEDE UMA PARTIDA A MAIS;
      *    CORTE   - MEDIA ABAIXO DISTO PEDE TIRAR A PARTIDA;
      *    FUSAO   - DUAS PARTIDAS SEGUIDAS DA MESMA FAIXA HORARIA
      *              CUJA SOMA DAS MEDIAS CABE NISTO VIRAM UMA SO.
      *  A CAPACIDADE PADRAO VALE PARA A PARTIDA SEM VEICULO NO
      *  TRIPVEIC. SEM O ARQUIVO, OU COM CAMPO ZERADO/NAO NUMERICO,
      *  VALE O PADRAO DO PROGRAMA (90%, 25%, 70% E 40 LUGARES).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  DEMAND-PARM-RECORD.
           05  DMP-PCT-REFORCO         PIC 9(03).
           05  DMP-PCT-CORTE           PIC 9(03).
           05  DMP-PCT-FUSAO           PIC 9(03).
           05  DMP-CAP-PADRAO          PIC 9(03).
           05  FILLER                  PIC X(68).
