      ******************************************************************
      *  BOLSPARMREC.CPY
      *  PARAMETROS DA REVISAO ANUAL DE BOLSAS (BOLSPARM) - UM
      *  REGISTRO, LIDO PELO BOLSAREV:
      *    MEDIA          - MEDIA FINAL DO ANO (MEDIA DAS MEDIAS DAS
      *                     DISCIPLINAS) PARA RENOVAR / ABAIXO DA QUAL
      *                     A BOLSA E CANCELADA;
      *    FREQUENCIA     - PERCENTUAL DE FREQUENCIA PARA RENOVAR /
      *                     ABAIXO DO QUAL A BOLSA E CANCELADA;
      *    ATRASOS        - MENSALIDADES DO ANO VENCIDAS EM ABERTO
      *                     ACEITAS PARA RENOVAR / A PARTIR DAS QUAIS
      *                     A BOLSA E CANCELADA;
      *    REDUCAO        - PERCENTUAL DA BOLSA CORTADO QUANDO O ALUNO
      *                     NAO ALCANCA A RENOVACAO NEM CAI NO
      *                     CANCELAMENTO.
      *  SEM O ARQUIVO, OU COM CAMPO NAO NUMERICO, VALE O PADRAO DO
      *  PROGRAMA (MEDIA 7,00/5,00, FREQUENCIA 85/75, ATRASOS 0/3 E
      *  REDUCAO DE 50%).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SCHOLARSHIP-PARM-RECORD.
           05  BPARM-MEDIA-RENOVA      PIC 99V99.
           05  BPARM-MEDIA-CANCELA     PIC 99V99.
           05  BPARM-FREQ-RENOVA       PIC 9(03).
           05  BPARM-FREQ-CANCELA      PIC 9(03).
           05  BPARM-ATRASO-RENOVA     PIC 9(02).
           05  BPARM-ATRASO-CANCELA    PIC 9(02).
           05  BPARM-REDUCAO-PCT       PIC 9(03).
           05  FILLER                  PIC X(59).
