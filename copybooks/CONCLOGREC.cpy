      ******************************************************************
      *  CONCLOGREC.CPY
      *  TENTATIVAS DE GRATUIDADE/DESCONTO NEGADAS NO EMBARQUE
      *  (CONCLOG) - UM REGISTRO POR PASSAGEM, SO ACRESCENTADO PELO
      *  VIAGEM, NUNCA REGRAVADO. A PASSAGEM SAI PELA TARIFA INTEIRA
      *  COM MOTIVO "CNR" (RECUSADA) OU "CNV" (VENCIDA), E O CONCMES
      *  RESUME O MES POR ROTA. A PASSAGEM E IDENTIFICADA PELA CHAVE
      *  DO TICKETS (RUN-DATE, RUN-ID E SEQUENCIA).
      *    CCL-MOTIVO  S = PEDIU MEIA/IDOSO SEM CARTEIRA;
      *                D = CARTEIRA FORA DO CONCMAST;
      *                C = CARTEIRA CANCELADA;
      *                V = CARTEIRA VENCIDA NA DATA DA VIAGEM;
      *                T = CARTEIRA DE ESTUDANTE CADUCADA (ALUNO
      *                    TRANSFERIDO).
      *    CCL-PEDIDA  A CATEGORIA PEDIDA - PELA IDADE, OU PELO TIPO
      *                DA CARTEIRA QUANDO ELA ESTA NO CADASTRO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CONC-LOG-RECORD.
           05  CCL-DATA                PIC X(08).
           05  CCL-ROTA                PIC X(03).
           05  CCL-CARTEIRA            PIC X(10).
           05  CCL-PEDIDA              PIC X(15).
           05  CCL-MOTIVO              PIC X(01).
               88  CCL-RECUSADA                 VALUE "S" "D" "C".
               88  CCL-EXPIRADA                 VALUE "V" "T".
           05  CCL-IDADE               PIC 9(03).
           05  CCL-TARIFA              PIC 9(05)V99.
           05  CCL-RUN-DATE            PIC X(08).
           05  CCL-RUN-ID              PIC X(08).
           05  CCL-SEQ                 PIC 9(05).
           05  CCL-FILIAL              PIC X(03).
           05  FILLER                  PIC X(09).
