      ******************************************************************
      *  TSUMREC.CPY
      *  RESUMO DIARIO DAS PASSAGENS (TICKSUM), GRAVADO PELO SUMARIO
      *  NA ROTINA NOTURNA - OS RELATORIOS DE PERIODO LEEM ESTE
      *  ARQUIVO EM VEZ DE VARRER O TICKETS INTEIRO. UMA LINHA POR
      *  DIA DE NEGOCIO (TICKET-RUN-DATE), DATA DA VIAGEM
      *  (TICKET-DATE) E VISAO:
      *    D = TOTAL DO DIA;
      *    R = POR ROTA;
      *    V = POR PARTIDA   (CHAVE = TICKET-TRIP-ID, SO PREENCHIDO);
      *    C = POR CATEGORIA (ROTA + CATEGORIA + TARIFA UNITARIA -
      *                       A SIMULACAO DO TARIFAJ REPRECIFICA
      *                       CADA TARIFA COMO FAZIA PASSAGEM A
      *                       PASSAGEM);
      *    B = POR FAIXA HORARIA (ROTA + TICKET-BANDA);
      *    F = POR FILIAL    (CHAVE = TICKET-FILIAL, BRANCO = MATRIZ);
      *    P = POR PASSE     (CHAVE = TICKET-PASSE, SO PREENCHIDO, COM
      *                       A CATEGORIA);
      *    T = POR TRECHO    (ROTA + EMBARQUE/DESEMBARQUE NA CHAVE,
      *                       SO COM AS DUAS PARADAS).
      *  OS VALORES JA VEM COM O ESTORNO ABATIDO: REGISTROS CONTA
      *  TODA LINHA DO TICKETS, VENDAS AS DE TARIFA >= 0, ESTORNOS AS
      *  DE TARIFA NEGATIVA, RECEITA SOMA A TARIFA COM SINAL E
      *  EMBARQUES E O SALDO PESADO PELO GRUPO (FRETAMENTO), O MESMO
      *  DO LOTACAO. UM DIA PODE TER MAIS DE UM JOGO DE LINHAS (O
      *  ESTORNO QUE CHEGA DEPOIS ENTRA COMO COMPLEMENTO) - QUEM LE
      *  SEMPRE SOMA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TICKET-SUMMARY-RECORD.
           05  TSM-DIA                 PIC X(08).
           05  TSM-DATA                PIC X(08).
           05  TSM-TIPO                PIC X(01).
               88  TSM-TOTAL-DIA                VALUE "D".
               88  TSM-POR-ROTA                 VALUE "R".
               88  TSM-POR-PARTIDA              VALUE "V".
               88  TSM-POR-CATEGORIA            VALUE "C".
               88  TSM-POR-FAIXA                VALUE "B".
               88  TSM-POR-FILIAL               VALUE "F".
               88  TSM-POR-PASSE                VALUE "P".
               88  TSM-POR-TRECHO               VALUE "T".
           05  TSM-ROTA                PIC X(03).
           05  TSM-CHAVE               PIC X(12).
           05  TSM-CATEGORIA           PIC X(15).
           05  TSM-TARIFA-UNIT         PIC S9(05)V99.
           05  TSM-REGISTROS           PIC 9(07).
           05  TSM-VENDAS              PIC 9(07).
           05  TSM-ESTORNOS            PIC 9(07).
           05  TSM-RECEITA             PIC S9(09)V99.
           05  TSM-EMBARQUES           PIC S9(07).
           05  TSM-TETO                PIC 9(07).
           05  TSM-BLOQUEIOS           PIC 9(07).
           05  TSM-RUN-ID              PIC X(08).
           05  FILLER                  PIC X(10).
