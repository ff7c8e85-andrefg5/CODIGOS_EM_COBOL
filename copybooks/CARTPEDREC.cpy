      ******************************************************************
      *  CARTPEDREC.CPY
      *  PEDIDOS DE REEMISSAO DO CARTAO DE TARIFAS (CARTPED) - UM
      *  REGISTRO POR VIGENCIA NOVA DE ROTA GRAVADA NO ROTAMAST, FEITO
      *  PELO ROTAMANT (INCLUSAO) OU PELO TARIFAJ (MODO APLICAR) NA
      *  HORA DA MUDANCA. O TABUADA (MODO C, ROTA "PEN" - PASSO
      *  CARTOES DO NIGHTLY) IMPRIME O CARTAO DA ROTA COM O PRECO DA
      *  VIGENCIA E MARCA O PEDIDO:
      *    P = PENDENTE - AINDA SEM CARTAO;
      *    E = EMITIDO  - CARTAO IMPRESSO EM CPD-EMISSAO;
      *    S = SEM VIGENCIA - A VIGENCIA NAO ESTAVA MAIS NO ROTAMAST
      *        (DESFEITA PELO DESFAZ, POR EXEMPLO).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CARD-REQUEST-RECORD.
           05  CPD-ROTA                PIC X(03).
           05  CPD-VIGENCIA            PIC X(08).
           05  CPD-PRECO               PIC 9(03)V99.
           05  CPD-ORIGEM              PIC X(08).
           05  CPD-OPERADOR            PIC X(08).
           05  CPD-DATA                PIC X(08).
           05  CPD-RUN-ID              PIC X(08).
           05  CPD-SITUACAO            PIC X(01).
               88  CPD-PENDENTE                 VALUE "P".
               88  CPD-EMITIDO                  VALUE "E".
               88  CPD-SEM-VIGENCIA             VALUE "S".
           05  CPD-EMISSAO             PIC X(08).
           05  CPD-EMISSAO-ID          PIC X(08).
           05  FILLER                  PIC X(15).
