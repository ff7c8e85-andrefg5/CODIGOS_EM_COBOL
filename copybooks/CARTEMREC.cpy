      ******************************************************************
      *  CARTEMREC.CPY
      *  REGISTRO DE EMISSAO DO CARTAO DE TARIFAS (CARTEMIS) - UM
      *  REGISTRO POR COBRADOR E CARTAO IMPRESSO PELO TABUADA (MODO
      *  C). O COBRADOR E O FIM DO ID DE PARTIDA (ROTA + HORARIO +
      *  COBRADOR) DAS PARTIDAS DA ROTA NO TRIPVEIC. A VERSAO DO
      *  CARTAO E A ROTA + A VIGENCIA DO ROTAMAST (CEM-VIGENCIA, COM O
      *  PRECO CHEIO) + A MAIOR VIGENCIA DAS FAIXAS HORARIAS DO
      *  FAREBAND USADAS - E POR ELA QUE O ACERTO CONFERE QUAL CARTAO
      *  O COBRADOR TINHA NA MAO. ORIGEM: M = PEDIDO NO TERMINAL,
      *  P = PEDIDO DE REEMISSAO (CARTPED) DO ROTAMANT/TARIFAJ.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CARD-ISSUE-RECORD.
           05  CEM-COBRADOR            PIC X(05).
           05  CEM-ROTA                PIC X(03).
           05  CEM-VIGENCIA            PIC X(08).
           05  CEM-PRECO               PIC 9(03)V99.
           05  CEM-FAIXA-VIG           PIC X(08).
           05  CEM-DATA-BASE           PIC X(08).
           05  CEM-PASSAGEIROS         PIC 9(02).
           05  CEM-ORIGEM              PIC X(01).
               88  CEM-MANUAL                   VALUE "M".
               88  CEM-PEDIDO                   VALUE "P".
           05  CEM-EMISSAO             PIC X(08).
           05  CEM-RUN-ID              PIC X(08).
           05  CEM-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(16).
