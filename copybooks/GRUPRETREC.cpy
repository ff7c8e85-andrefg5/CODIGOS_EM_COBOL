      ******************************************************************
      *  GRUPRETREC.CPY
      *  RESERVAS DE GRUPO RETIDAS POR CREDITO (GRUPRET) - A RESERVA DE
      *  GRUPO DE CLIENTE ACIMA DO LIMITE, COM FATURA VENCIDA OU SEM
      *  CADASTRO NAO VIRA PASSAGEM: E GUARDADA AQUI, COM A LINHA DO
      *  MANIFESTO INTEIRA, ATE A DECISAO DO SUPERVISOR NO CLIMANT.
      *  MOTIVO DA RETENCAO:
      *    L = LIMITE    - SALDO EM ABERTO MAIS A RESERVA PASSA DO
      *                    LIMITE DE CREDITO;
      *    V = VENCIDA   - O CLIENTE TEM FATURA EM ABERTO VENCIDA;
      *    C = CADASTRO  - GRUPO SEM CLIENTE ATIVO NO CLIFRET.
      *  SITUACAO:
      *    R = RETIDA    - GRAVADA PELO VIAGEM, AGUARDANDO DECISAO;
      *    A = APROVADA  - LIBERADA PELO SUPERVISOR;
      *    E = EMITIDA   - O VIAGEM PROCESSOU A APROVADA NA EXECUCAO
      *                    SEGUINTE, SEM NOVA CONSULTA DE CREDITO;
      *    X = RECUSADA  - O SUPERVISOR NEGOU; NADA E EMITIDO.
      *  DATA DE VIAGEM JA PASSADA SAI DO ARQUIVO NA REGRAVACAO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  GROUP-HOLD-RECORD.
           05  RET-GRUPO-ID            PIC X(06).
           05  RET-TRIP-ID             PIC X(12).
           05  RET-DATA                PIC X(08).
           05  RET-VALOR               PIC 9(07)V99.
           05  RET-MOTIVO              PIC X(01).
               88  RET-MOTIVO-LIMITE            VALUE "L".
               88  RET-MOTIVO-VENCIDA           VALUE "V".
               88  RET-MOTIVO-CADASTRO          VALUE "C".
           05  RET-SITUACAO            PIC X(01).
               88  RET-RETIDA                   VALUE "R".
               88  RET-APROVADA                 VALUE "A".
               88  RET-EMITIDA                  VALUE "E".
               88  RET-RECUSADA                 VALUE "X".
           05  RET-PEDIDO-DATA         PIC X(08).
           05  RET-PEDIDO-ID           PIC X(08).
           05  RET-DECISAO-DATA        PIC X(08).
           05  RET-DECISAO-OPER        PIC X(08).
           05  RET-MANIFESTO           PIC X(95).
           05  FILLER                  PIC X(06).
