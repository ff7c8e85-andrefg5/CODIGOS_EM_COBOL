      ******************************************************************
      *  COMPREC.CPY
      *  COMPENSACOES POR PARTIDA CANCELADA (COMPLOG) - UM REGISTRO
      *  POR CREDITO CONCEDIDO PELO COMPENSA, SO ACRESCENTADO, NUNCA
      *  REGRAVADO. A PARTIDA (DATA + ROTA + HORARIO DA GRADE) E O
      *  NUMERO DO PASSE/CARNE FORMAM A CHAVE: O COMPENSA NAO CONCEDE
      *  DUAS VEZES O MESMO PAR.
      *    CMP-TIPO  P = PASSE - PASSM-EXPIRY ESTENDIDO EM UM DIA;
      *              C = CARNE - UMA VIAGEM DEVOLVIDA AO SALDO.
      *  CMP-CUSTO E O VALOR DO CREDITO (UM DIA DO PASSE PELO PRECO
      *  PAGO / 30, OU UMA VIAGEM DO CARNE PELO PRECO / VIAGENS), QUE
      *  O COMPMES SOMA POR ROTA NO MES.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  COMPENSATION-RECORD.
           05  CMP-PARTIDA.
               10  CMP-DATA            PIC X(08).
               10  CMP-ROTA            PIC X(03).
               10  CMP-HORA            PIC X(04).
           05  CMP-NUMERO              PIC X(10).
           05  CMP-TIPO                PIC X(01).
               88  CMP-PASSE                    VALUE "P".
               88  CMP-CARNE                    VALUE "C".
           05  CMP-CUSTO               PIC 9(05)V99.
           05  CMP-EXPIRY-NOVA         PIC X(08).
           05  CMP-SALDO-NOVO          PIC 9(03).
           05  CMP-DATA-CREDITO        PIC X(08).
           05  CMP-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(10).
