      ******************************************************************
      *  CLIFREC.CPY
      *  CADASTRO DE CLIENTES DE FRETAMENTO (CLIFRET) - UM REGISTRO POR
      *  CLIENTE, PELO MESMO CODIGO DE GRUPO DO MANIFESTO
      *  (MANIFEST-GRUPO-ID) E DA FATURA (FAT-GRUPO-ID). O LIMITE DE
      *  CREDITO E O TETO DO SALDO EM ABERTO (FATURAS NAO PAGAS MAIS
      *  AS RESERVAS AINDA NAO FATURADAS); O PRAZO E O NUMERO DE DIAS
      *  ENTRE A FATURA E O VENCIMENTO. MANTIDO PELO CLIMANT:
      *    A = ATIVO;
      *    E = ENCERRADO - A RESERVA DE GRUPO E RETIDA COMO SEM
      *                    CADASTRO, AS FATURAS ANTIGAS FICAM.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CHARTER-CUSTOMER-RECORD.
           05  CLI-ID                  PIC X(06).
           05  CLI-NOME                PIC X(30).
           05  CLI-CONTATO             PIC X(30).
           05  CLI-TELEFONE            PIC X(15).
           05  CLI-LIMITE              PIC 9(07)V99.
           05  CLI-PRAZO               PIC 9(03).
           05  CLI-ATIVO               PIC X(01).
               88  CLI-ATIVO-OK                 VALUE "A".
               88  CLI-ENCERRADO                VALUE "E".
           05  FILLER                  PIC X(10).
