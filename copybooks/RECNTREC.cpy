      ******************************************************************
      *  RECNTREC.CPY
      *  GAVETAS RETIDAS POR RECONTAGEM CEGA DIVERGENTE (RECNTHLD).
      *  O MOEDA GRAVA UMA ENTRADA PENDENTE ("P") QUANDO A CONTAGEM DO
      *  CAIXA E A RECONTAGEM CEGA ("B" NO CASHCNT) DO MESMO CAIXA NAO
      *  BATEM DENOMINACAO A DENOMINACAO - A GAVETA NAO VAI PARA O
      *  TELLVARH. O RECONTA (SUPERVISOR, NIVEL 9) ESCOLHE A CONTAGEM
      *  QUE VALE ("1" = DO CAIXA, "2" = RECONTAGEM), GRAVA O TELLVARH
      *  COM ELA E MARCA A ENTRADA COMO DECIDIDA ("D"). NUMA
      *  REEXECUCAO DO MOEDA NO MESMO DIA, A DECISAO JA TOMADA VALE.
      *  CAIXA LIQUIDO = MONTANTE + AJUSTE (SANGRIAS, QUARENTENA E
      *  CAIXINHA MENOS O FUNDO DE TROCO); DIFERENCA = LIQUIDO MENOS
      *  O ESPERADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  RECONT-HOLD-RECORD.
           05  RCH-TELLER-ID           PIC X(05).
           05  RCH-BUS-DATE            PIC X(08).
           05  RCH-FILIAL              PIC X(03).
           05  RCH-RECONT-TELLER       PIC X(05).
           05  RCH-STATUS              PIC X(01).
               88  RCH-PENDENTE                 VALUE "P".
               88  RCH-DECIDIDA                 VALUE "D".
           05  RCH-ESCOLHA             PIC X(01).
               88  RCH-VALE-CAIXA               VALUE "1".
               88  RCH-VALE-RECONT              VALUE "2".
           05  RCH-MONTANTE-CAIXA      PIC 9(05)V99.
           05  RCH-MONTANTE-RECONT     PIC 9(05)V99.
           05  RCH-EXPECTED            PIC 9(05)V99.
           05  RCH-AJUSTE              PIC S9(06)V99.
           05  RCH-RUN-ID              PIC X(08).
           05  RCH-SUPERV-ID           PIC X(08).
           05  RCH-DEC-DATE            PIC X(08).
           05  FILLER                  PIC X(04).
