      *  COM A RECEITA DO ESTATVIA POR ROTA E MOSTRA A MARGEM - A
      *  NEGOCIACAO DO SUBSIDIO COM A PREFEITURA PRECISA DESSES
      *  NUMEROS.
      *  O COMBUSTIVEL VEM DO FECHAMENTO DO MES NO ABASTEC E A
      *  MANUTENCAO DO PLANO VEM DO FROTAMAN, JA RATEADOS POR ROTA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   COMBUSTIVEL LANCADO PELO ABASTEC E MANUTENCAO
      *                   PELO FROTAMAN (SO COMENTARIO, LAYOUT IGUAL).
      ******************************************************************
       01  ROUTE-COST-RECORD.
           05  CUSTO-ROTA              PIC X(03).
