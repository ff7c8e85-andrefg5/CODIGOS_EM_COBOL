      ******************************************************************
      *  ORCTRIREC.CPY
      *  REGISTRO DE ORCAMENTOS DE PECAS E PARCELAS (ORCTRI) - UM
      *  REGISTRO POR ORCAMENTO NUMERADO, GRAVADO PELO QUALTRIANGULO NO
      *  FIM DA EXECUCAO ORCADA PARA UM CLIENTE DO CLIFRET. GUARDA OS
      *  PRECOS UNITARIOS DO TRIPRICE USADOS NO DIA, O RESUMO DA
      *  GEOMETRIA (AS PECAS UMA A UMA FICAM NO ORCTRIPC, COPYBOOK
      *  ORCPECREC), OS VALORES E A VALIDADE. SITUACAO MANTIDA PELO
      *  FATURA:
      *    A = ABERTO  - DENTRO DA VALIDADE, ESPERANDO O CLIENTE;
      *    C = ACEITO  - VIROU A FATURA ORC-FATURA EM ORC-DATA-ACEITE;
      *    V = VENCIDO - PASSOU DA VALIDADE SEM ACEITE (REFAZER O
      *                  ORCAMENTO COM O PRECO DO DIA).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  QUOTE-RECORD.
           05  ORC-NUMERO              PIC 9(06).
           05  ORC-CLIENTE             PIC X(06).
           05  ORC-NOME                PIC X(30).
           05  ORC-DATA                PIC X(08).
           05  ORC-VALIDADE            PIC X(08).
           05  ORC-TRIANGULOS          PIC 9(05).
           05  ORC-PARCELAS            PIC 9(05).
           05  ORC-AREA                PIC 9(09)V99.
           05  ORC-PERIMETRO           PIC 9(07)V99.
           05  ORC-PRECO-AREA          PIC 9(05)V99.
           05  ORC-PRECO-BORDA         PIC 9(05)V99.
           05  ORC-MATERIAL            PIC 9(09)V99.
           05  ORC-ACABAMENTO          PIC 9(09)V99.
           05  ORC-TOTAL               PIC 9(09)V99.
           05  ORC-STATUS              PIC X(01).
               88  ORC-ABERTO                   VALUE "A".
               88  ORC-ACEITO                   VALUE "C".
               88  ORC-VENCIDO                  VALUE "V".
           05  ORC-FATURA              PIC X(06).
           05  ORC-DATA-ACEITE         PIC X(08).
           05  ORC-OPERADOR            PIC X(08).
           05  ORC-RUN-ID              PIC X(08).
           05  FILLER                  PIC X(10).
