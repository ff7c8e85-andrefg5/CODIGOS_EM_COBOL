      ******************************************************************
      *  ORCPECREC.CPY
      *  PECAS DE UM ORCAMENTO (ORCTRIPC) - UM REGISTRO POR TRIANGULO
      *  OU PARCELA VALIDA DA EXECUCAO ORCADA DO QUALTRIANGULO, PELO
      *  NUMERO DO ORCAMENTO (ORCTRI, COPYBOOK ORCTRIREC) E O ITEM.
      *  TRIANGULO: OS TRES LADOS (E OS TRES CANTOS, SE VEIO POR
      *  COORDENADAS); PARCELA: OS CANTOS NA ORDEM DO TRIANGLST. COM
      *  ISSO A PECA PODE SER CONFERIDA OU REFEITA SEM O TRIANGLST DO
      *  DIA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  QUOTE-PIECE-RECORD.
           05  OPC-NUMERO              PIC 9(06).
           05  OPC-ITEM                PIC 9(03).
           05  OPC-TIPO                PIC X(01).
               88  OPC-TRIANGULO                VALUE "T".
               88  OPC-PARCELA                  VALUE "P".
           05  OPC-LADO-A              PIC 999V99.
           05  OPC-LADO-B              PIC 999V99.
           05  OPC-LADO-C              PIC 999V99.
           05  OPC-CANTOS              PIC 9(02).
           05  OPC-PONTO OCCURS 10 TIMES.
               10  OPC-X               PIC 999V99.
               10  OPC-Y               PIC 999V99.
           05  OPC-AREA                PIC 9(09)V99.
           05  OPC-PERIMETRO           PIC 9(04)V99.
           05  OPC-MATERIAL            PIC 9(09)V99.
           05  OPC-ACABAMENTO          PIC 9(07)V99.
           05  FILLER                  PIC X(10).
