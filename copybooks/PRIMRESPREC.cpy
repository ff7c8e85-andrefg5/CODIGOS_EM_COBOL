      ******************************************************************
      *  PRIMRESPREC.CPY
      *  RESPOSTAS DE FOLHA DE PRIMOS (PRIMRESP) - UMA RESPOSTA POR
      *  REGISTRO, CHAVEADA POR ALUNO: A FOLHA (ID IMPRESSO NO
      *  CABECALHO DA PRIMEXER), O NUMERO DO ITEM E O QUE O ALUNO
      *  ESCREVEU, DO JEITO QUE ESTA NA FOLHA (S/N, A FATORACAO COMO
      *  2^3 X 3^2 X 5, OU O NUMERO). O GABARITO CONFERE CADA RESPOSTA
      *  CONTRA O PRIMCHAV, IGNORANDO ESPACOS E MAIUSCULAS/MINUSCULAS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PRIME-ANSWER-RECORD.
           05  PRSP-ALUNO-ID           PIC X(08).
           05  PRSP-FOLHA-ID           PIC X(08).
           05  PRSP-ITEM               PIC 9(03).
           05  PRSP-RESPOSTA           PIC X(40).
           05  FILLER                  PIC X(21).
