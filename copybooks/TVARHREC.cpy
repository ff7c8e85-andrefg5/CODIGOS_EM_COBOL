      ******************************************************************
      *  TVARHREC.CPY
      *  HISTORICO DE DIFERENCAS DE CAIXA - UM REGISTRO POR CAIXA
      *  (TELLER) POR SESSAO NO DIA DE NEGOCIO, GRAVADO PELO MOEDA A
      *  CADA FECHAMENTO. CHAVE DE CONSULTA: CAIXA + DATA DO NEGOCIO.
      *  LIDO PELO TENDENCIA PARA APONTAR CAIXAS COM FALTAS REPETIDAS
      *  OU CRESCENTES, SEM PRECISAR GARIMPAR A TRILHA DE AUDITORIA.
      *----------------------------------------------------------------
      *  2026-09-03 AFG   ADICIONADO O CODIGO DA FILIAL (RECORTADO DO
      *                   FILLER) PARA O QUIOSQUE VILA NORTE - BRANCO
      *                   E A LOJA MATRIZ ("MTZ").
      *  2026-10-15 AFG   GAVETA DIVIDIDA ENTRE DOIS CAIXAS NO MESMO
      *                   DIA: UM REGISTRO POR SESSAO DE CAIXA, NAO
      *                   MAIS POR DIA. ADICIONADOS O TIPO DA SESSAO E
      *                   O OUTRO CAIXA DA PASSAGEM (RECORTADOS DO
      *                   FILLER) -
      *                   "H" = SESSAO ENCERRADA NA PASSAGEM DA GAVETA
      *                   (O MONTANTE CONTINUA NA GAVETA, NAO VAI AO
      *                   COFRE), OUTRO-CAIXA = QUEM RECEBEU; BRANCO OU
      *                   "F" = FECHAMENTO DO DIA, OUTRO-CAIXA = QUEM
      *                   PASSOU A GAVETA, SE HOUVE PASSAGEM.
      ******************************************************************
       01  TELLER-VARIANCE-RECORD.
           05  TVARH-TELLER-ID         PIC X(05).
           05  TVARH-RESULT            PIC X(07).
           05  TVARH-RUN-ID            PIC X(08).
           05  TVARH-FILIAL            PIC X(03).
           05  TVARH-SESSAO            PIC X(01).
               88  TVARH-SESSAO-PASSAGEM        VALUE "H".
               88  TVARH-SESSAO-FECHAMENTO      VALUE "F" SPACE.
           05  TVARH-OUTRO-CAIXA       PIC X(05).
           05  FILLER                  PIC X(01).
