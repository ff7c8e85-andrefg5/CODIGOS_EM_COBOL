      ******************************************************************
      *  TAREFREC.CPY
      *  CADASTRO DAS TAREFAS PERIODICAS DE MANUTENCAO DA GARAGEM E DO
      *  ESCRITORIO (TAREFAS) - LIMPEZA PESADA DOS ONIBUS, EXTINTORES,
      *  CALIBRAGEM DA CONTADORA DE MOEDAS ETC. MANTIDO PELO TAREFMAN.
      *  O INTERVALO VALE EM DIAS CORRIDOS (UNIDADE C) OU EM DIAS
      *  UTEIS DO CALENDARIO DO ESCRITORIO (UNIDADE U, DIAUTIL E
      *  FERIADOS). O PROXIMO VENCIMENTO E RECALCULADO A CADA
      *  CONCLUSAO (DATA DA CONCLUSAO MAIS O INTERVALO); O PARADAFINAL
      *  (MODO T) PROJETA OS CICLOS A PARTIR DELE E O PASSAGEM LISTA
      *  AS VENCIDAS. O RESPONSAVEL E UM FUNCIONARIO ATIVO DO EMPMAST;
      *  O NOME E COPIADO NA INCLUSAO PARA OS RELATORIOS.
      *    SITUACAO A (OU BRANCO) - ATIVA;  S - SUSPENSA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TAREFA-RECORD.
           05  TAR-ID                  PIC X(06).
           05  TAR-DESCRICAO           PIC X(30).
           05  TAR-INTERVALO           PIC 9(03).
           05  TAR-UNIDADE             PIC X(01).
               88  TAR-DIAS-CORRIDOS            VALUE "C".
               88  TAR-DIAS-UTEIS               VALUE "U".
           05  TAR-RESP-MATRIC         PIC X(06).
           05  TAR-RESP-NOME           PIC X(20).
           05  TAR-PROX-VENC           PIC X(08).
           05  TAR-ULT-FEITA           PIC X(08).
           05  TAR-ULT-OPER            PIC X(08).
           05  TAR-SITUACAO            PIC X(01).
               88  TAR-ATIVA                    VALUE "A" SPACE.
               88  TAR-SUSPENSA                 VALUE "S".
           05  FILLER                  PIC X(09).
