      ******************************************************************
      *  TARCALREC.CPY
      *  CALENDARIO PROJETADO DAS TAREFAS PERIODICAS (TAREFCAL),
      *  GERADO PELO PARADAFINAL NO MODO T - UMA OCORRENCIA (DATA X
      *  TAREFA) POR REGISTRO, NA ORDEM DAS DATAS. A QUANTIDADE DE
      *  TAREFAS DO DIA MOSTRA AS COINCIDENCIAS; A MARCA DE ATRASO
      *  INDICA TAREFA QUE JA ESTAVA VENCIDA NA GERACAO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TAREFA-CAL-RECORD.
           05  TCAL-DATA               PIC X(08).
           05  TCAL-ID                 PIC X(06).
           05  TCAL-DESCRICAO          PIC X(30).
           05  TCAL-RESP-NOME          PIC X(20).
           05  TCAL-TAREFAS-DIA        PIC 9(02).
           05  TCAL-ATRASADA           PIC X(01).
               88  TCAL-VENCIDA                 VALUE "Y".
           05  FILLER                  PIC X(13).
