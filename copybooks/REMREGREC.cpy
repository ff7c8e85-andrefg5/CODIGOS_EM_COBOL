      ******************************************************************
      *  REMREGREC.CPY
      *  REGISTRO DAS REMESSAS JA PROCESSADAS (REMESREG) - A IMPRESSAO
      *  DIGITAL DE CADA ARQUIVO DE ENTRADA DO NOTURNO (MANIFEST,
      *  CASHCNT, ROSTER): DATA DO HEADER, CONTAGEM DE REGISTROS,
      *  SOMA DO CAMPO DE VALOR (A MESMA DO TRAILER, COPYBOOK CTLREC)
      *  E SOMA DO CAMPO-CHAVE. ARQUIVO SO DE ACRESCIMO, GRAVADO PELA
      *  ROTINA COMPARTILHADA REMCHK E PELO REMESSA:
      *    P = PROCESSADA - GRAVADA NO FIM DA EXECUCAO QUE CONSUMIU A
      *        REMESSA (REM-LIBERADA = S QUANDO FOI PELA LIBERACAO);
      *    R = RECUSADA   - REMESSA REPETIDA OU COM DATA DO HEADER
      *        DIFERENTE DO DIA DO NEGOCIO (MOTIVO EM REM-MOTIVO);
      *    L = LIBERACAO  - O ADMINISTRADOR AUTORIZOU, NO REMESSA, UMA
      *        EXECUCAO DA REMESSA RECUSADA COM ESTA IMPRESSAO.
      *  EMBUTIR TAMBEM NA WORKING-STORAGE DO CHAMADOR DO REMCHK: O
      *  REGISTRO E A AREA DE TROCA COM A ROTINA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  REMESSA-RECORD.
           05  REM-TIPO                PIC X(01).
               88  REM-PROCESSADA               VALUE "P".
               88  REM-RECUSADA                 VALUE "R".
               88  REM-LIBERACAO                VALUE "L".
           05  REM-ARQUIVO             PIC X(08).
           05  REM-DATA-HDR            PIC X(08).
           05  REM-REGISTROS           PIC 9(06).
           05  REM-HASH-VALOR          PIC 9(11)V99.
           05  REM-HASH-CHAVE          PIC 9(11).
           05  REM-DATA-NEGOCIO        PIC X(08).
           05  REM-PROGRAMA            PIC X(12).
           05  REM-OPERADOR            PIC X(08).
           05  REM-DATA                PIC X(08).
           05  REM-HORA                PIC X(08).
           05  REM-LIBERADA            PIC X(01).
           05  REM-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(10).
