      ******************************************************************
      *  PRIMPARMREC.CPY
      *  PEDIDOS DE FOLHA DE EXERCICIO DO PRIMO-OTIMIZADO (PRIMPARM),
      *  MODO E - UMA PARTE DE FOLHA POR REGISTRO: A FOLHA (ID DADO
      *  PELA PROFESSORA), A TURMA, O TIPO DE EXERCICIO, O NIVEL
      *  (FAIXA DOS NUMEROS) E QUANTOS ITENS. REGISTROS SEGUIDOS COM O
      *  MESMO ID DE FOLHA VIRAM PARTES DA MESMA FOLHA, COM A
      *  NUMERACAO DOS ITENS CONTINUANDO. SEMENTE DIFERENTE DE ZERO
      *  REPETE A MESMA FOLHA; ZERO SORTEIA PELO HORARIO DA EXECUCAO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PRIME-PARM-RECORD.
           05  PPARM-FOLHA-ID          PIC X(08).
           05  PPARM-TURMA             PIC X(06).
           05  PPARM-TIPO              PIC X(01).
               88  PPARM-PRIMOS                 VALUE "P".
               88  PPARM-FATORACAO              VALUE "F".
               88  PPARM-MDC                    VALUE "M".
               88  PPARM-MMC                    VALUE "C".
           05  PPARM-NIVEL             PIC 9(01).
           05  PPARM-QTDE              PIC 9(02).
           05  PPARM-SEMENTE           PIC 9(05).
           05  FILLER                  PIC X(57).
