      ******************************************************************
      *  PRIMGABREC.CPY
      *  GABARITO EM DADOS DAS FOLHAS DE PRIMOS (PRIMCHAV) - UM ITEM
      *  DE FOLHA POR REGISTRO, GRAVADO PELO PRIMO-OTIMIZADO (MODO E)
      *  JUNTO COM A FOLHA IMPRESSA (PRIMEXER) E O GABARITO IMPRESSO
      *  (PRIMGABA). O GABARITO (PROGRAMA) CONFERE AS RESPOSTAS DOS
      *  ALUNOS (PRIMRESP) CONTRA ESTE ARQUIVO, PELA FOLHA E PELO
      *  ITEM. A RESPOSTA E O TEXTO DO GABARITO IMPRESSO: S/N PARA
      *  PRIMO, A FATORACAO (EX. 2^3 X 3^2 X 5) OU O NUMERO DO MDC/
      *  MMC. FOLHA GERADA DE NOVO COM O MESMO ID SUBSTITUI A ANTIGA
      *  (VALE O ULTIMO REGISTRO DA FOLHA/ITEM).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PRIME-KEY-RECORD.
           05  PGAB-FOLHA-ID           PIC X(08).
           05  PGAB-TURMA              PIC X(06).
           05  PGAB-ITEM               PIC 9(03).
           05  PGAB-TIPO               PIC X(01).
               88  PGAB-PRIMOS                  VALUE "P".
               88  PGAB-FATORACAO               VALUE "F".
               88  PGAB-MDC                     VALUE "M".
               88  PGAB-MMC                     VALUE "C".
           05  PGAB-A                  PIC 9(05).
           05  PGAB-B                  PIC 9(05).
           05  PGAB-RESPOSTA           PIC X(40).
           05  PGAB-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(04).
