      ******************************************************************
      *  FOLHBURREC.CPY
      *  ARQUIVO DE ENTRADA DO ESCRITORIO DA FOLHA (FOLHBUR), GERADO
      *  PELO FOLHAPRE - UMA RUBRICA POR REGISTRO, POR FUNCIONARIO E
      *  COMPETENCIA, NO LUGAR DO FORMULARIO DIGITADO:
      *    001 SALARIO BASE             P  REFERENCIA = DIAS (30)
      *    002 HORAS EXTRAS             P  REFERENCIA = HORAS
      *    003 HORAS EM DIA NAO UTIL    P  REFERENCIA = HORAS
      *    101 ATRASOS                  D  REFERENCIA = HORAS
      *    102 LICENCA SEM VENCIMENTOS  D  REFERENCIA = DIAS
      *    103 RESSARCIMENTO DE QUEBRA  D  REFERENCIA = ZERO
      *  P = PROVENTO, D = DESCONTO. OS ENCARGOS E IMPOSTOS SAO
      *  CALCULADOS PELO ESCRITORIO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PAYROLL-BUREAU-RECORD.
           05  FBU-MATRICULA           PIC X(06).
           05  FBU-COMPETENCIA         PIC X(06).
           05  FBU-RUBRICA             PIC X(03).
           05  FBU-TIPO                PIC X(01).
               88  FBU-PROVENTO                 VALUE "P".
               88  FBU-DESCONTO                 VALUE "D".
           05  FBU-REFERENCIA          PIC 9(05)V99.
           05  FBU-VALOR               PIC 9(07)V99.
           05  FBU-NOME                PIC X(20).
           05  FILLER                  PIC X(28).
