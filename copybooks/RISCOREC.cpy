      ******************************************************************
      *  RISCOREC.CPY
      *  HISTORICO DO ALERTA DE EVASAO (RISCOHST) - UM REGISTRO POR
      *  ALUNO ATIVO A CADA EXECUCAO SEMANAL DO ALERTA, COM OS PONTOS E
      *  OS INDICADORES QUE OS FORMARAM. O ALERTA COMPARA O RISCO DE
      *  HOJE COM O DA EXECUCAO ANTERIOR, PARA A COORDENACAO VER SE O
      *  CONTATO COM A FAMILIA SURTIU EFEITO. FREQUENCIA 999 = SEMANA
      *  SEM AULA LANCADA.
      *    NIVEL  A = ALTO, M = MEDIO, B = BAIXO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  RISK-HISTORY-RECORD.
           05  RISC-DATA               PIC X(08).
           05  RISC-ALUNO-ID           PIC X(08).
           05  RISC-TURMA              PIC X(06).
           05  RISC-PONTOS             PIC 9(03).
           05  RISC-NIVEL              PIC X(01).
               88  RISC-ALTO                    VALUE "A".
               88  RISC-MEDIO                   VALUE "M".
               88  RISC-BAIXO                   VALUE "B".
           05  RISC-FREQ-ANT           PIC 9(03).
           05  RISC-FREQ-ATU           PIC 9(03).
           05  RISC-DISC-ABAIXO        PIC 9(02).
           05  RISC-MESES-ABERTO       PIC 9(02).
           05  RISC-FALTAS-SEGUIDAS    PIC 9(02).
           05  RISC-RUN-ID             PIC X(08).
           05  FILLER                  PIC X(34).
