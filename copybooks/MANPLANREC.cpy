      ******************************************************************
      *  MANPLANREC.CPY
      *  PLANO DE MANUTENCAO PREVENTIVA POR TIPO DE VEICULO (MANPLANO)
      *  - UM SERVICO POR REGISTRO (TROCA DE OLEO, REVISAO, INSPECAO
      *  ...), COM O INTERVALO EM KM RODADOS E O INTERVALO EM DIAS
      *  CORRIDOS DESDE O ULTIMO SERVICO; VENCE O QUE CHEGAR PRIMEIRO.
      *  INTERVALO ZERO NAO E CONFERIDO. O SERVICO MARCADO COMO
      *  INSPECAO DE SEGURANCA VENCIDO IMPEDE O VEICMANT DE ATRIBUIR
      *  PARTIDA AO VEICULO. MANTIDO PELO FROTAMAN.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  MAINT-PLAN-RECORD.
           05  MPL-TIPO                PIC X(02).
           05  MPL-SERVICO             PIC X(04).
           05  MPL-DESC                PIC X(20).
           05  MPL-KM                  PIC 9(06).
           05  MPL-DIAS                PIC 9(04).
           05  MPL-SEGURANCA           PIC X(01).
               88  MPL-INSPECAO-SEGURANCA       VALUE "S".
           05  FILLER                  PIC X(07).
