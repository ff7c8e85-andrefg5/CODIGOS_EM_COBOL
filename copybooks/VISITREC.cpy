      ******************************************************************
      *  VISITREC.CPY
      *  REGISTRO DE VISITANTES E PRESTADORES (VISITREG) - ARQUIVO SO
      *  DE ACRESCIMO, UM REGISTRO POR MOVIMENTO, GRAVADO PELO VISITA
      *  (MESMO CRITERIO DO VSCODE, QUE GRAVA SIGN-IN E SIGN-OUT EM
      *  REGISTROS SEPARADOS):
      *    E = ENTRADA   - NOVO NUMERO DE VISITA, CRACHA ENTREGUE;
      *    S = SAIDA     - MESMO NUMERO, COM VIS-CRACHA-DEV = S SE O
      *                    CRACHA VOLTOU NA SAIDA;
      *    D = DEVOLUCAO - CRACHA DEVOLVIDO DEPOIS DA SAIDA.
      *  A VISITA FICA ABERTA ATE A SAIDA COM O CRACHA DEVOLVIDO.
      *  VIS-TIPO: V = VISITANTE, P = PRESTADOR DE SERVICO (MECANICO,
      *  LIMPEZA, AUDITORIA). O ANFITRIAO E UM FUNCIONARIO ATIVO DO
      *  EMPMAST.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  VISIT-RECORD.
           05  VIS-NUMERO              PIC 9(06).
           05  VIS-EVENTO              PIC X(01).
               88  VIS-ENTRADA                  VALUE "E".
               88  VIS-SAIDA                    VALUE "S".
               88  VIS-DEVOLUCAO                VALUE "D".
           05  VIS-DATA                PIC X(08).
           05  VIS-HORA                PIC X(06).
           05  VIS-NOME                PIC X(30).
           05  VIS-EMPRESA             PIC X(20).
           05  VIS-TIPO                PIC X(01).
               88  VIS-VISITANTE                VALUE "V".
               88  VIS-PRESTADOR                VALUE "P".
           05  VIS-ANF-MATRIC          PIC X(06).
           05  VIS-ANF-NOME            PIC X(20).
           05  VIS-CRACHA              PIC X(06).
           05  VIS-CRACHA-DEV          PIC X(01).
               88  VIS-CRACHA-DEVOLVIDO         VALUE "S".
           05  VIS-OPERADOR            PIC X(08).
           05  VIS-RUN-ID              PIC X(08).
           05  FILLER                  PIC X(09).
