      *                   LER100 GERA O EXTRATO MES A MES COM JUROS
      *                   COMPOSTOS. TIPO EM BRANCO E A SESSAO DE
      *                   SOMA DE SEMPRE.
      *  2026-10-15 AFG   NOVO TIPO DE SESSAO "E" (ADIANTAMENTO
      *                   SALARIAL DOS FUNCIONARIOS): A LISTA DE N
      *                   CEDE LUGAR (REDEFINES) A ACAO (C CONCESSAO,
      *                   D DESCONTO DO MES, Q QUITACAO ANTECIPADA), A
      *                   MATRICULA DO EMPMAST, O VALOR (PRINCIPAL NA
      *                   CONCESSAO, VALOR PAGO NA QUITACAO - ZERO
      *                   QUITA TUDO), A TAXA MENSAL, O NUMERO DE
      *                   PARCELAS E O MES DE COMPETENCIA DO DESCONTO
      *                   (BRANCO = MES CORRENTE).
      ******************************************************************
       01  L100-PARM-RECORD.
           05  L100-LIMITE             PIC 9(03).
               10  L100-POUP-TAXA      PIC 9(02)V9(04).
               10  L100-POUP-PRAZO     PIC 9(03).
               10  FILLER              PIC X(12).
           05  L100-EMPR-DADOS REDEFINES L100-N-LIST.
               10  L100-EMPR-ACAO      PIC X(01).
                   88  L100-EMPR-CONCESSAO      VALUE "C".
                   88  L100-EMPR-DESCONTO       VALUE "D".
                   88  L100-EMPR-QUITACAO       VALUE "Q".
               10  L100-EMPR-MATRIC    PIC X(06).
               10  L100-EMPR-VALOR     PIC 9(07)V99.
               10  L100-EMPR-TAXA      PIC 9(02)V9(04).
               10  L100-EMPR-PARCELAS  PIC 9(03).
               10  L100-EMPR-MES       PIC X(06).
               10  FILLER              PIC X(09).
           05  L100-TIPO               PIC X(01).
               88  L100-TIPO-POUPANCA           VALUE "P".
               88  L100-TIPO-EMPRESTIMO         VALUE "E".
           05  FILLER                  PIC X(36).
