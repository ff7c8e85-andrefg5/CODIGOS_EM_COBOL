      ******************************************************************
      *  FOLDESCREC.CPY
      *  ARQUIVO DE DESCONTOS EM FOLHA (FOLHDESC) ENTREGUE AO
      *  DEPARTAMENTO PESSOAL - UM DESCONTO POR REGISTRO, POR MES DE
      *  COMPETENCIA. A ORIGEM DIZ DE ONDE VEIO O DESCONTO; O
      *  FUNCIONARIO VAI PELO CODIGO DE CADASTRO (TELLM-ID PARA A
      *  QUEBRA DE CAIXA) E PELO NOME, COMO NO PONTOMES.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   NOVA ORIGEM "E": PARCELA DO ADIANTAMENTO
      *                   SALARIAL GERADA PELO LER100 (FUNCIONARIO
      *                   PELA MATRICULA DO EMPMAST).
      ******************************************************************
       01  FOLHA-DESCONTO-RECORD.
           05  FDES-MES                PIC X(06).
           05  FDES-ORIGEM             PIC X(01).
               88  FDES-QUEBRA-CAIXA            VALUE "Q".
               88  FDES-EMPRESTIMO              VALUE "E".
           05  FDES-FUNC-ID            PIC X(08).
           05  FDES-NOME               PIC X(30).
           05  FDES-VALOR              PIC 9(05)V99.
           05  FDES-REFERENCIA         PIC X(20).
           05  FILLER                  PIC X(08).
