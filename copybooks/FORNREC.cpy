      ******************************************************************
      *  FORNREC.CPY
      *  CADASTRO DE FORNECEDORES (FORNMAST) - UM REGISTRO POR
      *  FORNECEDOR (DIESEL, PECAS, LIMPEZA...), MANTIDO PELO FORNMANT.
      *  A CONTA PADRAO E A CONTA DE DESPESA DO COAMAST SUGERIDA NA
      *  ENTRADA DA NOTA (CONTPAG); O PRAZO E O NUMERO DE DIAS ENTRE A
      *  EMISSAO E O VENCIMENTO QUANDO A NOTA NAO TRAZ O VENCIMENTO. OS
      *  DADOS BANCARIOS SAEM NA LISTA DE PAGAMENTOS.
      *    A = ATIVO;
      *    E = ENCERRADO - NAO RECEBE NOTA NOVA, AS NOTAS EM ABERTO
      *                    CONTINUAM SENDO PAGAS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SUPPLIER-RECORD.
           05  FOR-ID                  PIC X(06).
           05  FOR-NOME                PIC X(30).
           05  FOR-CNPJ                PIC X(14).
           05  FOR-CONTA               PIC X(08).
           05  FOR-PRAZO               PIC 9(03).
           05  FOR-BANCO               PIC X(30).
           05  FOR-ATIVO               PIC X(01).
               88  FOR-ATIVO-OK                 VALUE "A".
               88  FOR-ENCERRADO                VALUE "E".
           05  FILLER                  PIC X(10).
