      ******************************************************************
      *  PREFSUBREC.CPY
      *  ARQUIVO DE ENTREGA DO PLEITO DE GRATUIDADE E DESCONTO A
      *  PREFEITURA (PREFSUB), NO LAYOUT FIXO DE 80 POSICOES COMBINADO
      *  COM A SECRETARIA DE TRANSPORTES. GERADO PELO SUBSIDIO, UM
      *  ARQUIVO POR PLEITO:
      *    "H" - CABECALHO: MES DE COMPETENCIA, NUMERO DO PLEITO E
      *          DATA DE EMISSAO, NA PRIMEIRA LINHA;
      *    "D" - UM DETALHE POR ROTA + CATEGORIA + TARIFA CHEIA (A
      *          TARIFA MUDA NO MEIO DO MES QUANDO HA REAJUSTE);
      *    "T" - TRAILER DE CONTROLE NA ULTIMA LINHA: QUANTIDADE DE
      *          DETALHES, SOMA DOS EMBARQUES E SOMA DO VALOR PLEITEADO
      *          DOS DETALHES, CONFERIDOS PELA PREFEITURA NA CARGA.
      *  VALORES EM CENTAVOS, SEM SINAL E SEM PONTO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PREF-SUBMISSION-RECORD.
           05  PSB-TIPO                PIC X(01).
               88  PSB-HEADER                   VALUE "H".
               88  PSB-DETALHE                  VALUE "D".
               88  PSB-TRAILER                  VALUE "T".
           05  PSB-DADOS               PIC X(79).
           05  PSB-HDR-VIEW REDEFINES PSB-DADOS.
               10  PSB-HDR-MES         PIC X(06).
               10  PSB-HDR-NUMERO      PIC 9(06).
               10  PSB-HDR-EMISSAO     PIC X(08).
               10  FILLER              PIC X(59).
           05  PSB-DET-VIEW REDEFINES PSB-DADOS.
               10  PSB-DET-ROTA        PIC X(03).
               10  PSB-DET-CATEGORIA   PIC X(15).
               10  PSB-DET-TARIFA      PIC 9(03)V99.
               10  PSB-DET-QTD         PIC 9(07).
               10  PSB-DET-VALOR-CHEIO PIC 9(09)V99.
               10  PSB-DET-VALOR-PAGO  PIC 9(09)V99.
               10  PSB-DET-VALOR       PIC 9(09)V99.
               10  FILLER              PIC X(16).
           05  PSB-TRL-VIEW REDEFINES PSB-DADOS.
               10  PSB-TRL-REGISTROS   PIC 9(06).
               10  PSB-TRL-QTD         PIC 9(09).
               10  PSB-TRL-VALOR       PIC 9(11)V99.
               10  FILLER              PIC X(51).
