      ******************************************************************
      *  ATIVOREC.CPY
      *  CADASTRO DO IMOBILIZADO (ATIVMAST) - UM BEM POR REGISTRO,
      *  MANTIDO PELO ATIVOS. ONIBUS DO VEICMAST ENTRAM COM O PROPRIO
      *  VEIC-ID (ATV-VEIC-ID PREENCHIDO, O QUE LIGA A DEPRECIACAO AS
      *  ROTAS PELO TRIPVEIC); OUTROS EQUIPAMENTOS TEM CODIGO PROPRIO
      *  E ATV-VEIC-ID EM BRANCO. A DEPRECIACAO E LINEAR: (CUSTO -
      *  RESIDUAL) / VIDA UTIL POR MES, A PARTIR DO MES SEGUINTE A
      *  AQUISICAO, ATE A ACUMULADA CHEGAR AO DEPRECIAVEL.
      *    A = EM USO;
      *    B = BAIXADO (VENDA OU SUCATA) - GUARDA A DATA, O VALOR
      *        RECEBIDO E O GANHO (+) OU PERDA (-) APURADO.
      *  ATV-ULT-MES E O ULTIMO MES (AAAAMM) JA DEPRECIADO NO BEM.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  FIXED-ASSET-RECORD.
           05  ATV-ID                  PIC X(06).
           05  ATV-VEIC-ID             PIC X(06).
           05  ATV-DESC                PIC X(20).
           05  ATV-CUSTO               PIC 9(09)V99.
           05  ATV-DATA-AQUIS          PIC X(08).
           05  ATV-VIDA-MESES          PIC 9(03).
           05  ATV-RESIDUAL            PIC 9(09)V99.
           05  ATV-DEPREC-ACUM         PIC 9(09)V99.
           05  ATV-ULT-MES             PIC X(06).
           05  ATV-SITUACAO            PIC X(01).
               88  ATV-EM-USO                   VALUE "A".
               88  ATV-BAIXADO                  VALUE "B".
           05  ATV-BAIXA-DATA          PIC X(08).
           05  ATV-BAIXA-VALOR         PIC 9(09)V99.
           05  ATV-RESULTADO           PIC S9(09)V99.
           05  FILLER                  PIC X(10).
