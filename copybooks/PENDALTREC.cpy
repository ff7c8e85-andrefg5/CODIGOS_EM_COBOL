      ******************************************************************
      *  PENDALTREC.CPY
      *  FILA DE ALTERACOES DE CADASTRO PENDENTES DE APROVACAO
      *  (PENDALT) - O ROTAMANT, O COAMANT, O BUDGMANT E O PESSOAL
      *  (PARTE DO TELLMAST) NAO GRAVAM MAIS O CADASTRO: MONTAM AQUI
      *  A IMAGEM ANTIGA E A NOVA DO REGISTRO (O MESMO PAR DO DIARIO
      *  DE IMAGEM-ANTES, COPYBOOK BIMGREC) E A ROTINA PENDWR NUMERA,
      *  CARIMBA A VALIDADE E ACRESCENTA O PEDIDO. UM SEGUNDO
      *  OPERADOR, COM O NIVEL DO PROGRAMA DE ORIGEM, DECIDE NO
      *  APROVA - SO A APROVACAO APLICA A MUDANCA. SITUACAO:
      *    P = PENDENTE  - ESPERANDO O SEGUNDO OPERADOR;
      *    A = APROVADA  - APLICADA NO CADASTRO E NO BIMGJRNL;
      *    R = REJEITADA - NADA APLICADO;
      *    V = VENCIDA   - PASSOU DE PALT-EXPIRA SEM DECISAO;
      *    O = OBSOLETA  - APROVADA, MAS O REGISTRO JA NAO ERA O DA
      *                    IMAGEM ANTIGA (OUTRA MUDANCA ENTROU
      *                    ANTES) - NADA APLICADO, REFAZER O PEDIDO.
      *  PALT-CHAVE-POS/TAM: ONDE FICA A CHAVE DENTRO DA IMAGEM, PARA
      *  A INCLUSAO SER RECUSADA SE A CHAVE JA EXISTIR NA APROVACAO
      *  (ZERO = ARQUIVO SEM CHAVE UNICA, COMO AS VIGENCIAS DO
      *  ROTAMAST). PALT-NIVEL: NIVEL EXIGIDO DO APROVADOR.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PEND-CHANGE-RECORD.
           05  PALT-NUMERO             PIC 9(06).
           05  PALT-ARQUIVO            PIC X(10).
           05  PALT-ACAO               PIC X(01).
               88  PALT-ALTERACAO               VALUE "A".
               88  PALT-INCLUSAO                VALUE "I".
               88  PALT-EXCLUSAO                VALUE "E".
           05  PALT-CHAVE              PIC X(20).
           05  PALT-CHAVE-POS          PIC 9(03).
           05  PALT-CHAVE-TAM          PIC 9(02).
           05  PALT-RESUMO             PIC X(40).
           05  PALT-PROGRAMA           PIC X(08).
           05  PALT-NIVEL              PIC 9(01).
           05  PALT-SOLICITANTE        PIC X(08).
           05  PALT-DATA               PIC X(08).
           05  PALT-HORA               PIC X(08).
           05  PALT-EXPIRA             PIC X(08).
           05  PALT-STATUS             PIC X(01).
               88  PALT-PENDENTE                VALUE "P".
               88  PALT-APROVADA                VALUE "A".
               88  PALT-REJEITADA               VALUE "R".
               88  PALT-VENCIDA                 VALUE "V".
               88  PALT-OBSOLETA                VALUE "O".
           05  PALT-DECISOR            PIC X(08).
           05  PALT-DATA-DEC           PIC X(08).
           05  PALT-OLD-IMAGE          PIC X(130).
           05  PALT-NEW-IMAGE          PIC X(130).
           05  FILLER                  PIC X(10).
