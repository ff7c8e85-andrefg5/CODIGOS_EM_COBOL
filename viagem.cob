002210*                   PASSA A SER CONTADO E A REGRAVACAO DO
002220*                   ARQUIVO E SUPRIMIDA - ANTES ELE SUMIA SEM
002230*                   RASTRO NA REGRAVACAO.
002231*  2026-10-15 AFG   MEIO DE PAGAMENTO NO MANIFESTO (MANIFEST-
002232*                   PAGAMENTO): BRANCO OU D = DINHEIRO, C =
002233*                   CARTAO, P = PIX, CARIMBADO NA PASSAGEM
002234*                   (TICKET-PAGAMENTO). SO A VENDA EM DINHEIRO
002235*                   SOMA NO EXPDEP - CARTAO E PIX NAO PASSAM PELA
002236*                   GAVETA E APARECIAM COMO FALTA NO MOEDA; O
002237*                   ADQCONC OS CONCILIA CONTRA A LIQUIDACAO DA
002238*                   ADQUIRENTE. CODIGO DESCONHECIDO VALE DINHEIRO
002239*                   E SAI CONTADO NO RELATORIO, COM OS TOTAIS DE
002240*                   CARTAO E PIX.
002241*  2026-10-15 AFG   DIGITO VERIFICADOR NOS NUMEROS DE PASSE E
002242*                   CARNE (ROTINA DIGVER): MANIFEST-PASSE NO
002243*                   FORMATO DO CADASTRO (10 DIGITOS, OU "C" E 9
002244*                   DIGITOS) CUJO DIGITO NAO CONFERE NAO E HONRADO
002245*                   - UM DIGITO TROCADO NAO EMBARCA MAIS NO PASSE
002246*                   DE OUTRA PESSOA. CAI NA TARIFA CHEIA COM
002247*                   MOTIVO "DVI" NA PASSAGEM E AS RECUSAS SAEM
002248*                   CONTADAS NO RELATORIO. CODIGO EM OUTRO FORMATO
002249*                   SEGUE COMO ANTES.
002250*  2026-10-15 AFG   TETO DE TARIFA POR CARTAO: COM O CARTAO DO
002251*                   PASSAGEIRO NO MANIFESTO (MANIFEST-CARTAO) E
002252*                   TETO NA ROTA (ROTAM-TETO-DIA/SEMANA), O QUE O
002253*                   CARTAO PAGOU NA ROTA NO DIA E NA SEMANA FICA
002254*                   ACUMULADO NO TETOACUM; ATINGIDO UM DOS TETOS,
002255*                   A VIAGEM SO COBRA O QUE FALTA PARA ELE E AS
002256*                   SEGUINTES SAEM DE GRACA, COM MOTIVO "CAP" NA
002257*                   PASSAGEM E O VALOR ABATIDO NO TETOLOG
002258*                   (RELATORIO MENSAL TETOMES). NO TREINO O
002259*                   TETOLOG VAI PARA O TETOLOGT E O TETOACUM NAO E
002260*                   REGRAVADO.
002261*  2026-10-15 AFG   CARTEIRA DE GRATUIDADE/DESCONTO: MEIA E IDOSO
002262*                   SO SAEM CONTRA CARTEIRA VALIDA DO CONCMAST
002263*                   (MANIFEST-CONCESSAO) - A CARTEIRA DE ESTUDANTE
002264*                   DA MEIA E A DE IDOSO DA IDOSO, QUALQUER QUE
002265*                   SEJA A IDADE DIGITADA. DESCONTO PEDIDO PELA
002266*                   IDADE SEM CARTEIRA, CARTEIRA DESCONHECIDA OU
002267*                   CANCELADA PAGA INTEIRA COM MOTIVO "CNR";
002268*                   VENCIDA OU CADUCADA, COM "CNV". CADA NEGATIVA
002269*                   VAI AO CONCLOG (CONCLOGT NO TREINO) PARA O
002270*                   RELATORIO MENSAL CONCMES.
002271*  2026-10-15 AFG   ANTI-PASSBACK: PASSE MENSAL VALIDO QUE JA
002272*                   EMBARCOU HOJE NA MESMA PARTIDA (TRIP-ID), OU
002273*                   EM OUTRA PARTIDA DA MESMA ROTA DENTRO DA
002274*                   JANELA DO PBKPARM (PADRAO 15 MINUTOS), NAO
002275*                   EMBARCA DE GRACA - CAI NA TARIFA CHEIA COM
002276*                   MOTIVO "PBK" NA PASSAGEM, COMO O "HOT", E AS
002277*                   RECUSAS SAEM CONTADAS NO RELATORIO (RANKING
002278*                   SEMANAL NO PASSBACK). EMBARQUE EM OUTRA ROTA
002279*                   SEGUE A REGRA DA TRANSFERENCIA. O TICKETIX
002280*                   GANHA O TRIP-ID PARA A BASE ENXERGAR AS
002281*                   PARTIDAS DE EXECUCAO ANTERIOR DO DIA.
002282*  2026-10-15 AFG   ESTOQUE DE ASSENTOS POR PARTIDA E DATA
002283*                   (ASSENTOS): A VENDA ANTECIPADA ABATE UM
002284*                   ASSENTO E A RESERVA DE GRUPO O TAMANHO DO
002285*                   GRUPO, DA CAPACIDADE SENTADA DO VEICULO DA
002286*                   PARTIDA (TRIPVEIC + VEICMAST). O QUE NAO CABE
002287*                   VAI PARA A LISTA DE ESPERA (ESPERA; ESPERAT NO
002288*                   TREINO) SEM PASSAGEM NEM VALOR; O ESTORNO
002289*                   LIBERA OS ASSENTOS E PROMOVE A LISTA, E A
002290*                   PROMOVIDA E EMITIDA NA EXECUCAO SEGUINTE. NO
002291*                   TREINO O ASSENTOS NAO E REGRAVADO.
002292*  2026-10-15 AFG   CREDITO DO CLIENTE DE FRETAMENTO: A RESERVA DE
002293*                   GRUPO DE CLIENTE SEM CADASTRO ATIVO
002294*                   (CLIFRET), COM FATURA VENCIDA OU COM SALDO EM
002295*                   ABERTO MAIS A RESERVA ACIMA DO LIMITE E RETIDA
002296*                   (GRUPRET; GRUPRETT NO TREINO) SEM PASSAGEM NEM
002297*                   ASSENTO ATE O SUPERVISOR DECIDIR NO CLIMANT. A
002298*                   APROVADA E EMITIDA NA EXECUCAO SEGUINTE,
002299*                   DEPOIS DO MANIFESTO.
002300*  2026-10-15 AFG   REMESSA REPETIDA: A IMPRESSAO DIGITAL DO
002301*                   MANIFEST (DATA DO HEADER, REGISTROS, SOMA DAS
002302*                   IDADES E SOMA DOS HORARIOS) E CONFERIDA NO
002303*                   REGISTRO DE REMESSAS (REMCHK/REMESREG) NA PRE-
002304*                   PASSADA. JA PROCESSADA = RC 12, HEADER FORA DO
002305*                   DIA DO NEGOCIO = RC 16, SEM GRAVAR NADA, SALVO
002306*                   LIBERACAO DO ADMINISTRADOR (REMESSA). NO FIM
002307*                   DA EXECUCAO BOA A REMESSA FICA REGISTRADA.
002308******************************************************************
002309 ENVIRONMENT DIVISION.
002310 INPUT-OUTPUT SECTION.
002311 FILE-CONTROL.
002312     SELECT PASSENGER-MANIFEST-FILE ASSIGN TO "MANIFEST"
002313         ORGANIZATION IS LINE SEQUENTIAL.
002314     SELECT ROTA-MASTER-FILE ASSIGN TO "ROTAMAST"
002315         ORGANIZATION IS LINE SEQUENTIAL
002320         FILE STATUS  IS WS-ROTAM-FILE-STATUS.
002330     SELECT HOTLIST-FILE ASSIGN TO "HOTLIST"
002340         ORGANIZATION IS LINE SEQUENTIAL
002450     SELECT TIMETABLE-FILE ASSIGN TO "TIMETAB"
002460         ORGANIZATION IS LINE SEQUENTIAL
002470         FILE STATUS  IS WS-TT-FILE-STATUS.
002471     SELECT TETO-ACUM-FILE ASSIGN TO "TETOACUM"
002472         ORGANIZATION IS LINE SEQUENTIAL
002473         FILE STATUS  IS WS-TETOA-FILE-STATUS.
002474     SELECT TETO-LOG-FILE ASSIGN TO DYNAMIC WS-TETOLOG-NAME
002475         ORGANIZATION IS LINE SEQUENTIAL
002476         FILE STATUS  IS WS-TETOL-FILE-STATUS.
002477     SELECT CONCESSION-FILE ASSIGN TO "CONCMAST"
002478         ORGANIZATION IS LINE SEQUENTIAL
002479         FILE STATUS  IS WS-CONC-FILE-STATUS.
002480     SELECT CONC-LOG-FILE ASSIGN TO DYNAMIC WS-CONCLOG-NAME
002481         ORGANIZATION IS LINE SEQUENTIAL
002482         FILE STATUS  IS WS-CCL-FILE-STATUS.
002483     SELECT PASSBACK-PARM-FILE ASSIGN TO "PBKPARM"
002484         ORGANIZATION IS LINE SEQUENTIAL
002485         FILE STATUS  IS WS-PBK-FILE-STATUS.
002486     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
002487         ORGANIZATION IS LINE SEQUENTIAL
002488         FILE STATUS  IS WS-VEIC-FILE-STATUS.
002489     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
002490         ORGANIZATION IS LINE SEQUENTIAL
002491         FILE STATUS  IS WS-TRV-FILE-STATUS.
002492     SELECT SEAT-INVENTORY-FILE ASSIGN TO "ASSENTOS"
002493         ORGANIZATION IS LINE SEQUENTIAL
002494         FILE STATUS  IS WS-ASS-FILE-STATUS.
002495     SELECT WAITLIST-FILE ASSIGN TO DYNAMIC WS-ESPERA-NAME
002496         ORGANIZATION IS LINE SEQUENTIAL
002497         FILE STATUS  IS WS-ESP-FILE-STATUS.
002498     SELECT CUSTOMER-FILE ASSIGN TO "CLIFRET"
002499         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS  IS WS-CLI-FILE-STATUS.
002501     SELECT INVOICE-FILE ASSIGN TO "FATURAS"
002502         ORGANIZATION IS LINE SEQUENTIAL
002503         FILE STATUS  IS WS-FAT-FILE-STATUS.
002504     SELECT GROUP-HOLD-FILE ASSIGN TO DYNAMIC WS-GRUPRET-NAME
002505         ORGANIZATION IS LINE SEQUENTIAL
002506         FILE STATUS  IS WS-RET-FILE-STATUS.
002507     SELECT TICKET-INDEX-FILE ASSIGN TO DYNAMIC WS-TIX-NAME
002508         ORGANIZATION IS LINE SEQUENTIAL
002509         FILE STATUS  IS WS-TIX-FILE-STATUS.
002510     SELECT RUN-LEDGER-FILE ASSIGN TO
002520         DYNAMIC WS-RLG-NAME
002530         ORGANIZATION IS LINE SEQUENTIAL
003190 FD  TIMETABLE-FILE
003200     RECORDING MODE IS F.
003210     COPY TIMETABREC.
003211 FD  TETO-ACUM-FILE
003212     RECORDING MODE IS F.
003213     COPY TETOACREC.
003214 FD  TETO-LOG-FILE
003215     RECORDING MODE IS F.
003216     COPY TETOLOGREC.
003217 FD  CONCESSION-FILE
003218     RECORDING MODE IS F.
003219     COPY CONCREC.
003220 FD  CONC-LOG-FILE
003221     RECORDING MODE IS F.
003222     COPY CONCLOGREC.
003223 FD  PASSBACK-PARM-FILE
003224     RECORDING MODE IS F.
003225     COPY PBKPARMREC.
003226 FD  VEHICLE-MASTER-FILE
003227     RECORDING MODE IS F.
003228     COPY VEICREC.
003229 FD  TRIP-VEHICLE-FILE
003230     RECORDING MODE IS F.
003231     COPY TRIPVEICREC.
003232 FD  SEAT-INVENTORY-FILE
003233     RECORDING MODE IS F.
003234     COPY ASSENTREC.
003235 FD  WAITLIST-FILE
003236     RECORDING MODE IS F.
003237     COPY ESPERAREC.
003238 FD  CUSTOMER-FILE
003239     RECORDING MODE IS F.
003240     COPY CLIFREC.
003241 FD  INVOICE-FILE
003242     RECORDING MODE IS F.
003243     COPY FATURREC.
003244 FD  GROUP-HOLD-FILE
003245     RECORDING MODE IS F.
003246     COPY GRUPRETREC.
003247 FD  TICKET-INDEX-FILE
003248     RECORDING MODE IS F.
003249     COPY TICKETIXREC.
003250 FD  RUN-LEDGER-FILE
003260     RECORDING MODE IS F.
003270     COPY RUNLEDGREC.
003570     05  WS-CTL-HASH             PIC 9(11)V99 VALUE ZERO.
003580     05  WS-TRL-REC-COUNT        PIC 9(06)   VALUE ZERO.
003590     05  WS-TRL-HASH             PIC 9(11)V99 VALUE ZERO.
003591     05  WS-HDR-DATA             PIC X(08)   VALUE SPACES.
003592     05  WS-CTL-HASH-CHAVE       PIC 9(11)   VALUE ZERO.
003593     05  WS-CTL-CHAVE-WK         PIC 9(06).
003594*  IMPRESSAO DIGITAL DA REMESSA PARA O REGISTRO DE REMESSAS
003595*  (ROTINA COMPARTILHADA REMCHK).
003596     COPY REMREGREC.
003597 01  WS-REM-FUNCAO               PIC X(01).
003598 01  WS-REM-RESULT               PIC X(01)   VALUE "0".
003599     88  WS-REM-LIBERADA                     VALUE "L".
003600     88  WS-REM-DUPLICADA                    VALUE "D".
003601     88  WS-REM-DATA-ERRADA                  VALUE "H".
003602     88  WS-REM-RECUSADA                     VALUE "D" "H".
003603 01  WS-REM-INFO                 PIC X(60).
003604 01  WS-PRACTICE-SW              PIC X(01)   VALUE "N".
003610     88  WS-PRACTICE                         VALUE "Y".
003620 01  WS-TICKETS-NAME             PIC X(09)   VALUE "TICKETS".
003630 01  WS-RPT-NAME                 PIC X(10)   VALUE "VIAGEMRPT".
003680 01  WS-TIX-FILE-STATUS          PIC X(02)   VALUE "00".
003690 01  WS-TIX-NAME                 PIC X(09)   VALUE "TICKETIX".
003700 01  WS-RLG-NAME                 PIC X(08)   VALUE "RUNLEDG".
003705 01  WS-TETOLOG-NAME             PIC X(08)   VALUE "TETOLOG".
003707 01  WS-CONCLOG-NAME             PIC X(08)   VALUE "CONCLOG".
003708 01  WS-ESPERA-NAME              PIC X(08)   VALUE "ESPERA".
003709 01  WS-GRUPRET-NAME             PIC X(08)   VALUE "GRUPRET".
003710 01  WS-RLG-EVENT-WK             PIC X(01).
003720 01  WS-RLG-COUNT-WK             PIC 9(06).
003730 01  WS-DIAUTIL-FUNC             PIC X(01).
004340         10  WS-ROTA-PRECO-CHEIO  PIC 9(03)V99.
004350         10  WS-ROTA-EFFECTIVE    PIC X(08).
004360         10  WS-ROTA-END          PIC X(08).
004363         10  WS-ROTA-TETO-DIA     PIC 9(03)V99.
004366         10  WS-ROTA-TETO-SEMANA  PIC 9(04)V99.
004370 01  WS-ROTA-COUNT               PIC 9(03)   VALUE ZERO.
004380 01  WS-BEST-EFFECTIVE           PIC X(08).
004390
004840     88  WS-ED-FOUND                         VALUE "Y".
004850*  FILIAL DO MANIFESTO NORMALIZADA (BRANCO VIRA "MTZ").
004860 01  WS-FILIAL-WK                PIC X(03).
004861*  MEIO DE PAGAMENTO DO MANIFESTO NORMALIZADO (BRANCO OU CODIGO
004862*  DESCONHECIDO VIRA "D") E OS TOTAIS QUE FICAM FORA DO EXPDEP.
004863 01  WS-PAGAMENTO-WK             PIC X(01).
004864     88  WS-PAG-DINHEIRO                     VALUE "D".
004865 01  WS-PAG-INVALIDO-COUNT       PIC 9(05)   VALUE ZERO.
004866 01  WS-CARTAO-COUNT             PIC 9(05)   VALUE ZERO.
004867 01  WS-CARTAO-TARIFA            PIC S9(07)V99 VALUE ZERO.
004868 01  WS-PIX-COUNT                PIC 9(05)   VALUE ZERO.
004869 01  WS-PIX-TARIFA               PIC S9(07)V99 VALUE ZERO.
004870 01  WS-NAOCX-ED                 PIC ZZZZZZ9.99.
004871
004880******************************************************************
004890*  BASE DE TRANSFERENCIAS: EMBARQUES DO DIA COM PASSE OU CODIGO
004900*  DE TRANSFERENCIA, CARREGADOS DO TICKETIX NA INICIALIZACAO E
004990         10  WS-TRF-PASSE        PIC X(10).
005000         10  WS-TRF-HORA         PIC X(06).
005010         10  WS-TRF-ROTA         PIC X(03).
005015         10  WS-TRF-TRIP         PIC X(12).
005020 01  WS-TRF-COUNT                PIC 9(03)   VALUE ZERO.
005030
005040******************************************************************
005170 01  WS-HOT-EOF-SW               PIC X(01)   VALUE "N".
005180     88  WS-HOT-EOF                          VALUE "Y".
005190 01  WS-REASON-WK                PIC X(03)   VALUE SPACES.
005191*  DIGITO VERIFICADOR DO MANIFEST-PASSE (ROTINA DIGVER): NUMERO
005192*  QUE NAO CONFERE NAO E HONRADO - TARIFA CHEIA COM MOTIVO "DVI".
005193 01  WS-DV-ACAO                  PIC X(01)   VALUE "V".
005194 01  WS-DV-VALID-SW              PIC X(01)   VALUE "Y".
005195     88  WS-DV-VALID                         VALUE "Y".
005196 01  WS-DV-FALHAS                PIC 9(04)   VALUE ZERO.
005197*  ANTI-PASSBACK: O PASSE MENSAL QUE JA EMBARCOU NA MESMA PARTIDA,
005198*  OU EM OUTRA PARTIDA DA MESMA ROTA DENTRO DA JANELA (PBKPARM),
005199*  FOI DEVOLVIDO PELA JANELA PARA OUTRA PESSOA - TARIFA CHEIA COM
005200*  MOTIVO "PBK". A BASE E A MESMA DAS TRANSFERENCIAS.
005201 77  WS-JANELA-PBK-MIN           PIC 9(03)   VALUE 15.
005202 01  WS-PBK-FILE-STATUS          PIC X(02)   VALUE "00".
005203 01  WS-PBK-SW                   PIC X(01)   VALUE "N".
005204     88  WS-PASSBACK                         VALUE "Y".
005205 01  WS-PBK-TRIES                PIC 9(04)   VALUE ZERO.
005206******************************************************************
005207*  ESTOQUE DE ASSENTOS POR PARTIDA E DATA (ASSENTOS) DAS RESERVAS
005208*  ANTECIPADAS E DE GRUPO. A CAPACIDADE E A DO VEICULO ATRIBUIDO A
005209*  PARTIDA (TRIPVEIC + VEICMAST), SO ASSENTOS; A RESERVA QUE NAO
005210*  CABE VAI PARA A LISTA DE ESPERA (ESPERA), GUARDADA INTEIRA NA
005211*  TABELA E REGRAVADA NO FECHO. PARTIDA SEM VEICULO NAO TEM
005212*  ESTOQUE - A RESERVA SEGUE ACEITA E SAI CONTADA.
005213******************************************************************
005214 01  WS-VE-TABLE.
005215     05  WS-VE-ENTRY OCCURS 50 TIMES
005216                     INDEXED BY WS-VE-IDX.
005217         10  WS-VE-ID            PIC X(06).
005218         10  WS-VE-ASSENTOS      PIC 9(03).
005219 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
005220 01  WS-TV-TABLE.
005221     05  WS-TV-ENTRY OCCURS 200 TIMES
005222                     INDEXED BY WS-TV-IDX.
005223         10  WS-TV-TRIP          PIC X(12).
005224         10  WS-TV-VEIC          PIC X(06).
005225 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
005226 01  WS-AS-TABLE.
005227     05  WS-AS-ENTRY OCCURS 500 TIMES
005228                     INDEXED BY WS-AS-IDX.
005229         10  WS-AS-TRIP          PIC X(12).
005230         10  WS-AS-DATA          PIC X(08).
005231         10  WS-AS-VEIC          PIC X(06).
005232         10  WS-AS-CAPACIDADE    PIC 9(03).
005233         10  WS-AS-RESERVADOS    PIC 9(03).
005234 01  WS-AS-COUNT                 PIC 9(03)   VALUE ZERO.
005235 01  WS-AS-POS                   PIC 9(03)   VALUE ZERO.
005236 01  WS-AS-SCAN                  PIC 9(03).
005237 01  WS-AS-DROPPED               PIC 9(03)   VALUE ZERO.
005238 01  WS-AS-FOUND-SW              PIC X(01)   VALUE "N".
005239     88  WS-AS-FOUND                         VALUE "Y".
005240 01  WS-AS-CHANGED-SW            PIC X(01)   VALUE "N".
005241     88  WS-AS-CHANGED                       VALUE "Y".
005242 01  WS-ES-TABLE.
005243     05  WS-ES-ENTRY OCCURS 200 TIMES
005244                     INDEXED BY WS-ES-IDX.
005245         10  WS-ES-TRIP          PIC X(12).
005246         10  WS-ES-DATA          PIC X(08).
005247         10  WS-ES-QTD           PIC 9(03).
005248         10  WS-ES-SITUACAO      PIC X(01).
005249         10  WS-ES-PEDIDO-DATA   PIC X(08).
005250         10  WS-ES-PEDIDO-ID     PIC X(08).
005251         10  WS-ES-PROMOCAO-DATA PIC X(08).
005252         10  WS-ES-MANIFESTO     PIC X(95).
005253 01  WS-ES-COUNT                 PIC 9(03)   VALUE ZERO.
005254 01  WS-ES-SCAN                  PIC 9(03).
005255 01  WS-ES-DROPPED               PIC 9(03)   VALUE ZERO.
005256 01  WS-ES-SEM-VAGA              PIC 9(05)   VALUE ZERO.
005257 01  WS-ES-CHANGED-SW            PIC X(01)   VALUE "N".
005258     88  WS-ES-CHANGED                       VALUE "Y".
005259 01  WS-VEIC-FILE-STATUS         PIC X(02)   VALUE "00".
005260 01  WS-VEIC-EOF-SW              PIC X(01)   VALUE "N".
005261     88  WS-VEIC-EOF                         VALUE "Y".
005262 01  WS-TRV-FILE-STATUS          PIC X(02)   VALUE "00".
005263 01  WS-TRV-EOF-SW               PIC X(01)   VALUE "N".
005264     88  WS-TRV-EOF                          VALUE "Y".
005265 01  WS-ASS-FILE-STATUS          PIC X(02)   VALUE "00".
005266 01  WS-ASS-EOF-SW               PIC X(01)   VALUE "N".
005267     88  WS-ASS-EOF                          VALUE "Y".
005268 01  WS-ESP-FILE-STATUS          PIC X(02)   VALUE "00".
005269 01  WS-ESP-EOF-SW               PIC X(01)   VALUE "N".
005270     88  WS-ESP-EOF                          VALUE "Y".
005271 01  WS-VE-FOUND-SW              PIC X(01)   VALUE "N".
005272     88  WS-VE-FOUND                         VALUE "Y".
005273 01  WS-VEIC-WK                  PIC X(06).
005274 01  WS-CAPACIDADE               PIC 9(03).
005275 01  WS-RESERVA-QTD              PIC 9(03).
005276*  RESERVA QUE NAO COUBE NO ESTOQUE DO PASSAGEIRO CORRENTE.
005277 01  WS-EM-ESPERA-SW             PIC X(01)   VALUE "N".
005278     88  WS-EM-ESPERA                        VALUE "Y".
005279*  LIGADO ENQUANTO SE EMITEM AS PROMOVIDAS DA LISTA DE ESPERA -
005280*  OS ASSENTOS JA ESTAO SEPARADOS E O MANIFESTO JA ACABOU.
005281 01  WS-GARANTIDO-SW             PIC X(01)   VALUE "N".
005282     88  WS-ASSENTO-GARANTIDO                VALUE "Y".
005283 01  WS-RESERVA-COUNT            PIC 9(05)   VALUE ZERO.
005284 01  WS-ASSENTOS-COUNT           PIC 9(05)   VALUE ZERO.
005285 01  WS-ESPERA-COUNT             PIC 9(05)   VALUE ZERO.
005286 01  WS-SEM-ESTOQUE-COUNT        PIC 9(05)   VALUE ZERO.
005287 01  WS-PROMOVIDO-COUNT          PIC 9(05)   VALUE ZERO.
005288******************************************************************
005289*  CREDITO DOS CLIENTES DE FRETAMENTO (CLIFRET + FATURAS EM
005290*  ABERTO): A RESERVA DE GRUPO SO VIRA PASSAGEM SE O CLIENTE ESTA
005291*  CADASTRADO E ATIVO, NAO TEM FATURA VENCIDA E O SALDO EM ABERTO
005292*  (FATURAS NAO PAGAS MAIS OS GRUPOS JA EMITIDOS NESTA EXECUCAO)
005293*  COM A RESERVA CABE NO LIMITE. FORA DISSO A RESERVA E RETIDA
005294*  (GRUPRET) COM A LINHA DO MANIFESTO INTEIRA ATE A DECISAO DO
005295*  SUPERVISOR NO CLIMANT; A APROVADA E EMITIDA NA EXECUCAO
005296*  SEGUINTE.
005297******************************************************************
005298 01  WS-CF-TABLE.
005299     05  WS-CF-ENTRY OCCURS 100 TIMES
005300                     INDEXED BY WS-CF-IDX.
005301         10  WS-CF-ID            PIC X(06).
005302         10  WS-CF-LIMITE        PIC 9(07)V99.
005303         10  WS-CF-PRAZO         PIC 9(03).
005304         10  WS-CF-ATIVO         PIC X(01).
005305         10  WS-CF-ABERTO        PIC 9(09)V99.
005306         10  WS-CF-VENCIDA-SW    PIC X(01).
005307 01  WS-CF-COUNT                 PIC 9(03)   VALUE ZERO.
005308 01  WS-CF-SCAN                  PIC 9(03).
005309 01  WS-CF-DROPPED               PIC 9(03)   VALUE ZERO.
005310 01  WS-CF-CHAVE                 PIC X(06).
005311 01  WS-CF-FOUND-SW              PIC X(01)   VALUE "N".
005312     88  WS-CF-FOUND                         VALUE "Y".
005313 01  WS-RT-TABLE.
005314     05  WS-RT-ENTRY OCCURS 200 TIMES
005315                     INDEXED BY WS-RT-IDX.
005316         10  WS-RT-GRUPO         PIC X(06).
005317         10  WS-RT-TRIP          PIC X(12).
005318         10  WS-RT-DATA          PIC X(08).
005319         10  WS-RT-VALOR         PIC 9(07)V99.
005320         10  WS-RT-MOTIVO        PIC X(01).
005321         10  WS-RT-SITUACAO      PIC X(01).
005322         10  WS-RT-PEDIDO-DATA   PIC X(08).
005323         10  WS-RT-PEDIDO-ID     PIC X(08).
005324         10  WS-RT-DECISAO-DATA  PIC X(08).
005325         10  WS-RT-DECISAO-OPER  PIC X(08).
005326         10  WS-RT-MANIFESTO     PIC X(95).
005327 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
005328 01  WS-RT-SCAN                  PIC 9(03).
005329 01  WS-RT-DROPPED               PIC 9(03)   VALUE ZERO.
005330 01  WS-RT-SEM-VAGA              PIC 9(05)   VALUE ZERO.
005331 01  WS-RT-CHANGED-SW            PIC X(01)   VALUE "N".
005332     88  WS-RT-CHANGED                       VALUE "Y".
005333 01  WS-CLI-FILE-STATUS          PIC X(02)   VALUE "00".
005334 01  WS-CLI-EOF-SW               PIC X(01)   VALUE "N".
005335     88  WS-CLI-EOF                          VALUE "Y".
005336 01  WS-FAT-FILE-STATUS          PIC X(02)   VALUE "00".
005337 01  WS-FAT-EOF-SW               PIC X(01)   VALUE "N".
005338     88  WS-FAT-EOF                          VALUE "Y".
005339 01  WS-RET-FILE-STATUS          PIC X(02)   VALUE "00".
005340 01  WS-RET-EOF-SW               PIC X(01)   VALUE "N".
005341     88  WS-RET-EOF                          VALUE "Y".
005342*  RESERVA DE GRUPO DO PASSAGEIRO CORRENTE RETIDA POR CREDITO.
005343 01  WS-GRUPO-RETIDO-SW          PIC X(01)   VALUE "N".
005344     88  WS-GRUPO-RETIDO                     VALUE "Y".
005345*  LIGADO ENQUANTO SE EMITEM AS RETIDAS APROVADAS PELO
005346*  SUPERVISOR - O CREDITO JA FOI DECIDIDO E O MANIFESTO JA ACABOU.
005347 01  WS-CREDITO-LIBERADO-SW      PIC X(01)   VALUE "N".
005348     88  WS-CREDITO-LIBERADO                 VALUE "Y".
005349 01  WS-RT-MOTIVO-WK             PIC X(01).
005350*  PRAZO DA FATURA ANTIGA SEM VENCIMENTO GRAVADO (O MESMO DO
005351*  FATURA PARA GRUPO SEM CADASTRO).
005352 77  WS-PRAZO-FRET-PADRAO        PIC 9(03)   VALUE 30.
005353 01  WS-FRET-DATA-NUM            PIC 9(08).
005354 01  WS-FRET-DIAS-INT            PIC 9(07).
005355 01  WS-FRET-VENC                PIC X(08).
005356 01  WS-FRET-EXPOSICAO           PIC 9(09)V99.
005357 01  WS-RETIDA-COUNT             PIC 9(05)   VALUE ZERO.
005358 01  WS-LIBERADA-COUNT           PIC 9(05)   VALUE ZERO.
005359
005360******************************************************************
005361*  CARNES DE 10 VIAGENS (CARNMAST): O EMBARQUE DO NUMERO DEBITA
005362*  UMA VIAGEM (CATEGORIA "CARNE", TARIFA ZERO - A RECEITA JA FOI
005363*  RECONHECIDA NA VENDA); SALDO ZERADO E RECUSADO. O ARQUIVO E
005364*  REGRAVADO NO FECHO COM OS SALDOS DEBITADOS.
005365******************************************************************
005366 01  WS-CN-TABLE.
005367     05  WS-CN-ENTRY OCCURS 200 TIMES
005368                     INDEXED BY WS-CN-IDX.
005369         10  WS-CN-NUMERO        PIC X(10).
005370         10  WS-CN-HOLDER        PIC X(20).
005371         10  WS-CN-TOTAL         PIC 9(03).
005372         10  WS-CN-LEFT          PIC 9(03).
005373         10  WS-CN-PRECO         PIC 9(05)V99.
005374         10  WS-CN-SALE-DATE     PIC X(08).
005375 01  WS-CN-COUNT                 PIC 9(03)   VALUE ZERO.
005376 01  WS-CN-CHANGED-SW            PIC X(01)   VALUE "N".
005380     88  WS-CN-CHANGED                       VALUE "Y".
005390 01  WS-CARNE-OK-SW              PIC X(01)   VALUE "N".
005400     88  WS-CARNE-OK                         VALUE "Y".
005420 01  WS-CARN-EOF-SW              PIC X(01)   VALUE "N".
005430     88  WS-CARN-EOF                         VALUE "Y".
005440
005441******************************************************************
005442*  TETO DE TARIFA POR CARTAO (TETOACUM): O QUE CADA CARTAO PAGOU
005443*  POR ROTA EM CADA DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMINGO)
005444*  E NA SEMANA. ATINGIDO O TETO DA ROTA, AS VIAGENS SEGUINTES
005445*  SAEM DE GRACA COM MOTIVO "CAP" E VAO AO TETOLOG. O ARQUIVO E
005446*  REGRAVADO NO FECHO, SEM AS SEMANAS ANTERIORES A PASSADA.
005447******************************************************************
005448 01  WS-TA-TABLE.
005449     05  WS-TA-ENTRY OCCURS 500 TIMES
005450                     INDEXED BY WS-TA-IDX.
005451         10  WS-TA-CARTAO        PIC X(10).
005452         10  WS-TA-ROTA          PIC X(03).
005453         10  WS-TA-SEMANA        PIC X(08).
005454         10  WS-TA-VALORES.
005455             15  WS-TA-PAGO-DIA OCCURS 7 TIMES PIC 9(04)V99.
005456             15  WS-TA-PAGO-SEMANA PIC 9(05)V99.
005457 01  WS-TA-COUNT                 PIC 9(03)   VALUE ZERO.
005458 01  WS-TA-POS                   PIC 9(03)   VALUE ZERO.
005459 01  WS-TA-FOUND-SW              PIC X(01)   VALUE "N".
005460     88  WS-TA-FOUND                         VALUE "Y".
005461 01  WS-TA-CHANGED-SW            PIC X(01)   VALUE "N".
005462     88  WS-TA-CHANGED                       VALUE "Y".
005463 01  WS-TA-DROPPED               PIC 9(03)   VALUE ZERO.
005464 01  WS-TA-SEM-VAGA              PIC 9(05)   VALUE ZERO.
005465 01  WS-TA-SCAN                  PIC 9(03).
005466 01  WS-TETOA-FILE-STATUS        PIC X(02)   VALUE "00".
005467 01  WS-TETOA-EOF-SW             PIC X(01)   VALUE "N".
005468     88  WS-TETOA-EOF                        VALUE "Y".
005469 01  WS-TETOL-FILE-STATUS        PIC X(02)   VALUE "00".
005470*  TETOS DA VIGENCIA DA ROTA ESCOLHIDA (ZERO = SEM TETO).
005471 01  WS-TETO-ROTA-DIA            PIC 9(03)V99 VALUE ZERO.
005472 01  WS-TETO-ROTA-SEMANA         PIC 9(04)V99 VALUE ZERO.
005473*  SEMANA (DATA DA SEGUNDA) E DIA DA SEMANA DA DATA DE VIAGEM.
005474 01  WS-TETO-DATA-NUM            PIC 9(08).
005475 01  WS-TETO-DIAS-INT            PIC 9(07).
005476 01  WS-TETO-NUM-DIA             PIC 9(01).
005477 01  WS-TETO-SEMANA-INI          PIC X(08).
005478 01  WS-TETO-CORTE               PIC X(08).
005479 01  WS-TETO-RESTO               PIC S9(05)V99.
005480 01  WS-TETO-CHEIA               PIC 9(05)V99.
005481 01  WS-TETO-TIPO                PIC X(01).
005482 01  WS-TETO-COUNT               PIC 9(05)   VALUE ZERO.
005483 01  WS-TETO-ABATIDO             PIC 9(07)V99 VALUE ZERO.
005484
005485******************************************************************
005486*  CARTEIRAS DE GRATUIDADE/DESCONTO (CONCMAST): MEIA E IDOSO SO
005487*  CONTRA CARTEIRA ATIVA E NAO VENCIDA NA DATA DA VIAGEM. O
005488*  CADASTRO SO E LIDO; CARTEIRA QUE NAO COUBE NA TABELA E
005489*  RECUSADA COMO DESCONHECIDA (AVISO NO RELATORIO).
005490******************************************************************
005491 01  WS-CC-TABLE.
005492     05  WS-CC-ENTRY OCCURS 500 TIMES
005493                     INDEXED BY WS-CC-IDX.
005494         10  WS-CC-NUMERO        PIC X(10).
005495         10  WS-CC-TIPO          PIC X(01).
005496         10  WS-CC-VALIDADE      PIC X(08).
005497         10  WS-CC-SITUACAO      PIC X(01).
005498 01  WS-CC-COUNT                 PIC 9(03)   VALUE ZERO.
005499 01  WS-CC-POS                   PIC 9(03)   VALUE ZERO.
005500 01  WS-CC-DROPPED               PIC 9(05)   VALUE ZERO.
005501 01  WS-CC-FOUND-SW              PIC X(01)   VALUE "N".
005502     88  WS-CC-FOUND                         VALUE "Y".
005503 01  WS-CONC-FILE-STATUS         PIC X(02)   VALUE "00".
005504 01  WS-CONC-EOF-SW              PIC X(01)   VALUE "N".
005505     88  WS-CONC-EOF                         VALUE "Y".
005506 01  WS-CCL-FILE-STATUS          PIC X(02)   VALUE "00".
005507*  MOTIVO DA NEGATIVA DO PASSAGEIRO CORRENTE (VER CONCLOGREC);
005508*  BRANCO = NADA NEGADO.
005509 01  WS-CC-MOTIVO                PIC X(01)   VALUE SPACE.
005510     88  WS-CC-NEGADA                        VALUE "S" "D" "C"
005511                                                   "V" "T".
005512     88  WS-CC-VENCIDA                       VALUE "V" "T".
005513 01  WS-CC-PEDIDA                PIC X(15).
005514 01  WS-CC-ACEITAS               PIC 9(05)   VALUE ZERO.
005515 01  WS-CC-RECUSADAS             PIC 9(05)   VALUE ZERO.
005516 01  WS-CC-VENCIDAS              PIC 9(05)   VALUE ZERO.
005517
005518******************************************************************
005519*  PARADAS POR ROTA (STOPMAST) E FAIXAS DE TARIFA POR DISTANCIA
005520*  (KMBAND): COM O PAR DE PARADAS NO MANIFESTO, A TARIFA-BASE DO
005521*  TRECHO SAI DA FAIXA QUE COBRE A DISTANCIA; SEM PARADAS (OU
005522*  PARADA DESCONHECIDA) VALE O ROTAM-PRECO CHEIO, COMO SEMPRE.
005523******************************************************************
005524 01  WS-SP-TABLE.
005525     05  WS-SP-ENTRY OCCURS 200 TIMES
005530                     INDEXED BY WS-SP-IDX.
005540         10  WS-SP-ROTA          PIC X(03).
005550         10  WS-SP-CODE          PIC X(04).
006550*    ANTES DE QUALQUER GRAVACAO - UMA TRANSFERENCIA TRUNCADA E
006560*    RECUSADA SEM DEIXAR LINHAS PARCIAIS NOS ARQUIVOS DO DIA.
006570     PERFORM 0078-VERIFY-REMESSA THRU 0078-EXIT
006571     IF WS-CTL-MISMATCH OR WS-REM-RECUSADA
006590         GO TO 9999-EXIT
006600     END-IF
006610     PERFORM 1000-INITIALIZE
006620     PERFORM 2000-PROCESS-PASSENGER THRU 2000-EXIT
006630         UNTIL WS-EOF
006632*    AS RESERVAS PROMOVIDAS DA LISTA DE ESPERA PELO ESTORNO SAO
006634*    EMITIDAS DEPOIS DO MANIFESTO, COM OS ASSENTOS JA SEPARADOS.
006636     PERFORM 2500-EMITE-PROMOVIDOS THRU 2500-EXIT
006637*    IDEM AS RESERVAS DE GRUPO RETIDAS POR CREDITO QUE O
006638*    SUPERVISOR APROVOU NO CLIMANT.
006639     PERFORM 2600-EMITE-LIBERADAS THRU 2600-EXIT
006640     PERFORM 3000-FINALIZE
006641*    SO A EXECUCAO QUE FECHOU BEM CONSOME A REMESSA.
006642     IF NOT WS-PRACTICE AND RETURN-CODE NOT > 4
006643         PERFORM 0084-REGISTRA-REMESSA
006644     END-IF
006650     GO TO 9999-EXIT.
006660
006670******************************************************************
006760*  PRE-PASSADA DE CONFERENCIA DA MOLDURA: LE A REMESSA INTEIRA SO
006770*  PARA CONTAR E SOMAR, CONFERE O TRAILER E REARMA OS CONTADORES
006780*  PARA A PASSADA DE VERDADE. REMESSA SEM TRAILER (LEGADO) SEGUE
006781*  ACEITA; ARQUIVO AUSENTE E TRATADO ADIANTE, COMO SEMPRE. COM A
006782*  MOLDURA CERTA, A IMPRESSAO DIGITAL VAI AO REGISTRO DE REMESSAS
006783*  (0082) - FORA DO TREINO, QUE NAO CONSOME REMESSA.
006800******************************************************************
006810 0078-VERIFY-REMESSA.
006820     OPEN INPUT PASSENGER-MANIFEST-FILE
006930             GO TO 0078-EXIT
006940         END-IF
006950     END-IF
006951     IF NOT WS-PRACTICE
006952         PERFORM 0082-CHECK-REMESSA THRU 0082-EXIT
006953         IF WS-REM-RECUSADA
006954             GO TO 0078-EXIT
006955         END-IF
006956     END-IF
006960     MOVE ZERO TO WS-CTL-REC-COUNT
006970     MOVE ZERO TO WS-CTL-HASH
006971     MOVE ZERO TO WS-CTL-HASH-CHAVE
006980     MOVE "N"  TO WS-TRL-SEEN-SW
006990     MOVE "N"  TO WS-EOF-SW.
007000 0078-EXIT.
007130     ADD 1 TO WS-CTL-REC-COUNT
007140     IF MANIFEST-IDADE IS NUMERIC
007150         ADD MANIFEST-IDADE TO WS-CTL-HASH
007151     END-IF
007152     IF MANIFEST-HORA IS NUMERIC
007153         MOVE MANIFEST-HORA TO WS-CTL-CHAVE-WK
007154         ADD WS-CTL-CHAVE-WK TO WS-CTL-HASH-CHAVE
007160     END-IF.
007170 0079-EXIT.
007180     EXIT.
007181
007182******************************************************************
007183*  0082-CHECK-REMESSA
007184*  MONTA A IMPRESSAO DIGITAL DA REMESSA LIDA NA PRE-PASSADA E
007185*  CONFERE NO REGISTRO DE REMESSAS. O MESMO ARQUIVO JA PROCESSADO
007186*  (RC 12) OU COM HEADER DE OUTRO DIA DE NEGOCIO (RC 16) E
007187*  RECUSADO ANTES DE QUALQUER GRAVACAO; A LIBERACAO DO
007188*  ADMINISTRADOR NO REMESSA DEIXA PASSAR UMA VEZ.
007189******************************************************************
007190 0082-CHECK-REMESSA.
007191     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007192     MOVE "B" TO WS-DIAUTIL-FUNC
007193     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-CURRENT-DATE
007194                          WS-BUSINESS-DATE WS-BUSINESS-SW
007195     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
007196     MOVE SPACES            TO REMESSA-RECORD
007197     MOVE "MANIFEST"        TO REM-ARQUIVO
007198     MOVE WS-HDR-DATA       TO REM-DATA-HDR
007199     MOVE WS-CTL-REC-COUNT  TO REM-REGISTROS
007200     MOVE WS-CTL-HASH       TO REM-HASH-VALOR
007201     MOVE WS-CTL-HASH-CHAVE TO REM-HASH-CHAVE
007202     MOVE WS-CURRENT-DATE   TO REM-DATA-NEGOCIO
007203     MOVE "VIAGEM"          TO REM-PROGRAMA
007204     MOVE WS-OPERATOR-ID    TO REM-OPERADOR
007205     MOVE "V" TO WS-REM-FUNCAO
007206     CALL "REMCHK" USING WS-REM-FUNCAO REMESSA-RECORD
007207                         WS-REM-RESULT WS-REM-INFO
007208     EVALUATE TRUE
007209         WHEN WS-REM-LIBERADA
007210             DISPLAY "REMESSA MANIFEST " WS-REM-INFO
007211             MOVE "S" TO REM-LIBERADA
007212         WHEN WS-REM-DUPLICADA
007213             DISPLAY "REMESSA MANIFEST " WS-REM-INFO
007214             DISPLAY "EXECUCAO RECUSADA, NADA GRAVADO"
007215             MOVE 12 TO RETURN-CODE
007216         WHEN WS-REM-DATA-ERRADA
007217             DISPLAY "REMESSA MANIFEST " WS-REM-INFO
007218             DISPLAY "EXECUCAO RECUSADA, NADA GRAVADO"
007219             MOVE 16 TO RETURN-CODE
007220         WHEN OTHER
007221             CONTINUE
007222     END-EVALUATE.
007223 0082-EXIT.
007224     EXIT.
007225
007226******************************************************************
007227*  0084-REGISTRA-REMESSA
007228*  MARCA A REMESSA COMO PROCESSADA NO REGISTRO DE REMESSAS (COM A
007229*  LIBERACAO, SE FOI O CASO, QUE FICA USADA).
007230******************************************************************
007231 0084-REGISTRA-REMESSA.
007232     MOVE "R" TO WS-REM-FUNCAO
007233     CALL "REMCHK" USING WS-REM-FUNCAO REMESSA-RECORD
007234                         WS-REM-RESULT WS-REM-INFO.
007235
007236 0055-SET-PRACTICE-MODE.
007237     MOVE "Y" TO WS-PRACTICE-SW
007238     DISPLAY "*** MODO TREINO - NADA SERA GRAVADO EM PRODUCAO ***"
007239     MOVE "TICKETST"  TO WS-TICKETS-NAME
007240     MOVE "VIAGEMRPTT" TO WS-RPT-NAME
007250     MOVE "AUDITLOGT" TO WS-AUDITLOG-NAME
007260     MOVE "NIGHTCKPT" TO WS-CKPT-NAME
007270     MOVE "EXPDEPT"   TO WS-EXPDEP-NAME
007280     MOVE "TICKETIXT" TO WS-TIX-NAME
007290     MOVE "RUNLEDGT"  TO WS-RLG-NAME
007295     MOVE "TETOLOGT"  TO WS-TETOLOG-NAME
007297     MOVE "CONCLOGT"  TO WS-CONCLOG-NAME
007298     MOVE "ESPERAT"   TO WS-ESPERA-NAME
007299     MOVE "GRUPRETT"  TO WS-GRUPRET-NAME.
007300 0055-EXIT.
007310     EXIT.
007320
008350     OPEN INPUT PASSENGER-MANIFEST-FILE
008360     PERFORM 0100-OPEN-TICKETS-FILE
008370     PERFORM 0150-OPEN-AUDIT-LOG-FILE
008375     PERFORM 0160-OPEN-TETO-LOG
008377     PERFORM 0170-OPEN-CONC-LOG
008380     OPEN OUTPUT FARE-REPORT-FILE
008390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008400*    A DATA DO NEGOCIO VEM DO CALENDARIO DE DIAS UTEIS - NUM
008480*    ANTERIOR DO DIA) ALIMENTAM A BASE DE TRANSFERENCIAS ANTES
008490*    DE O ARQUIVO SER REABERTO PARA ACRESCENTAR.
008500     PERFORM 0600-LOAD-TRANSFER-BASE THRU 0600-EXIT
008505     PERFORM 0680-LOAD-PBK-PARM THRU 0680-EXIT
008510     PERFORM 0700-LOAD-HOTLIST THRU 0700-EXIT
008520     PERFORM 0800-LOAD-CARNETS THRU 0800-EXIT
008530     PERFORM 0900-LOAD-STOPS THRU 0900-EXIT
008540     PERFORM 0950-LOAD-KM-BANDS THRU 0950-EXIT
008550     PERFORM 1050-LOAD-TIMETABLE THRU 1050-EXIT
008555     PERFORM 0980-LOAD-TETO-ACUM THRU 0980-EXIT
008557     PERFORM 0990-LOAD-CONCESSOES THRU 0990-EXIT
008558     PERFORM 0560-LOAD-VEICULOS THRU 0560-EXIT
008559     PERFORM 0570-LOAD-TRIPVEIC THRU 0570-EXIT
008560     PERFORM 0580-LOAD-ASSENTOS THRU 0580-EXIT
008561     PERFORM 0590-LOAD-ESPERA THRU 0590-EXIT
008562     PERFORM 0520-LOAD-CLIENTES-FRET THRU 0520-EXIT
008563     PERFORM 0530-LOAD-FATURAS-ABERTAS THRU 0530-EXIT
008564     PERFORM 0540-LOAD-RETIDAS THRU 0540-EXIT
008565     OPEN EXTEND TICKET-INDEX-FILE
008570     IF WS-TIX-FILE-STATUS = "35"
008580         OPEN OUTPUT TICKET-INDEX-FILE
008590         CLOSE TICKET-INDEX-FILE
010270         MOVE ROTAM-EFFECTIVE-DATE TO
010280             WS-ROTA-EFFECTIVE(WS-ROTA-IDX)
010290         MOVE ROTAM-END-DATE       TO WS-ROTA-END(WS-ROTA-IDX)
010291         IF ROTAM-TETO-DIA NUMERIC
010292             MOVE ROTAM-TETO-DIA TO WS-ROTA-TETO-DIA(WS-ROTA-IDX)
010293         ELSE
010294             MOVE ZERO TO WS-ROTA-TETO-DIA(WS-ROTA-IDX)
010295         END-IF
010296         IF ROTAM-TETO-SEMANA NUMERIC
010297             MOVE ROTAM-TETO-SEMANA
010298                 TO WS-ROTA-TETO-SEMANA(WS-ROTA-IDX)
010299         ELSE
010300             MOVE ZERO TO WS-ROTA-TETO-SEMANA(WS-ROTA-IDX)
010301         END-IF
010302     END-IF.
010310 0350-EXIT.
010320     EXIT.
010330
010380 2000-PROCESS-PASSENGER.
010390     MOVE "NORMAL"   TO WS-BANDA
010400     MOVE SPACES     TO WS-REASON-WK
010405     MOVE SPACE      TO WS-CC-MOTIVO
010410     MOVE 1.00       TO WS-BANDA-MULT
010420     PERFORM 1400-RESOLVE-DATA-VIAGEM THRU 1400-EXIT
010430     IF NOT WS-DATA-VALIDA
010600     IF MANIFEST-GRUPO-ID NOT = SPACES
010610         MOVE ZERO           TO IDADE
010620         MOVE MANIFEST-ROTA  TO ROTA
010621*        CLIENTE SEM CREDITO: A RESERVA E RETIDA, SEM PASSAGEM E
010622*        SEM ABATER ASSENTO, ATE O SUPERVISOR DECIDIR.
010623         PERFORM 1470-CONFERE-CREDITO THRU 1470-EXIT
010624         IF WS-GRUPO-RETIDO
010625             PERFORM 1480-RETEM-GRUPO THRU 1480-EXIT
010626             PERFORM 8000-READ-MANIFEST THRU 8000-EXIT
010627             GO TO 2000-EXIT
010628         END-IF
010629         PERFORM 1420-RESERVA-ASSENTOS THRU 1420-EXIT
010630         IF WS-EM-ESPERA
010631             PERFORM 1460-POE-EM-ESPERA THRU 1460-EXIT
010632             PERFORM 8000-READ-MANIFEST THRU 8000-EXIT
010633             GO TO 2000-EXIT
010634         END-IF
010635         PERFORM 1180-PRICE-GROUP THRU 1180-EXIT
010640         PERFORM 1500-WRITE-TICKET
010645         PERFORM 1475-SOMA-EXPOSICAO THRU 1475-EXIT
010650         ADD WS-TARIFA TO WS-TOTAL-TARIFA
010660         IF MANIFEST-GRUPO-QTD NUMERIC
010670             AND MANIFEST-GRUPO-QTD > ZERO
010890             MOVE ZERO            TO WS-TARIFA
010900             PERFORM 1500-WRITE-TICKET
010910         ELSE
010911*            VENDA ANTECIPADA: SO COM ASSENTO NO ESTOQUE DA
010912*            PARTIDA; SEM ASSENTO, VAI PARA A LISTA DE ESPERA.
010913             PERFORM 1420-RESERVA-ASSENTOS THRU 1420-EXIT
010914             IF WS-EM-ESPERA
010915                 PERFORM 1460-POE-EM-ESPERA THRU 1460-EXIT
010916                 PERFORM 8000-READ-MANIFEST THRU 8000-EXIT
010917                 GO TO 2000-EXIT
010918             END-IF
010920*            PASSE BLOQUEADO (LISTA NEGRA): NAO EMBARCA DE
010930*            GRACA NEM COMO TRANSFERENCIA - CAI NA TARIFA CHEIA
010940*            COM MOTIVO "HOT", E A TENTATIVA E CONTADA. NUMERO
010943*            COM DIGITO VERIFICADOR ERRADO IDEM, COM "DVI".
010944*            PASSE DEVOLVIDO PELA JANELA (ANTI-PASSBACK) IDEM,
010945*            COM "PBK".
010946             PERFORM 1188-CHECK-DIGITO THRU 1188-EXIT
010950             PERFORM 1190-CHECK-HOTLIST THRU 1190-EXIT
010952             PERFORM 1120-CHECK-PASSBACK THRU 1120-EXIT
010954             IF NOT WS-DV-VALID
010958                 OR WS-HOT-HIT
010960                 OR WS-PASSBACK
010962                 IF NOT WS-DV-VALID
010966                     MOVE "DVI" TO WS-REASON-WK
010970                     ADD 1 TO WS-DV-FALHAS
010974                 ELSE
010976                 IF WS-HOT-HIT
010978                     MOVE "HOT" TO WS-REASON-WK
010982                     ADD 1 TO WS-HOT-TRIES
010983                 ELSE
010984                     MOVE "PBK" TO WS-REASON-WK
010985                     ADD 1 TO WS-PBK-TRIES
010986                 END-IF
010987                 END-IF
010990                 PERFORM 1000-CLASSIFY-FARE
011000                 PERFORM 1140-PRECO-TRECHO THRU 1140-EXIT
011010                 PERFORM 1200-FIND-FARE-BAND THRU 1200-EXIT
011240                 MOVE ZERO    TO WS-TARIFA
011250             ELSE
011260             PERFORM 1000-CLASSIFY-FARE
011263*            MEIA E IDOSO SO COM CARTEIRA VALIDA (CONCMAST).
011266             PERFORM 1900-CHECK-CONCESSAO THRU 1900-EXIT
011270             PERFORM 1140-PRECO-TRECHO THRU 1140-EXIT
011280             PERFORM 1200-FIND-FARE-BAND THRU 1200-EXIT
011290             COMPUTE WS-TARIFA = WS-PRECO-CHEIO * WS-MULTIPLICADOR
011300                 * WS-BANDA-MULT
011302*            TETO DE TARIFA: O CARTAO QUE JA PAGOU O TETO DA ROTA
011304*            NO DIA OU NA SEMANA NAO PAGA MAIS (MOTIVO "CAP").
011306             PERFORM 1700-APLICA-TETO THRU 1700-EXIT
011310             PERFORM 1300-TALLY-BANDA THRU 1300-EXIT
011320             END-IF
011330             END-IF
011340             END-IF
011350             END-IF
011360             PERFORM 1500-WRITE-TICKET
011362             IF WS-REASON-WK = "CAP"
011364                 PERFORM 1780-WRITE-TETO-LOG
011366             END-IF
011367             IF WS-CC-NEGADA
011368                 PERFORM 1980-WRITE-CONC-LOG
011369             END-IF
011370             PERFORM 1070-CHECK-GRADE THRU 1070-EXIT
011380             PERFORM 1160-REMEMBER-BOARDING THRU 1160-EXIT
011390             ADD WS-TARIFA TO WS-TOTAL-TARIFA
012030             DELIMITED BY SIZE INTO REPORT-LINE
012040         WRITE REPORT-LINE
012050     END-IF
012051     IF WS-PBK-TRIES > ZERO
012052         MOVE SPACES TO REPORT-LINE
012053         STRING "*** PASSES RECUSADOS POR PASSBACK: "
012054                WS-PBK-TRIES " (MOTIVO PBK NAS PASSAGENS)"
012055             DELIMITED BY SIZE INTO REPORT-LINE
012056         WRITE REPORT-LINE
012057     END-IF
012058     IF WS-DV-FALHAS > ZERO
012059         MOVE SPACES TO REPORT-LINE
012060         STRING "*** NUMEROS COM DIGITO VERIFICADOR INVALIDO: "
012061                WS-DV-FALHAS " (MOTIVO DVI NAS PASSAGENS)"
012062             DELIMITED BY SIZE INTO REPORT-LINE
012063         WRITE REPORT-LINE
012064     END-IF
012065     IF WS-CARTAO-COUNT > ZERO
012066         MOVE WS-CARTAO-TARIFA TO WS-NAOCX-ED
012067         MOVE SPACES TO REPORT-LINE
012068         STRING "VENDAS EM CARTAO: " WS-CARTAO-COUNT
012069                " PASSAGENS  R$" WS-NAOCX-ED " - FORA DO EXPDEP"
012070             DELIMITED BY SIZE INTO REPORT-LINE
012071         WRITE REPORT-LINE
012072     END-IF
012073     IF WS-PIX-COUNT > ZERO
012074         MOVE WS-PIX-TARIFA TO WS-NAOCX-ED
012075         MOVE SPACES TO REPORT-LINE
012076         STRING "VENDAS EM PIX:    " WS-PIX-COUNT
012077                " PASSAGENS  R$" WS-NAOCX-ED " - FORA DO EXPDEP"
012078             DELIMITED BY SIZE INTO REPORT-LINE
012079         WRITE REPORT-LINE
012080     END-IF
012081     IF WS-PAG-INVALIDO-COUNT > ZERO
012082         MOVE SPACES TO REPORT-LINE
012083         STRING "*** AVISO: " WS-PAG-INVALIDO-COUNT
012084                " PASSAGEM(NS) COM PAGAMENTO INVALIDO"
012085                " - VALEM DINHEIRO"
012086             DELIMITED BY SIZE INTO REPORT-LINE
012087         WRITE REPORT-LINE
012088     END-IF
012089     IF WS-TETO-COUNT > ZERO
012090         MOVE WS-TETO-ABATIDO TO WS-NAOCX-ED
012091         MOVE SPACES TO REPORT-LINE
012092         STRING "TETO DE TARIFA:   " WS-TETO-COUNT
012093                " PASSAGENS  ABATIDO R$" WS-NAOCX-ED
012094                " (MOTIVO CAP)"
012095             DELIMITED BY SIZE INTO REPORT-LINE
012096         WRITE REPORT-LINE
012097     END-IF
012098     IF WS-TA-SEM-VAGA > ZERO
012099         MOVE SPACES TO REPORT-LINE
012100         STRING "*** AVISO: " WS-TA-SEM-VAGA
012101                " PASSAGEM(NS) DE CARTAO SEM VAGA NO TETOACUM"
012102                " - SEM TETO"
012103             DELIMITED BY SIZE INTO REPORT-LINE
012104         WRITE REPORT-LINE
012105     END-IF
012106     IF WS-TA-DROPPED > ZERO
012107         MOVE SPACES TO REPORT-LINE
012108         STRING "*** AVISO: " WS-TA-DROPPED
012109                " REGISTRO(S) DO TETOACUM FORA DA TABELA -"
012110                " REGRAVACAO SUPRIMIDA"
012111             DELIMITED BY SIZE INTO REPORT-LINE
012112         WRITE REPORT-LINE
012113     END-IF
012114     IF WS-CC-ACEITAS > ZERO
012115         OR WS-CC-RECUSADAS > ZERO
012116         OR WS-CC-VENCIDAS > ZERO
012117         MOVE SPACES TO REPORT-LINE
012118         STRING "CARTEIRAS: ACEITAS " WS-CC-ACEITAS
012119                "  RECUSADAS (CNR) " WS-CC-RECUSADAS
012120                "  VENCIDAS (CNV) " WS-CC-VENCIDAS
012121             DELIMITED BY SIZE INTO REPORT-LINE
012122         WRITE REPORT-LINE
012123     END-IF
012124     IF WS-CC-DROPPED > ZERO
012125         MOVE SPACES TO REPORT-LINE
012126         STRING "*** AVISO: " WS-CC-DROPPED
012127                " CARTEIRA(S) DO CONCMAST FORA DA TABELA -"
012128                " RECUSADAS"
012129             DELIMITED BY SIZE INTO REPORT-LINE
012130         WRITE REPORT-LINE
012131     END-IF
012132     IF WS-RESERVA-COUNT > ZERO
012133         OR WS-ESPERA-COUNT > ZERO
012134         OR WS-PROMOVIDO-COUNT > ZERO
012135         MOVE SPACES TO REPORT-LINE
012136         STRING "RESERVAS COM ASSENTO: " WS-RESERVA-COUNT
012137                " (" WS-ASSENTOS-COUNT " ASSENTOS)"
012138                "  LISTA DE ESPERA: " WS-ESPERA-COUNT
012139             DELIMITED BY SIZE INTO REPORT-LINE
012140         WRITE REPORT-LINE
012141         MOVE SPACES TO REPORT-LINE
012142         STRING "PROMOVIDAS DA LISTA DE ESPERA EMITIDAS: "
012143                WS-PROMOVIDO-COUNT
012144             DELIMITED BY SIZE INTO REPORT-LINE
012145         WRITE REPORT-LINE
012146     END-IF
012147     IF WS-SEM-ESTOQUE-COUNT > ZERO
012148         MOVE SPACES TO REPORT-LINE
012149         STRING "*** AVISO: " WS-SEM-ESTOQUE-COUNT
012150                " RESERVA(S) SEM ESTOQUE (PARTIDA SEM VEICULO"
012151                " OU TABELA CHEIA)"
012152             DELIMITED BY SIZE INTO REPORT-LINE
012153         WRITE REPORT-LINE
012154     END-IF
012155     IF WS-ES-SEM-VAGA > ZERO
012156         MOVE SPACES TO REPORT-LINE
012157         STRING "*** AVISO: " WS-ES-SEM-VAGA
012158                " RESERVA(S) RECUSADA(S) - LISTA DE ESPERA CHEIA"
012159             DELIMITED BY SIZE INTO REPORT-LINE
012160         WRITE REPORT-LINE
012161     END-IF
012162     IF WS-RETIDA-COUNT > ZERO
012163         OR WS-LIBERADA-COUNT > ZERO
012164         MOVE SPACES TO REPORT-LINE
012165         STRING "GRUPOS RETIDOS POR CREDITO: " WS-RETIDA-COUNT
012166                "  APROVADOS EMITIDOS: " WS-LIBERADA-COUNT
012167             DELIMITED BY SIZE INTO REPORT-LINE
012168         WRITE REPORT-LINE
012169     END-IF
012170     IF WS-RT-SEM-VAGA > ZERO
012171         MOVE SPACES TO REPORT-LINE
012172         STRING "*** AVISO: " WS-RT-SEM-VAGA
012173                " RESERVA(S) DE GRUPO RECUSADA(S) - RETIDAS CHEIA"
012174             DELIMITED BY SIZE INTO REPORT-LINE
012175         WRITE REPORT-LINE
012176     END-IF
012177     IF WS-CF-DROPPED > ZERO
012178         MOVE SPACES TO REPORT-LINE
012179         STRING "*** AVISO: " WS-CF-DROPPED
012180                " CLIENTE(S) DO CLIFRET FORA DA TABELA - GRUPOS"
012181                " RETIDOS"
012182             DELIMITED BY SIZE INTO REPORT-LINE
012183         WRITE REPORT-LINE
012184     END-IF
012185*    UMA REMESSA RECUSADA NAO PODE ALIMENTAR O EXPDEP - A
012186*    REEXECUCAO CORRIGIDA GRAVARIA POR CIMA DAS PARCIAIS.
012187     IF NOT WS-CTL-MISMATCH
012188         PERFORM 3600-WRITE-EXPECTED-DEPOSITS THRU 3600-EXIT
012189     END-IF
012190     PERFORM 3700-REWRITE-CARNETS THRU 3700-EXIT
012191     PERFORM 3800-REWRITE-TETO-ACUM THRU 3800-EXIT
012192     PERFORM 3900-REWRITE-ASSENTOS THRU 3900-EXIT
012193     PERFORM 3960-REWRITE-ESPERA THRU 3960-EXIT
012194     PERFORM 3980-REWRITE-RETIDAS THRU 3980-EXIT
012195     CLOSE PASSENGER-MANIFEST-FILE
012196     CLOSE TICKETS-FILE
012197     CLOSE TICKET-INDEX-FILE
012198     CLOSE AUDIT-LOG-FILE
012199     CLOSE TETO-LOG-FILE
012200     CLOSE CONC-LOG-FILE
012201     CLOSE FARE-REPORT-FILE
012202     IF WS-OPERATOR-IS-BATCH AND NOT WS-CTL-MISMATCH
012203         PERFORM 7200-WRITE-STREAM-CKPT THRU 7200-EXIT
012204     END-IF
012205     MOVE "F" TO WS-RLG-EVENT-WK
012210     MOVE WS-PASSAGEIRO-COUNT TO WS-RLG-COUNT-WK
012220     PERFORM 7900-WRITE-RUN-LEDGER.
012230
013280         OPEN EXTEND AUDIT-LOG-FILE
013290     END-IF.
013300
013301******************************************************************
013302*  0170-OPEN-CONC-LOG
013303*  ABRE O CONCLOG (GRATUIDADES/DESCONTOS NEGADOS NO EMBARQUE) EM
013304*  MODO EXTEND, CRIANDO-O NA PRIMEIRA EXECUCAO.
013305******************************************************************
013306 0170-OPEN-CONC-LOG.
013307     OPEN EXTEND CONC-LOG-FILE
013308     IF WS-CCL-FILE-STATUS = "35"
013309         OPEN OUTPUT CONC-LOG-FILE
013310         CLOSE CONC-LOG-FILE
013311         OPEN EXTEND CONC-LOG-FILE
013312     END-IF.
013313
013314******************************************************************
013315*  0160-OPEN-TETO-LOG
013316*  ABRE O TETOLOG (PASSAGENS ALCANCADAS PELO TETO DE TARIFA) EM
013317*  MODO EXTEND, CRIANDO-O NA PRIMEIRA EXECUCAO.
013318******************************************************************
013319 0160-OPEN-TETO-LOG.
013320     OPEN EXTEND TETO-LOG-FILE
013321     IF WS-TETOL-FILE-STATUS = "35"
013322         OPEN OUTPUT TETO-LOG-FILE
013323         CLOSE TETO-LOG-FILE
013324         OPEN EXTEND TETO-LOG-FILE
013325     END-IF.
013326
013327******************************************************************
013328*  1500-WRITE-TICKET
013330*  GRAVA UM REGISTRO NO ARQUIVO DIARIO DE PASSAGENS.
013340******************************************************************
013350 1500-WRITE-TICKET.
013610     ELSE
013620         MOVE ZERO TO TICKET-GRUPO-QTD
013630     END-IF
013633     PERFORM 1550-RESOLVE-PAGAMENTO THRU 1550-EXIT
013636     MOVE WS-PAGAMENTO-WK TO TICKET-PAGAMENTO
013640     PERFORM 1600-TALLY-CAIXA THRU 1600-EXIT
013650     IF WS-DATA-VIAGEM > RUN-STAMP-DATE
013660         ADD 1         TO WS-FUTURO-COUNT
013820     MOVE WS-TARIFA      TO TIX-TARIFA
013830     MOVE WS-BANDA       TO TIX-BANDA
013840     MOVE MANIFEST-PASSE TO TIX-PASSE
013845     MOVE MANIFEST-TRIP-ID TO TIX-TRIP-ID
013850     WRITE TICKET-INDEX-RECORD.
013860
013870******************************************************************
014510     END-IF.
014520 1195-EXIT.
014530     EXIT.
014531
014532******************************************************************
014533*  1188-CHECK-DIGITO
014534*  CONFERE O DIGITO VERIFICADOR DO MANIFEST-PASSE QUANDO ELE ESTA
014535*  NO FORMATO DO CADASTRO: 10 DIGITOS (PASSE) OU "C" E 9 DIGITOS
014536*  (CARNE). CODIGO EM OUTRO FORMATO NAO E CONFERIDO.
014537******************************************************************
014538 1188-CHECK-DIGITO.
014539     MOVE "Y" TO WS-DV-VALID-SW
014540     IF MANIFEST-PASSE = SPACES
014541         GO TO 1188-EXIT
014542     END-IF
014543     IF MANIFEST-PASSE NUMERIC
014544         OR (MANIFEST-PASSE(1:1) = "C"
014545             AND MANIFEST-PASSE(2:9) NUMERIC)
014546         CALL "DIGVER" USING MANIFEST-PASSE WS-DV-ACAO
014547                             WS-DV-VALID-SW
014548     END-IF.
014549 1188-EXIT.
014550     EXIT.
014551
014552******************************************************************
014560*  0800-LOAD-CARNETS
014570*  CARREGA OS CARNES (CARNMAST, VENDIDOS PELO CARNVEND) COM OS
014580*  SALDOS DE VIAGENS. SEM O ARQUIVO, NENHUM CARNE E RECONHECIDO.
017660 3750-EXIT.
017670     EXIT.
017680
017681******************************************************************
017682*  0980-LOAD-TETO-ACUM
017683*  CARREGA O ACUMULADO POR CARTAO DO TETOACUM. SEMANAS ANTERIORES
017684*  A PASSADA FICAM DE FORA (SAEM DO ARQUIVO NA REGRAVACAO); SEM O
017685*  ARQUIVO, TODO CARTAO COMECA DO ZERO.
017686******************************************************************
017687 0980-LOAD-TETO-ACUM.
017688     MOVE WS-CURRENT-DATE TO WS-TETO-DATA-NUM
017689     PERFORM 1720-SEMANA-DA-DATA THRU 1720-EXIT
017690     COMPUTE WS-TETO-DATA-NUM = FUNCTION DATE-OF-INTEGER(
017691         WS-TETO-DIAS-INT - WS-TETO-NUM-DIA - 6)
017692     MOVE WS-TETO-DATA-NUM TO WS-TETO-CORTE
017693     OPEN INPUT TETO-ACUM-FILE
017694     IF WS-TETOA-FILE-STATUS NOT = "00"
017695         GO TO 0980-EXIT
017696     END-IF
017697     PERFORM 0985-LOAD-ONE-ACUM THRU 0985-EXIT
017698         UNTIL WS-TETOA-EOF
017699     CLOSE TETO-ACUM-FILE.
017700 0980-EXIT.
017701     EXIT.
017702
017703 0985-LOAD-ONE-ACUM.
017704     READ TETO-ACUM-FILE
017705         AT END
017706             MOVE "Y" TO WS-TETOA-EOF-SW
017707             GO TO 0985-EXIT
017708     END-READ
017709     IF TETA-SEMANA < WS-TETO-CORTE
017710         MOVE "Y" TO WS-TA-CHANGED-SW
017711         GO TO 0985-EXIT
017712     END-IF
017713     IF WS-TA-COUNT < 500
017714         AND TETA-PAGO-SEMANA NUMERIC
017715         ADD 1 TO WS-TA-COUNT
017716         SET WS-TA-IDX TO WS-TA-COUNT
017717         MOVE TETA-CARTAO TO WS-TA-CARTAO(WS-TA-IDX)
017718         MOVE TETA-ROTA   TO WS-TA-ROTA(WS-TA-IDX)
017719         MOVE TETA-SEMANA TO WS-TA-SEMANA(WS-TA-IDX)
017720         MOVE TETA-PAGO-DIA(1) TO WS-TA-PAGO-DIA(WS-TA-IDX, 1)
017721         MOVE TETA-PAGO-DIA(2) TO WS-TA-PAGO-DIA(WS-TA-IDX, 2)
017722         MOVE TETA-PAGO-DIA(3) TO WS-TA-PAGO-DIA(WS-TA-IDX, 3)
017723         MOVE TETA-PAGO-DIA(4) TO WS-TA-PAGO-DIA(WS-TA-IDX, 4)
017724         MOVE TETA-PAGO-DIA(5) TO WS-TA-PAGO-DIA(WS-TA-IDX, 5)
017725         MOVE TETA-PAGO-DIA(6) TO WS-TA-PAGO-DIA(WS-TA-IDX, 6)
017726         MOVE TETA-PAGO-DIA(7) TO WS-TA-PAGO-DIA(WS-TA-IDX, 7)
017727         MOVE TETA-PAGO-SEMANA TO WS-TA-PAGO-SEMANA(WS-TA-IDX)
017728     ELSE
017729*        REGISTRO FORA DA TABELA (VALOR NAO NUMERICO OU TABELA
017730*        CHEIA): CONTADO - COM ALGUM FORA, A REGRAVACAO DO
017731*        TETOACUM E SUPRIMIDA PARA NAO DESTRUI-LO.
017732         ADD 1 TO WS-TA-DROPPED
017733     END-IF.
017734 0985-EXIT.
017735     EXIT.
017736
017737******************************************************************
017738*  1700-APLICA-TETO
017739*  TETO DE TARIFA DO CARTAO NA ROTA: COBRA NO MAXIMO O QUE FALTA
017740*  PARA O TETO DO DIA E PARA O DA SEMANA (O QUE FOR MENOR) E SOMA
017741*  O COBRADO NO ACUMULADO. QUANDO O TETO CORTA A TARIFA, A
017742*  PASSAGEM SAI COM MOTIVO "CAP" E O ABATIDO E CONTADO. SEM
017743*  CARTAO, SEM TETO NA ROTA OU TARIFA ZERO, NADA A FAZER.
017744******************************************************************
017745 1700-APLICA-TETO.
017746     MOVE SPACE TO WS-TETO-TIPO
017747     IF MANIFEST-CARTAO = SPACES
017748         OR WS-TARIFA = ZERO
017749         GO TO 1700-EXIT
017750     END-IF
017751     IF WS-TETO-ROTA-DIA = ZERO
017752         AND WS-TETO-ROTA-SEMANA = ZERO
017753         GO TO 1700-EXIT
017754     END-IF
017755     MOVE WS-DATA-VIAGEM TO WS-TETO-DATA-NUM
017756     PERFORM 1720-SEMANA-DA-DATA THRU 1720-EXIT
017757     MOVE "N" TO WS-TA-FOUND-SW
017758     PERFORM 1750-MATCH-ACUM THRU 1750-EXIT
017759         VARYING WS-TA-IDX FROM 1 BY 1
017760         UNTIL WS-TA-IDX > WS-TA-COUNT OR WS-TA-FOUND
017761     IF WS-TA-FOUND
017762         SET WS-TA-IDX TO WS-TA-POS
017763     ELSE
017764         IF WS-TA-COUNT >= 500
017765             ADD 1 TO WS-TA-SEM-VAGA
017766             GO TO 1700-EXIT
017767         END-IF
017768         ADD 1 TO WS-TA-COUNT
017769         SET WS-TA-IDX TO WS-TA-COUNT
017770         MOVE MANIFEST-CARTAO    TO WS-TA-CARTAO(WS-TA-IDX)
017771         MOVE ROTA               TO WS-TA-ROTA(WS-TA-IDX)
017772         MOVE WS-TETO-SEMANA-INI TO WS-TA-SEMANA(WS-TA-IDX)
017773         MOVE ZERO               TO WS-TA-VALORES(WS-TA-IDX)
017774     END-IF
017775     MOVE WS-TARIFA TO WS-TETO-CHEIA
017776     IF WS-TETO-ROTA-DIA > ZERO
017777         COMPUTE WS-TETO-RESTO = WS-TETO-ROTA-DIA
017778             - WS-TA-PAGO-DIA(WS-TA-IDX, WS-TETO-NUM-DIA)
017779         IF WS-TETO-RESTO < ZERO
017780             MOVE ZERO TO WS-TETO-RESTO
017781         END-IF
017782         IF WS-TETO-RESTO < WS-TARIFA
017783             MOVE WS-TETO-RESTO TO WS-TARIFA
017784             MOVE "D" TO WS-TETO-TIPO
017785         END-IF
017786     END-IF
017787     IF WS-TETO-ROTA-SEMANA > ZERO
017788         COMPUTE WS-TETO-RESTO = WS-TETO-ROTA-SEMANA
017789             - WS-TA-PAGO-SEMANA(WS-TA-IDX)
017790         IF WS-TETO-RESTO < ZERO
017791             MOVE ZERO TO WS-TETO-RESTO
017792         END-IF
017793         IF WS-TETO-RESTO < WS-TARIFA
017794             MOVE WS-TETO-RESTO TO WS-TARIFA
017795             MOVE "S" TO WS-TETO-TIPO
017796         END-IF
017797     END-IF
017798     ADD WS-TARIFA TO WS-TA-PAGO-DIA(WS-TA-IDX, WS-TETO-NUM-DIA)
017799     ADD WS-TARIFA TO WS-TA-PAGO-SEMANA(WS-TA-IDX)
017800     MOVE "Y" TO WS-TA-CHANGED-SW
017801     IF WS-TETO-TIPO NOT = SPACE
017802         MOVE "CAP" TO WS-REASON-WK
017803         ADD 1 TO WS-TETO-COUNT
017804         COMPUTE WS-TETO-ABATIDO = WS-TETO-ABATIDO
017805             + WS-TETO-CHEIA - WS-TARIFA
017806     END-IF.
017807 1700-EXIT.
017808     EXIT.
017809
017810******************************************************************
017811*  1720-SEMANA-DA-DATA
017812*  PARA A DATA EM WS-TETO-DATA-NUM, DEVOLVE O DIA DA SEMANA
017813*  (1 = SEGUNDA ... 7 = DOMINGO) E A DATA DA SEGUNDA-FEIRA DA
017814*  SEMANA, QUE IDENTIFICA O ACUMULADO SEMANAL.
017815******************************************************************
017816 1720-SEMANA-DA-DATA.
017817     COMPUTE WS-TETO-DIAS-INT =
017818         FUNCTION INTEGER-OF-DATE(WS-TETO-DATA-NUM)
017819     COMPUTE WS-TETO-NUM-DIA =
017820         FUNCTION MOD(WS-TETO-DIAS-INT - 1, 7) + 1
017821     COMPUTE WS-TETO-DATA-NUM = FUNCTION DATE-OF-INTEGER(
017822         WS-TETO-DIAS-INT - WS-TETO-NUM-DIA + 1)
017823     MOVE WS-TETO-DATA-NUM TO WS-TETO-SEMANA-INI.
017824 1720-EXIT.
017825     EXIT.
017826
017827 1750-MATCH-ACUM.
017828     IF WS-TA-CARTAO(WS-TA-IDX) = MANIFEST-CARTAO
017829         AND WS-TA-ROTA(WS-TA-IDX) = ROTA
017830         AND WS-TA-SEMANA(WS-TA-IDX) = WS-TETO-SEMANA-INI
017831         MOVE "Y" TO WS-TA-FOUND-SW
017832         SET WS-TA-POS TO WS-TA-IDX
017833     END-IF.
017834 1750-EXIT.
017835     EXIT.
017836
017837******************************************************************
017838*  1780-WRITE-TETO-LOG
017839*  GRAVA NO TETOLOG A PASSAGEM ALCANCADA PELO TETO (CHAVE DA
017840*  PASSAGEM, TARIFA SEM O TETO, COBRADO E ABATIDO).
017841******************************************************************
017842 1780-WRITE-TETO-LOG.
017843     MOVE SPACES          TO TETO-LOG-RECORD
017844     MOVE WS-DATA-VIAGEM  TO TETL-DATA
017845     MOVE ROTA            TO TETL-ROTA
017846     MOVE MANIFEST-CARTAO TO TETL-CARTAO
017847     MOVE WS-CATEGORIA    TO TETL-CATEGORIA
017848     MOVE WS-TETO-CHEIA   TO TETL-TARIFA-CHEIA
017849     MOVE WS-TARIFA       TO TETL-COBRADO
017850     COMPUTE TETL-ABATIDO = WS-TETO-CHEIA - WS-TARIFA
017851     MOVE WS-TETO-TIPO    TO TETL-TETO
017852     MOVE RUN-STAMP-DATE  TO TETL-RUN-DATE
017853     MOVE RUN-STAMP-ID    TO TETL-RUN-ID
017854     MOVE WS-TICKET-SEQ   TO TETL-SEQ
017855     MOVE WS-FILIAL-WK    TO TETL-FILIAL
017856     WRITE TETO-LOG-RECORD.
017857
017858******************************************************************
017859*  3800-REWRITE-TETO-ACUM
017860*  REGRAVA O TETOACUM COM O ACUMULADO DO DIA - SO NUMA EXECUCAO
017861*  VALIDA (FORA DO TREINO E COM A REMESSA CONFERIDA).
017862******************************************************************
017863 3800-REWRITE-TETO-ACUM.
017864     IF NOT WS-TA-CHANGED
017865         OR WS-PRACTICE
017866         OR WS-CTL-MISMATCH
017867         GO TO 3800-EXIT
017868     END-IF
017869     IF WS-TA-DROPPED > ZERO
017870         DISPLAY "*** TETOACUM COM " WS-TA-DROPPED
017871                 " REGISTRO(S) FORA DA TABELA -"
017872                 " REGRAVACAO SUPRIMIDA"
017873         GO TO 3800-EXIT
017874     END-IF
017875     OPEN OUTPUT TETO-ACUM-FILE
017876     PERFORM 3850-WRITE-ONE-ACUM THRU 3850-EXIT
017877         VARYING WS-TA-SCAN FROM 1 BY 1
017878         UNTIL WS-TA-SCAN > WS-TA-COUNT
017879     CLOSE TETO-ACUM-FILE.
017880 3800-EXIT.
017881     EXIT.
017882
017883******************************************************************
017884*  3900-REWRITE-ASSENTOS / 3960-REWRITE-ESPERA
017885*  REGRAVAM O ESTOQUE DE ASSENTOS E A LISTA DE ESPERA, SEM AS
017886*  DATAS JA PASSADAS. O ASSENTOS NAO E REGRAVADO NO TREINO.
017887******************************************************************
017888 3900-REWRITE-ASSENTOS.
017889     IF NOT WS-AS-CHANGED
017890         OR WS-PRACTICE
017891         OR WS-CTL-MISMATCH
017892         GO TO 3900-EXIT
017893     END-IF
017894     IF WS-AS-DROPPED > ZERO
017895         DISPLAY "*** ASSENTOS COM " WS-AS-DROPPED
017896                 " REGISTRO(S) FORA DA TABELA -"
017897                 " REGRAVACAO SUPRIMIDA"
017898         GO TO 3900-EXIT
017899     END-IF
017900     OPEN OUTPUT SEAT-INVENTORY-FILE
017901     PERFORM 3950-WRITE-ONE-ASSENTO THRU 3950-EXIT
017902         VARYING WS-AS-SCAN FROM 1 BY 1
017903         UNTIL WS-AS-SCAN > WS-AS-COUNT
017904     CLOSE SEAT-INVENTORY-FILE.
017905 3900-EXIT.
017906     EXIT.
017907
017908 3950-WRITE-ONE-ASSENTO.
017909     SET WS-AS-IDX TO WS-AS-SCAN
017910     MOVE SPACES                      TO SEAT-INVENTORY-RECORD
017911     MOVE WS-AS-TRIP(WS-AS-IDX)       TO ASS-TRIP-ID
017912     MOVE WS-AS-DATA(WS-AS-IDX)       TO ASS-DATA
017913     MOVE WS-AS-VEIC(WS-AS-IDX)       TO ASS-VEIC-ID
017914     MOVE WS-AS-CAPACIDADE(WS-AS-IDX) TO ASS-CAPACIDADE
017915     MOVE WS-AS-RESERVADOS(WS-AS-IDX) TO ASS-RESERVADOS
017916     WRITE SEAT-INVENTORY-RECORD.
017917 3950-EXIT.
017918     EXIT.
017919
017920 3960-REWRITE-ESPERA.
017921     IF NOT WS-ES-CHANGED
017922         OR WS-CTL-MISMATCH
017923         GO TO 3960-EXIT
017924     END-IF
017925     IF WS-ES-DROPPED > ZERO
017926         DISPLAY "*** ESPERA COM " WS-ES-DROPPED
017927                 " REGISTRO(S) FORA DA TABELA -"
017928                 " REGRAVACAO SUPRIMIDA"
017929         GO TO 3960-EXIT
017930     END-IF
017931     OPEN OUTPUT WAITLIST-FILE
017932     PERFORM 3970-WRITE-ONE-ESPERA THRU 3970-EXIT
017933         VARYING WS-ES-SCAN FROM 1 BY 1
017934         UNTIL WS-ES-SCAN > WS-ES-COUNT
017935     CLOSE WAITLIST-FILE.
017936 3960-EXIT.
017937     EXIT.
017938
017939 3970-WRITE-ONE-ESPERA.
017940     SET WS-ES-IDX TO WS-ES-SCAN
017941     MOVE SPACES                         TO WAITLIST-RECORD
017942     MOVE WS-ES-TRIP(WS-ES-IDX)          TO ESP-TRIP-ID
017943     MOVE WS-ES-DATA(WS-ES-IDX)          TO ESP-DATA
017944     MOVE WS-ES-QTD(WS-ES-IDX)           TO ESP-QTD
017945     MOVE WS-ES-SITUACAO(WS-ES-IDX)      TO ESP-SITUACAO
017946     MOVE WS-ES-PEDIDO-DATA(WS-ES-IDX)   TO ESP-PEDIDO-DATA
017947     MOVE WS-ES-PEDIDO-ID(WS-ES-IDX)     TO ESP-PEDIDO-ID
017948     MOVE WS-ES-PROMOCAO-DATA(WS-ES-IDX) TO ESP-PROMOCAO-DATA
017949     MOVE WS-ES-MANIFESTO(WS-ES-IDX)     TO ESP-MANIFESTO
017950     WRITE WAITLIST-RECORD.
017951 3970-EXIT.
017952     EXIT.
017953
017954******************************************************************
017955*  3980-REWRITE-RETIDAS
017956*  REGRAVA AS RESERVAS DE GRUPO RETIDAS, SEM AS DE DATA JA
017957*  PASSADA, COM AS NOVAS RETENCOES E AS APROVADAS JA EMITIDAS.
017958******************************************************************
017959 3980-REWRITE-RETIDAS.
017960     IF NOT WS-RT-CHANGED
017961         OR WS-CTL-MISMATCH
017962         GO TO 3980-EXIT
017963     END-IF
017964     IF WS-RT-DROPPED > ZERO
017965         DISPLAY "*** GRUPRET COM " WS-RT-DROPPED
017966                 " REGISTRO(S) FORA DA TABELA -"
017967                 " REGRAVACAO SUPRIMIDA"
017968         GO TO 3980-EXIT
017969     END-IF
017970     OPEN OUTPUT GROUP-HOLD-FILE
017971     PERFORM 3990-WRITE-ONE-RETIDA THRU 3990-EXIT
017972         VARYING WS-RT-SCAN FROM 1 BY 1
017973         UNTIL WS-RT-SCAN > WS-RT-COUNT
017974     CLOSE GROUP-HOLD-FILE.
017975 3980-EXIT.
017976     EXIT.
017977
017978 3990-WRITE-ONE-RETIDA.
017979     SET WS-RT-IDX TO WS-RT-SCAN
017980     MOVE SPACES                         TO GROUP-HOLD-RECORD
017981     MOVE WS-RT-GRUPO(WS-RT-IDX)         TO RET-GRUPO-ID
017982     MOVE WS-RT-TRIP(WS-RT-IDX)          TO RET-TRIP-ID
017983     MOVE WS-RT-DATA(WS-RT-IDX)          TO RET-DATA
017984     MOVE WS-RT-VALOR(WS-RT-IDX)         TO RET-VALOR
017985     MOVE WS-RT-MOTIVO(WS-RT-IDX)        TO RET-MOTIVO
017986     MOVE WS-RT-SITUACAO(WS-RT-IDX)      TO RET-SITUACAO
017987     MOVE WS-RT-PEDIDO-DATA(WS-RT-IDX)   TO RET-PEDIDO-DATA
017988     MOVE WS-RT-PEDIDO-ID(WS-RT-IDX)     TO RET-PEDIDO-ID
017989     MOVE WS-RT-DECISAO-DATA(WS-RT-IDX)  TO RET-DECISAO-DATA
017990     MOVE WS-RT-DECISAO-OPER(WS-RT-IDX)  TO RET-DECISAO-OPER
017991     MOVE WS-RT-MANIFESTO(WS-RT-IDX)     TO RET-MANIFESTO
017992     WRITE GROUP-HOLD-RECORD.
017993 3990-EXIT.
017994     EXIT.
017995 3850-WRITE-ONE-ACUM.
017996     SET WS-TA-IDX TO WS-TA-SCAN
017997     MOVE SPACES                    TO TETO-ACUM-RECORD
017998     MOVE WS-TA-CARTAO(WS-TA-IDX)   TO TETA-CARTAO
017999     MOVE WS-TA-ROTA(WS-TA-IDX)     TO TETA-ROTA
018000     MOVE WS-TA-SEMANA(WS-TA-IDX)   TO TETA-SEMANA
018001     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 1) TO TETA-PAGO-DIA(1)
018002     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 2) TO TETA-PAGO-DIA(2)
018003     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 3) TO TETA-PAGO-DIA(3)
018004     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 4) TO TETA-PAGO-DIA(4)
018005     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 5) TO TETA-PAGO-DIA(5)
018006     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 6) TO TETA-PAGO-DIA(6)
018007     MOVE WS-TA-PAGO-DIA(WS-TA-IDX, 7) TO TETA-PAGO-DIA(7)
018008     MOVE WS-TA-PAGO-SEMANA(WS-TA-IDX) TO TETA-PAGO-SEMANA
018009     WRITE TETO-ACUM-RECORD.
018010 3850-EXIT.
018011     EXIT.
018012
018013******************************************************************
018014*  0990-LOAD-CONCESSOES
018015*  CARREGA AS CARTEIRAS DO CONCMAST. SEM O ARQUIVO NENHUMA
018016*  CARTEIRA E RECONHECIDA - MEIA E IDOSO PASSAM A INTEIRA.
018017******************************************************************
018018 0990-LOAD-CONCESSOES.
018019     OPEN INPUT CONCESSION-FILE
018020     IF WS-CONC-FILE-STATUS NOT = "00"
018021         GO TO 0990-EXIT
018022     END-IF
018023     PERFORM 0995-LOAD-ONE-CONC THRU 0995-EXIT
018024         UNTIL WS-CONC-EOF
018025     CLOSE CONCESSION-FILE.
018026 0990-EXIT.
018027     EXIT.
018028
018029 0995-LOAD-ONE-CONC.
018030     READ CONCESSION-FILE
018031         AT END
018032             MOVE "Y" TO WS-CONC-EOF-SW
018033             GO TO 0995-EXIT
018034     END-READ
018035     IF WS-CC-COUNT >= 500
018036         ADD 1 TO WS-CC-DROPPED
018037         GO TO 0995-EXIT
018038     END-IF
018039     ADD 1 TO WS-CC-COUNT
018040     SET WS-CC-IDX TO WS-CC-COUNT
018041     MOVE CONC-NUMERO   TO WS-CC-NUMERO(WS-CC-IDX)
018042     MOVE CONC-TIPO     TO WS-CC-TIPO(WS-CC-IDX)
018043     MOVE CONC-VALIDADE TO WS-CC-VALIDADE(WS-CC-IDX)
018044     MOVE CONC-SITUACAO TO WS-CC-SITUACAO(WS-CC-IDX).
018045 0995-EXIT.
018046     EXIT.
018047
018048******************************************************************
018049*  1900-CHECK-CONCESSAO
018050*  CONFERE O DESCONTO DEPOIS DA CLASSIFICACAO PELA IDADE. COM
018051*  CARTEIRA VALIDA, A CATEGORIA VEM DO TIPO DELA (ESTUDANTE =
018052*  MEIA, IDOSO = IDOSO); MEIA/IDOSO PELA IDADE SEM CARTEIRA, OU
018053*  CARTEIRA NEGADA, VIRA INTEIRA COM O MOTIVO. NAO PAGA (COLO)
018054*  NAO DEPENDE DE CARTEIRA.
018055******************************************************************
018056 1900-CHECK-CONCESSAO.
018057     MOVE WS-CATEGORIA TO WS-CC-PEDIDA
018058     IF WS-CATEGORIA = "NAO PAGA"
018059         GO TO 1900-EXIT
018060     END-IF
018061     IF MANIFEST-CONCESSAO = SPACES
018062         IF WS-CATEGORIA = "MEIA" OR WS-CATEGORIA = "IDOSO"
018063             MOVE "S" TO WS-CC-MOTIVO
018064             PERFORM 1910-NEGA-CONCESSAO
018065         END-IF
018066         GO TO 1900-EXIT
018067     END-IF
018068     MOVE "N" TO WS-CC-FOUND-SW
018069     PERFORM 1950-MATCH-CONC THRU 1950-EXIT
018070         VARYING WS-CC-IDX FROM 1 BY 1
018071         UNTIL WS-CC-IDX > WS-CC-COUNT OR WS-CC-FOUND
018072     IF NOT WS-CC-FOUND
018073         MOVE "D" TO WS-CC-MOTIVO
018074         PERFORM 1910-NEGA-CONCESSAO
018075         GO TO 1900-EXIT
018076     END-IF
018077     SET WS-CC-IDX TO WS-CC-POS
018078     IF WS-CC-TIPO(WS-CC-IDX) = "E"
018079         MOVE "MEIA"  TO WS-CC-PEDIDA
018080     ELSE
018081         MOVE "IDOSO" TO WS-CC-PEDIDA
018082     END-IF
018083     EVALUATE TRUE
018084         WHEN WS-CC-SITUACAO(WS-CC-IDX) = "T"
018085             MOVE "T" TO WS-CC-MOTIVO
018086         WHEN WS-CC-SITUACAO(WS-CC-IDX) NOT = "A"
018087             MOVE "C" TO WS-CC-MOTIVO
018088         WHEN WS-CC-VALIDADE(WS-CC-IDX) < WS-DATA-VIAGEM
018089             MOVE "V" TO WS-CC-MOTIVO
018090     END-EVALUATE
018091     IF WS-CC-NEGADA
018092         PERFORM 1910-NEGA-CONCESSAO
018093         GO TO 1900-EXIT
018094     END-IF
018095     MOVE WS-CC-PEDIDA TO WS-CATEGORIA
018096     MOVE 0.50         TO WS-MULTIPLICADOR
018097     ADD 1 TO WS-CC-ACEITAS.
018098 1900-EXIT.
018099     EXIT.
018100
018101 1910-NEGA-CONCESSAO.
018102     MOVE "INTEIRA" TO WS-CATEGORIA
018103     MOVE 1         TO WS-MULTIPLICADOR
018104     IF WS-CC-VENCIDA
018105         MOVE "CNV" TO WS-REASON-WK
018106         ADD 1 TO WS-CC-VENCIDAS
018107     ELSE
018108         MOVE "CNR" TO WS-REASON-WK
018109         ADD 1 TO WS-CC-RECUSADAS
018110     END-IF.
018111
018112 1950-MATCH-CONC.
018113     IF WS-CC-NUMERO(WS-CC-IDX) = MANIFEST-CONCESSAO
018114         MOVE "Y" TO WS-CC-FOUND-SW
018115         SET WS-CC-POS TO WS-CC-IDX
018116     END-IF.
018117 1950-EXIT.
018118     EXIT.
018119
018120******************************************************************
018121*  1980-WRITE-CONC-LOG
018122*  GRAVA NO CONCLOG A GRATUIDADE/DESCONTO NEGADO (CHAVE DA
018123*  PASSAGEM, CARTEIRA, CATEGORIA PEDIDA, MOTIVO E O COBRADO).
018124******************************************************************
018125 1980-WRITE-CONC-LOG.
018126     MOVE SPACES             TO CONC-LOG-RECORD
018127     MOVE WS-DATA-VIAGEM     TO CCL-DATA
018128     MOVE ROTA               TO CCL-ROTA
018129     MOVE MANIFEST-CONCESSAO TO CCL-CARTEIRA
018130     MOVE WS-CC-PEDIDA       TO CCL-PEDIDA
018131     MOVE WS-CC-MOTIVO       TO CCL-MOTIVO
018132     MOVE IDADE              TO CCL-IDADE
018133     MOVE WS-TARIFA          TO CCL-TARIFA
018134     MOVE RUN-STAMP-DATE     TO CCL-RUN-DATE
018135     MOVE RUN-STAMP-ID       TO CCL-RUN-ID
018136     MOVE WS-TICKET-SEQ      TO CCL-SEQ
018137     MOVE WS-FILIAL-WK       TO CCL-FILIAL
018138     WRITE CONC-LOG-RECORD.
018139
018140******************************************************************
018141*  0600-LOAD-TRANSFER-BASE
018142*  CARREGA NA BASE DE TRANSFERENCIAS OS EMBARQUES DE HOJE JA
018143*  GRAVADOS NO TICKETIX COM PASSE/CODIGO (EXECUCAO ANTERIOR DO
018144*  MESMO DIA) - A CONEXAO NAO PODE DEPENDER DE AS DUAS PERNAS
018145*  CAIREM NA MESMA EXECUCAO.
018146******************************************************************
018147 0600-LOAD-TRANSFER-BASE.
018148     OPEN INPUT TICKET-INDEX-FILE
018149     IF WS-TIX-FILE-STATUS NOT = "00"
018150         GO TO 0600-EXIT
018151     END-IF
018152     PERFORM 0650-LOAD-ONE-TIX THRU 0650-EXIT
018153         UNTIL WS-TIX-FILE-STATUS NOT = "00"
018154     CLOSE TICKET-INDEX-FILE.
018155 0600-EXIT.
018156     EXIT.
018157
018158 0650-LOAD-ONE-TIX.
018159     READ TICKET-INDEX-FILE
018160         AT END
018161             MOVE "10" TO WS-TIX-FILE-STATUS
018162             GO TO 0650-EXIT
018163     END-READ
018164     IF TIX-DATE NOT = WS-CURRENT-DATE
018165         OR TIX-PASSE = SPACES
018166         GO TO 0650-EXIT
018167     END-IF
018168     IF WS-TRF-COUNT < 300
018169         ADD 1 TO WS-TRF-COUNT
018170         SET WS-TRF-IDX TO WS-TRF-COUNT
018171         MOVE TIX-PASSE       TO WS-TRF-PASSE(WS-TRF-IDX)
018172         MOVE TIX-TIME(1:6)   TO WS-TRF-HORA(WS-TRF-IDX)
018173         MOVE TIX-ROTA        TO WS-TRF-ROTA(WS-TRF-IDX)
018174         MOVE TIX-TRIP-ID     TO WS-TRF-TRIP(WS-TRF-IDX)
018175     ELSE
018176         ADD 1 TO WS-TRF-DROPPED
018177     END-IF.
018178 0650-EXIT.
018179     EXIT.
018180******************************************************************
018181*  0680-LOAD-PBK-PARM
018182*  LE A JANELA DO ANTI-PASSBACK NO PBKPARM. SEM O ARQUIVO, OU
018183*  COM JANELA ZERADA OU NAO NUMERICA, FICA O PADRAO DE 15 MINUTOS.
018184******************************************************************
018185 0680-LOAD-PBK-PARM.
018186     OPEN INPUT PASSBACK-PARM-FILE
018187     IF WS-PBK-FILE-STATUS NOT = "00"
018188         GO TO 0680-EXIT
018189     END-IF
018190     READ PASSBACK-PARM-FILE
018191         AT END
018192             MOVE ZERO TO PBK-JANELA-MIN
018193     END-READ
018194     IF PBK-JANELA-MIN NUMERIC
018195         AND PBK-JANELA-MIN > ZERO
018196         MOVE PBK-JANELA-MIN TO WS-JANELA-PBK-MIN
018197     END-IF
018198     CLOSE PASSBACK-PARM-FILE.
018199 0680-EXIT.
018200     EXIT.
018201
018202******************************************************************
018203*  1170-CHECK-TRANSFER
018204*  PROCURA NA BASE UM EMBARQUE DE HOJE DO MESMO PASSE/CODIGO EM
018205*  OUTRA ROTA DENTRO DA JANELA DE 60 MINUTOS - SE HOUVER, ESTE
018206*  EMBARQUE E UMA TRANSFERENCIA.
018207******************************************************************
018208 1170-CHECK-TRANSFER.
018209     MOVE "N" TO WS-TRANSF-SW
018210     IF MANIFEST-PASSE = SPACES
018211         OR MANIFEST-HORA = SPACES
018212         OR MANIFEST-HORA NOT NUMERIC
018213         GO TO 1170-EXIT
018214     END-IF
018220     MOVE MANIFEST-HORA(1:2) TO WS-TRF-HH
018230     MOVE MANIFEST-HORA(3:2) TO WS-TRF-MM
018240     COMPUTE WS-TRF-MIN1 = WS-TRF-HH * 60 + WS-TRF-MM
018460     END-IF.
018470 1175-EXIT.
018480     EXIT.
018481******************************************************************
018482*  1120-CHECK-PASSBACK
018483*  SO PARA PASSE MENSAL VALIDO NA ROTA: PROCURA NA BASE UM
018484*  EMBARQUE DE HOJE DO MESMO PASSE NA MESMA PARTIDA (A QUALQUER
018485*  HORA) OU EM OUTRA PARTIDA DA MESMA ROTA DENTRO DA JANELA DO
018486*  PBKPARM. EMBARQUE EM OUTRA ROTA FICA COM A TRANSFERENCIA.
018487******************************************************************
018488 1120-CHECK-PASSBACK.
018489     MOVE "N" TO WS-PBK-SW
018490     IF MANIFEST-PASSE = SPACES
018491         GO TO 1120-EXIT
018492     END-IF
018493     MOVE "N" TO WS-PASSE-OK-SW
018494     MOVE "N" TO WS-PASSE-FOUND-SW
018495     PERFORM 1150-MATCH-PASSE THRU 1150-EXIT
018496         VARYING WS-PM-IDX FROM 1 BY 1
018497         UNTIL WS-PM-IDX > WS-PASSM-COUNT OR WS-PASSE-FOUND
018498     IF NOT WS-PASSE-OK
018499         GO TO 1120-EXIT
018500     END-IF
018501     MOVE ZERO TO WS-TRF-MIN1
018502     IF MANIFEST-HORA NUMERIC
018503         MOVE MANIFEST-HORA(1:2) TO WS-TRF-HH
018504         MOVE MANIFEST-HORA(3:2) TO WS-TRF-MM
018505         COMPUTE WS-TRF-MIN1 = WS-TRF-HH * 60 + WS-TRF-MM
018506     END-IF
018507     PERFORM 1125-MATCH-PASSBACK THRU 1125-EXIT
018508         VARYING WS-TRF-IDX FROM 1 BY 1
018509         UNTIL WS-TRF-IDX > WS-TRF-COUNT OR WS-PASSBACK.
018510 1120-EXIT.
018511     EXIT.
018512
018513 1125-MATCH-PASSBACK.
018514     IF WS-TRF-PASSE(WS-TRF-IDX) NOT = MANIFEST-PASSE
018515         OR WS-TRF-ROTA(WS-TRF-IDX) NOT = ROTA
018516         GO TO 1125-EXIT
018517     END-IF
018518     IF MANIFEST-TRIP-ID NOT = SPACES
018519         AND WS-TRF-TRIP(WS-TRF-IDX) = MANIFEST-TRIP-ID
018520         MOVE "Y" TO WS-PBK-SW
018521         GO TO 1125-EXIT
018522     END-IF
018523     IF MANIFEST-HORA NOT NUMERIC
018524         OR WS-TRF-HORA(WS-TRF-IDX) NOT NUMERIC
018525         GO TO 1125-EXIT
018526     END-IF
018527     MOVE WS-TRF-HORA(WS-TRF-IDX)(1:2) TO WS-TRF-HH
018528     MOVE WS-TRF-HORA(WS-TRF-IDX)(3:2) TO WS-TRF-MM
018529     COMPUTE WS-TRF-MIN2 = WS-TRF-HH * 60 + WS-TRF-MM
018530     COMPUTE WS-TRF-DIFF = WS-TRF-MIN1 - WS-TRF-MIN2
018531     IF WS-TRF-DIFF < ZERO
018532         COMPUTE WS-TRF-DIFF = ZERO - WS-TRF-DIFF
018533     END-IF
018534     IF WS-TRF-DIFF <= WS-JANELA-PBK-MIN
018535         MOVE "Y" TO WS-PBK-SW
018536     END-IF.
018537 1125-EXIT.
018538     EXIT.
018539
018540******************************************************************
018541*  1160-REMEMBER-BOARDING
018542*  GUARDA ESTE EMBARQUE NA BASE DE TRANSFERENCIAS (SO COM PASSE
018543*  OU CODIGO E HORA VALIDA) PARA A PROXIMA PERNA ENXERGA-LO.
018544******************************************************************
018550 1160-REMEMBER-BOARDING.
018560     IF MANIFEST-PASSE = SPACES
018570         OR MANIFEST-HORA = SPACES
018630         MOVE MANIFEST-PASSE TO WS-TRF-PASSE(WS-TRF-IDX)
018640         MOVE MANIFEST-HORA  TO WS-TRF-HORA(WS-TRF-IDX)
018650         MOVE ROTA           TO WS-TRF-ROTA(WS-TRF-IDX)
018655         MOVE MANIFEST-TRIP-ID TO WS-TRF-TRIP(WS-TRF-IDX)
018660     ELSE
018670         ADD 1 TO WS-TRF-DROPPED
018680     END-IF.
018690 1160-EXIT.
018700     EXIT.
018710
018711******************************************************************
018712*  0560-LOAD-VEICULOS / 0570-LOAD-TRIPVEIC
018713*  CARREGAM OS VEICULOS (SO ASSENTOS - EM PE NAO SE VENDE
018714*  ANTECIPADO) E A ATRIBUICAO DE VEICULO POR PARTIDA, COMO NO
018715*  LOTACAO. SEM OS ARQUIVOS NENHUMA PARTIDA TEM ESTOQUE.
018716******************************************************************
018717 0560-LOAD-VEICULOS.
018718     OPEN INPUT VEHICLE-MASTER-FILE
018719     IF WS-VEIC-FILE-STATUS NOT = "00"
018720         GO TO 0560-EXIT
018721     END-IF
018722     PERFORM 0565-LOAD-ONE-VEIC THRU 0565-EXIT
018723         UNTIL WS-VEIC-EOF
018724     CLOSE VEHICLE-MASTER-FILE.
018725 0560-EXIT.
018726     EXIT.
018727
018728 0565-LOAD-ONE-VEIC.
018729     READ VEHICLE-MASTER-FILE
018730         AT END
018731             MOVE "Y" TO WS-VEIC-EOF-SW
018732             GO TO 0565-EXIT
018733     END-READ
018734     IF WS-VE-COUNT < 50
018735         AND VEIC-ASSENTOS NUMERIC
018736         ADD 1 TO WS-VE-COUNT
018737         SET WS-VE-IDX TO WS-VE-COUNT
018738         MOVE VEIC-ID       TO WS-VE-ID(WS-VE-IDX)
018739         MOVE VEIC-ASSENTOS TO WS-VE-ASSENTOS(WS-VE-IDX)
018740     END-IF.
018741 0565-EXIT.
018742     EXIT.
018743
018744 0570-LOAD-TRIPVEIC.
018745     OPEN INPUT TRIP-VEHICLE-FILE
018746     IF WS-TRV-FILE-STATUS NOT = "00"
018747         GO TO 0570-EXIT
018748     END-IF
018749     PERFORM 0575-LOAD-ONE-TRV THRU 0575-EXIT
018750         UNTIL WS-TRV-EOF
018751     CLOSE TRIP-VEHICLE-FILE.
018752 0570-EXIT.
018753     EXIT.
018754
018755 0575-LOAD-ONE-TRV.
018756     READ TRIP-VEHICLE-FILE
018757         AT END
018758             MOVE "Y" TO WS-TRV-EOF-SW
018759             GO TO 0575-EXIT
018760     END-READ
018761     IF WS-TV-COUNT < 200
018762         ADD 1 TO WS-TV-COUNT
018763         SET WS-TV-IDX TO WS-TV-COUNT
018764         MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
018765         MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX)
018766     END-IF.
018767 0575-EXIT.
018768     EXIT.
018769
018770******************************************************************
018771*  0580-LOAD-ASSENTOS / 0590-LOAD-ESPERA
018772*  CARREGAM O ESTOQUE DE ASSENTOS E A LISTA DE ESPERA. DATA DE
018773*  VIAGEM JA PASSADA NAO E CARREGADA - SAI DO ARQUIVO NA
018774*  REGRAVACAO. O QUE NAO CABE NA TABELA E CONTADO E SUPRIME A
018775*  REGRAVACAO, PARA NAO PERDER REGISTROS.
018776******************************************************************
018777 0580-LOAD-ASSENTOS.
018778     OPEN INPUT SEAT-INVENTORY-FILE
018779     IF WS-ASS-FILE-STATUS NOT = "00"
018780         GO TO 0580-EXIT
018781     END-IF
018782     PERFORM 0585-LOAD-ONE-ASSENTO THRU 0585-EXIT
018783         UNTIL WS-ASS-EOF
018784     CLOSE SEAT-INVENTORY-FILE.
018785 0580-EXIT.
018786     EXIT.
018787
018788 0585-LOAD-ONE-ASSENTO.
018789     READ SEAT-INVENTORY-FILE
018790         AT END
018791             MOVE "Y" TO WS-ASS-EOF-SW
018792             GO TO 0585-EXIT
018793     END-READ
018794     IF ASS-DATA < RUN-STAMP-DATE
018795         MOVE "Y" TO WS-AS-CHANGED-SW
018796         GO TO 0585-EXIT
018797     END-IF
018798     IF WS-AS-COUNT >= 500
018799         ADD 1 TO WS-AS-DROPPED
018800         GO TO 0585-EXIT
018801     END-IF
018802     ADD 1 TO WS-AS-COUNT
018803     SET WS-AS-IDX TO WS-AS-COUNT
018804     MOVE ASS-TRIP-ID    TO WS-AS-TRIP(WS-AS-IDX)
018805     MOVE ASS-DATA       TO WS-AS-DATA(WS-AS-IDX)
018806     MOVE ASS-VEIC-ID    TO WS-AS-VEIC(WS-AS-IDX)
018807     MOVE ASS-CAPACIDADE TO WS-AS-CAPACIDADE(WS-AS-IDX)
018808     MOVE ASS-RESERVADOS TO WS-AS-RESERVADOS(WS-AS-IDX).
018809 0585-EXIT.
018810     EXIT.
018811
018812 0590-LOAD-ESPERA.
018813     OPEN INPUT WAITLIST-FILE
018814     IF WS-ESP-FILE-STATUS NOT = "00"
018815         GO TO 0590-EXIT
018816     END-IF
018817     PERFORM 0595-LOAD-ONE-ESPERA THRU 0595-EXIT
018818         UNTIL WS-ESP-EOF
018819     CLOSE WAITLIST-FILE.
018820 0590-EXIT.
018821     EXIT.
018822
018823 0595-LOAD-ONE-ESPERA.
018824     READ WAITLIST-FILE
018825         AT END
018826             MOVE "Y" TO WS-ESP-EOF-SW
018827             GO TO 0595-EXIT
018828     END-READ
018829     IF ESP-DATA < RUN-STAMP-DATE
018830         MOVE "Y" TO WS-ES-CHANGED-SW
018831         GO TO 0595-EXIT
018832     END-IF
018833     IF WS-ES-COUNT >= 200
018834         ADD 1 TO WS-ES-DROPPED
018835         GO TO 0595-EXIT
018836     END-IF
018837     ADD 1 TO WS-ES-COUNT
018838     SET WS-ES-IDX TO WS-ES-COUNT
018839     MOVE ESP-TRIP-ID       TO WS-ES-TRIP(WS-ES-IDX)
018840     MOVE ESP-DATA          TO WS-ES-DATA(WS-ES-IDX)
018841     MOVE ESP-QTD           TO WS-ES-QTD(WS-ES-IDX)
018842     MOVE ESP-SITUACAO      TO WS-ES-SITUACAO(WS-ES-IDX)
018843     MOVE ESP-PEDIDO-DATA   TO WS-ES-PEDIDO-DATA(WS-ES-IDX)
018844     MOVE ESP-PEDIDO-ID     TO WS-ES-PEDIDO-ID(WS-ES-IDX)
018845     MOVE ESP-PROMOCAO-DATA TO WS-ES-PROMOCAO-DATA(WS-ES-IDX)
018846     MOVE ESP-MANIFESTO     TO WS-ES-MANIFESTO(WS-ES-IDX).
018847 0595-EXIT.
018848     EXIT.
018849
018850******************************************************************
018851*  0520-LOAD-CLIENTES-FRET / 0530-LOAD-FATURAS-ABERTAS
018852*  CARREGAM O CADASTRO DE CLIENTES DE FRETAMENTO E SOMAM A CADA UM
018853*  AS FATURAS EM ABERTO, MARCANDO O CLIENTE COM FATURA VENCIDA NA
018854*  DATA DO NEGOCIO. FATURA ANTIGA SEM VENCIMENTO VENCE NA DATA
018855*  DELA MAIS O PRAZO DO CLIENTE. SEM O CLIFRET TODO GRUPO E RETIDO
018856*  COMO SEM CADASTRO.
018857******************************************************************
018858 0520-LOAD-CLIENTES-FRET.
018859     OPEN INPUT CUSTOMER-FILE
018860     IF WS-CLI-FILE-STATUS NOT = "00"
018861         GO TO 0520-EXIT
018862     END-IF
018863     PERFORM 0525-LOAD-ONE-CLIENTE THRU 0525-EXIT
018864         UNTIL WS-CLI-EOF
018865     CLOSE CUSTOMER-FILE.
018866 0520-EXIT.
018867     EXIT.
018868
018869 0525-LOAD-ONE-CLIENTE.
018870     READ CUSTOMER-FILE
018871         AT END
018872             MOVE "Y" TO WS-CLI-EOF-SW
018873             GO TO 0525-EXIT
018874     END-READ
018875     IF WS-CF-COUNT >= 100
018876         ADD 1 TO WS-CF-DROPPED
018877         GO TO 0525-EXIT
018878     END-IF
018879     ADD 1 TO WS-CF-COUNT
018880     SET WS-CF-IDX TO WS-CF-COUNT
018881     MOVE CLI-ID     TO WS-CF-ID(WS-CF-IDX)
018882     MOVE CLI-LIMITE TO WS-CF-LIMITE(WS-CF-IDX)
018883     MOVE CLI-ATIVO  TO WS-CF-ATIVO(WS-CF-IDX)
018884     MOVE ZERO       TO WS-CF-ABERTO(WS-CF-IDX)
018885     MOVE "N"        TO WS-CF-VENCIDA-SW(WS-CF-IDX)
018886     IF CLI-PRAZO NUMERIC
018887         MOVE CLI-PRAZO TO WS-CF-PRAZO(WS-CF-IDX)
018888     ELSE
018889         MOVE WS-PRAZO-FRET-PADRAO TO WS-CF-PRAZO(WS-CF-IDX)
018890     END-IF.
018891 0525-EXIT.
018892     EXIT.
018893
018894 0530-LOAD-FATURAS-ABERTAS.
018895     OPEN INPUT INVOICE-FILE
018896     IF WS-FAT-FILE-STATUS NOT = "00"
018897         GO TO 0530-EXIT
018898     END-IF
018899     PERFORM 0535-LOAD-ONE-FATURA THRU 0535-EXIT
018900         UNTIL WS-FAT-EOF
018901     CLOSE INVOICE-FILE.
018902 0530-EXIT.
018903     EXIT.
018904
018905 0535-LOAD-ONE-FATURA.
018906     READ INVOICE-FILE
018907         AT END
018908             MOVE "Y" TO WS-FAT-EOF-SW
018909             GO TO 0535-EXIT
018910     END-READ
018911     IF NOT FAT-ABERTA
018912         GO TO 0535-EXIT
018913     END-IF
018914     MOVE FAT-GRUPO-ID TO WS-CF-CHAVE
018915     PERFORM 1478-LOOKUP-CLIENTE-FRET THRU 1478-EXIT
018916     IF NOT WS-CF-FOUND
018917         GO TO 0535-EXIT
018918     END-IF
018919     ADD FAT-VALOR TO WS-CF-ABERTO(WS-CF-IDX)
018920     MOVE FAT-VENCIMENTO TO WS-FRET-VENC
018921     IF FAT-VENCIMENTO = SPACES
018922         IF FAT-DATE NOT NUMERIC
018923             GO TO 0535-EXIT
018924         END-IF
018925         MOVE FAT-DATE TO WS-FRET-DATA-NUM
018926         COMPUTE WS-FRET-DIAS-INT =
018927             FUNCTION INTEGER-OF-DATE(WS-FRET-DATA-NUM)
018928             + WS-CF-PRAZO(WS-CF-IDX)
018929         COMPUTE WS-FRET-DATA-NUM =
018930             FUNCTION DATE-OF-INTEGER(WS-FRET-DIAS-INT)
018931         MOVE WS-FRET-DATA-NUM TO WS-FRET-VENC
018932     END-IF
018933     IF WS-FRET-VENC < WS-CURRENT-DATE
018934         MOVE "Y" TO WS-CF-VENCIDA-SW(WS-CF-IDX)
018935     END-IF.
018936 0535-EXIT.
018937     EXIT.
018938
018939******************************************************************
018940*  0540-LOAD-RETIDAS
018941*  CARREGA AS RESERVAS DE GRUPO RETIDAS POR CREDITO. DATA DE
018942*  VIAGEM JA PASSADA SAI DA TABELA (E DO ARQUIVO NA REGRAVACAO).
018943******************************************************************
018944 0540-LOAD-RETIDAS.
018945     OPEN INPUT GROUP-HOLD-FILE
018946     IF WS-RET-FILE-STATUS NOT = "00"
018947         GO TO 0540-EXIT
018948     END-IF
018949     PERFORM 0545-LOAD-ONE-RETIDA THRU 0545-EXIT
018950         UNTIL WS-RET-EOF
018951     CLOSE GROUP-HOLD-FILE.
018952 0540-EXIT.
018953     EXIT.
018954
018955 0545-LOAD-ONE-RETIDA.
018956     READ GROUP-HOLD-FILE
018957         AT END
018958             MOVE "Y" TO WS-RET-EOF-SW
018959             GO TO 0545-EXIT
018960     END-READ
018961     IF RET-DATA < WS-CURRENT-DATE
018962         MOVE "Y" TO WS-RT-CHANGED-SW
018963         GO TO 0545-EXIT
018964     END-IF
018965     IF WS-RT-COUNT >= 200
018966         ADD 1 TO WS-RT-DROPPED
018967         GO TO 0545-EXIT
018968     END-IF
018969     ADD 1 TO WS-RT-COUNT
018970     SET WS-RT-IDX TO WS-RT-COUNT
018971     MOVE RET-GRUPO-ID     TO WS-RT-GRUPO(WS-RT-IDX)
018972     MOVE RET-TRIP-ID      TO WS-RT-TRIP(WS-RT-IDX)
018973     MOVE RET-DATA         TO WS-RT-DATA(WS-RT-IDX)
018974     MOVE RET-VALOR        TO WS-RT-VALOR(WS-RT-IDX)
018975     MOVE RET-MOTIVO       TO WS-RT-MOTIVO(WS-RT-IDX)
018976     MOVE RET-SITUACAO     TO WS-RT-SITUACAO(WS-RT-IDX)
018977     MOVE RET-PEDIDO-DATA  TO WS-RT-PEDIDO-DATA(WS-RT-IDX)
018978     MOVE RET-PEDIDO-ID    TO WS-RT-PEDIDO-ID(WS-RT-IDX)
018979     MOVE RET-DECISAO-DATA TO WS-RT-DECISAO-DATA(WS-RT-IDX)
018980     MOVE RET-DECISAO-OPER TO WS-RT-DECISAO-OPER(WS-RT-IDX)
018981     MOVE RET-MANIFESTO    TO WS-RT-MANIFESTO(WS-RT-IDX).
018982 0545-EXIT.
018983     EXIT.
018984******************************************************************
018985*  1420-RESERVA-ASSENTOS
018986*  ABATE A RESERVA DO ESTOQUE DA PARTIDA (TRIP-ID + DATA DE
018987*  VIAGEM): A VENDA ANTECIPADA (DATA DE VIAGEM FUTURA) UM
018988*  ASSENTO, A RESERVA DE GRUPO O TAMANHO DO GRUPO. O ESTOQUE
018989*  NASCE NA PRIMEIRA RESERVA COM OS ASSENTOS DO VEICULO ATUAL DA
018990*  PARTIDA. SE NAO CABE, LIGA WS-EM-ESPERA E NADA E ABATIDO.
018991*  PARTIDA SEM VEICULO (OU TABELA CHEIA) SEGUE SEM ESTOQUE.
018992******************************************************************
018993 1420-RESERVA-ASSENTOS.
018994     MOVE "N" TO WS-EM-ESPERA-SW
018995     IF WS-ASSENTO-GARANTIDO
018996         OR MANIFEST-TRIP-ID = SPACES
018997         OR WS-DATA-VIAGEM < RUN-STAMP-DATE
018998         GO TO 1420-EXIT
018999     END-IF
019000     IF MANIFEST-GRUPO-ID = SPACES
019001         AND WS-DATA-VIAGEM NOT > RUN-STAMP-DATE
019002         GO TO 1420-EXIT
019003     END-IF
019004     MOVE 1 TO WS-RESERVA-QTD
019005     IF MANIFEST-GRUPO-ID NOT = SPACES
019006         AND MANIFEST-GRUPO-QTD NUMERIC
019007         AND MANIFEST-GRUPO-QTD > ZERO
019008         MOVE MANIFEST-GRUPO-QTD TO WS-RESERVA-QTD
019009     END-IF
019010     PERFORM 1440-RESOLVE-CAPACIDADE THRU 1440-EXIT
019011     IF NOT WS-VE-FOUND
019012         ADD 1 TO WS-SEM-ESTOQUE-COUNT
019013         GO TO 1420-EXIT
019014     END-IF
019015     PERFORM 1430-MATCH-ASSENTO THRU 1430-EXIT
019016     IF NOT WS-AS-FOUND
019017         IF WS-AS-COUNT >= 500
019018             ADD 1 TO WS-SEM-ESTOQUE-COUNT
019019             GO TO 1420-EXIT
019020         END-IF
019021         ADD 1 TO WS-AS-COUNT
019022         MOVE WS-AS-COUNT      TO WS-AS-POS
019023         SET WS-AS-IDX TO WS-AS-POS
019024         MOVE MANIFEST-TRIP-ID TO WS-AS-TRIP(WS-AS-IDX)
019025         MOVE WS-DATA-VIAGEM   TO WS-AS-DATA(WS-AS-IDX)
019026         MOVE ZERO             TO WS-AS-RESERVADOS(WS-AS-IDX)
019027     END-IF
019028     SET WS-AS-IDX TO WS-AS-POS
019029*    TROCA DE VEICULO NO TRIPVEIC VALE JA PARA ESTA RESERVA.
019030     MOVE WS-VEIC-WK    TO WS-AS-VEIC(WS-AS-IDX)
019031     MOVE WS-CAPACIDADE TO WS-AS-CAPACIDADE(WS-AS-IDX)
019032     MOVE "Y" TO WS-AS-CHANGED-SW
019033     IF WS-AS-RESERVADOS(WS-AS-IDX) + WS-RESERVA-QTD
019034         > WS-AS-CAPACIDADE(WS-AS-IDX)
019035         MOVE "Y" TO WS-EM-ESPERA-SW
019036         GO TO 1420-EXIT
019037     END-IF
019038     ADD WS-RESERVA-QTD TO WS-AS-RESERVADOS(WS-AS-IDX)
019039     ADD 1 TO WS-RESERVA-COUNT
019040     ADD WS-RESERVA-QTD TO WS-ASSENTOS-COUNT.
019041 1420-EXIT.
019042     EXIT.
019043
019044 1430-MATCH-ASSENTO.
019045     MOVE "N" TO WS-AS-FOUND-SW
019046     PERFORM 1435-MATCH-ONE-ASSENTO THRU 1435-EXIT
019047         VARYING WS-AS-SCAN FROM 1 BY 1
019048         UNTIL WS-AS-SCAN > WS-AS-COUNT OR WS-AS-FOUND.
019049 1430-EXIT.
019050     EXIT.
019051
019052 1435-MATCH-ONE-ASSENTO.
019053     SET WS-AS-IDX TO WS-AS-SCAN
019054     IF WS-AS-TRIP(WS-AS-IDX) = MANIFEST-TRIP-ID
019055         AND WS-AS-DATA(WS-AS-IDX) = WS-DATA-VIAGEM
019056         MOVE WS-AS-SCAN TO WS-AS-POS
019057         MOVE "Y" TO WS-AS-FOUND-SW
019058     END-IF.
019059 1435-EXIT.
019060     EXIT.
019061
019062******************************************************************
019063*  1440-RESOLVE-CAPACIDADE
019064*  VEICULO DA PARTIDA (TRIPVEIC) E SEUS ASSENTOS (VEICMAST).
019065******************************************************************
019066 1440-RESOLVE-CAPACIDADE.
019067     MOVE "N"    TO WS-VE-FOUND-SW
019068     MOVE SPACES TO WS-VEIC-WK
019069     MOVE ZERO   TO WS-CAPACIDADE
019070     PERFORM 1445-MATCH-TV THRU 1445-EXIT
019071         VARYING WS-TV-IDX FROM 1 BY 1
019072         UNTIL WS-TV-IDX > WS-TV-COUNT
019073            OR WS-VEIC-WK NOT = SPACES
019074     IF WS-VEIC-WK = SPACES
019075         GO TO 1440-EXIT
019076     END-IF
019077     PERFORM 1448-MATCH-VE THRU 1448-EXIT
019078         VARYING WS-VE-IDX FROM 1 BY 1
019079         UNTIL WS-VE-IDX > WS-VE-COUNT
019080            OR WS-VE-FOUND.
019081 1440-EXIT.
019082     EXIT.
019083
019084 1445-MATCH-TV.
019085     IF WS-TV-TRIP(WS-TV-IDX) = MANIFEST-TRIP-ID
019086         MOVE WS-TV-VEIC(WS-TV-IDX) TO WS-VEIC-WK
019087     END-IF.
019088 1445-EXIT.
019089     EXIT.
019090
019091 1448-MATCH-VE.
019092     IF WS-VE-ID(WS-VE-IDX) = WS-VEIC-WK
019093         MOVE WS-VE-ASSENTOS(WS-VE-IDX) TO WS-CAPACIDADE
019094         MOVE "Y" TO WS-VE-FOUND-SW
019095     END-IF.
019096 1448-EXIT.
019097     EXIT.
019098
019099******************************************************************
019100*  1460-POE-EM-ESPERA
019101*  A RESERVA QUE NAO COUBE VAI PARA A LISTA DE ESPERA COM A LINHA
019102*  DO MANIFESTO INTEIRA - SEM PASSAGEM E SEM VALOR; SAI NO
019103*  RELATORIO E NA AUDITORIA COMO "LISTA DE ESPERA".
019104******************************************************************
019105 1460-POE-EM-ESPERA.
019106     MOVE "LISTA DE ESPERA" TO WS-CATEGORIA
019107     MOVE ZERO              TO WS-TARIFA
019108     IF WS-ES-COUNT >= 200
019109         ADD 1 TO WS-ES-SEM-VAGA
019110         MOVE "SEM VAGA ESPERA" TO WS-CATEGORIA
019111     ELSE
019112         ADD 1 TO WS-ES-COUNT
019113         SET WS-ES-IDX TO WS-ES-COUNT
019114         MOVE MANIFEST-TRIP-ID TO WS-ES-TRIP(WS-ES-IDX)
019115         MOVE WS-DATA-VIAGEM   TO WS-ES-DATA(WS-ES-IDX)
019116         MOVE WS-RESERVA-QTD   TO WS-ES-QTD(WS-ES-IDX)
019117         MOVE "E"              TO WS-ES-SITUACAO(WS-ES-IDX)
019118         MOVE RUN-STAMP-DATE   TO WS-ES-PEDIDO-DATA(WS-ES-IDX)
019119         MOVE RUN-STAMP-ID     TO WS-ES-PEDIDO-ID(WS-ES-IDX)
019120         MOVE SPACES           TO WS-ES-PROMOCAO-DATA(WS-ES-IDX)
019121         MOVE MANIFEST-RECORD  TO WS-ES-MANIFESTO(WS-ES-IDX)
019122         MOVE "Y" TO WS-ES-CHANGED-SW
019123         ADD 1 TO WS-ESPERA-COUNT
019124     END-IF
019125     PERFORM 1800-WRITE-REPORT-LINE
019126     PERFORM 7000-WRITE-AUDIT.
019127 1460-EXIT.
019128     EXIT.
019129
019130******************************************************************
019131*  1470-CONFERE-CREDITO
019132*  CONFERE O CREDITO DO CLIENTE DA RESERVA DE GRUPO: SEM CADASTRO
019133*  ATIVO (C), COM FATURA VENCIDA (V) OU COM O SALDO EM ABERTO MAIS
019134*  ESTA RESERVA ACIMA DO LIMITE (L), LIGA WS-GRUPO-RETIDO. A
019135*  PROMOVIDA DA LISTA DE ESPERA E A RETIDA JA APROVADA NAO SAO
019136*  CONFERIDAS DE NOVO.
019137******************************************************************
019138 1470-CONFERE-CREDITO.
019139     MOVE "N" TO WS-GRUPO-RETIDO-SW
019140     IF WS-ASSENTO-GARANTIDO
019141         OR WS-CREDITO-LIBERADO
019142         GO TO 1470-EXIT
019143     END-IF
019144     MOVE "Y" TO WS-GRUPO-RETIDO-SW
019145     MOVE MANIFEST-GRUPO-ID TO WS-CF-CHAVE
019146     PERFORM 1478-LOOKUP-CLIENTE-FRET THRU 1478-EXIT
019147     MOVE "C" TO WS-RT-MOTIVO-WK
019148     IF NOT WS-CF-FOUND
019149         GO TO 1470-EXIT
019150     END-IF
019151     IF WS-CF-ATIVO(WS-CF-IDX) NOT = "A"
019152         GO TO 1470-EXIT
019153     END-IF
019154     MOVE "V" TO WS-RT-MOTIVO-WK
019155     IF WS-CF-VENCIDA-SW(WS-CF-IDX) = "Y"
019156         GO TO 1470-EXIT
019157     END-IF
019158     MOVE "L" TO WS-RT-MOTIVO-WK
019159     PERFORM 1180-PRICE-GROUP THRU 1180-EXIT
019160     COMPUTE WS-FRET-EXPOSICAO =
019161         WS-CF-ABERTO(WS-CF-IDX) + WS-TARIFA
019162     IF WS-FRET-EXPOSICAO > WS-CF-LIMITE(WS-CF-IDX)
019163         GO TO 1470-EXIT
019164     END-IF
019165     MOVE "N" TO WS-GRUPO-RETIDO-SW.
019166 1470-EXIT.
019167     EXIT.
019168
019169*    O GRUPO EMITIDO ENTRA NO SALDO EM ABERTO DO CLIENTE - A
019170*    PROXIMA RESERVA DELE NESTA EXECUCAO JA O ENXERGA.
019171 1475-SOMA-EXPOSICAO.
019172     MOVE MANIFEST-GRUPO-ID TO WS-CF-CHAVE
019173     PERFORM 1478-LOOKUP-CLIENTE-FRET THRU 1478-EXIT
019174     IF WS-CF-FOUND
019175         ADD WS-TARIFA TO WS-CF-ABERTO(WS-CF-IDX)
019176     END-IF.
019177 1475-EXIT.
019178     EXIT.
019179
019180 1478-LOOKUP-CLIENTE-FRET.
019181     MOVE "N" TO WS-CF-FOUND-SW
019182     PERFORM 1479-MATCH-CLIENTE-FRET THRU 1479-EXIT
019183         VARYING WS-CF-SCAN FROM 1 BY 1
019184         UNTIL WS-CF-SCAN > WS-CF-COUNT OR WS-CF-FOUND.
019185 1478-EXIT.
019186     EXIT.
019187
019188 1479-MATCH-CLIENTE-FRET.
019189     SET WS-CF-IDX TO WS-CF-SCAN
019190     IF WS-CF-ID(WS-CF-IDX) = WS-CF-CHAVE
019191         MOVE "Y" TO WS-CF-FOUND-SW
019192     END-IF.
019193 1479-EXIT.
019194     EXIT.
019195
019196******************************************************************
019197*  1480-RETEM-GRUPO
019198*  A RESERVA DE GRUPO SEM CREDITO VAI PARA AS RETIDAS COM A LINHA
019199*  DO MANIFESTO INTEIRA - SEM PASSAGEM, SEM ASSENTO E SEM VALOR;
019200*  SAI NO RELATORIO E NA AUDITORIA COM O MOTIVO NA CATEGORIA.
019201******************************************************************
019202 1480-RETEM-GRUPO.
019203     EVALUATE WS-RT-MOTIVO-WK
019204         WHEN "L"
019205             MOVE "RETIDA LIMITE"   TO WS-CATEGORIA
019206         WHEN "V"
019207             MOVE "RETIDA VENCIDA"  TO WS-CATEGORIA
019208         WHEN OTHER
019209             MOVE "RETIDA CADASTRO" TO WS-CATEGORIA
019210     END-EVALUATE
019211     MOVE ZERO TO WS-TARIFA
019212     IF WS-RT-COUNT >= 200
019213         ADD 1 TO WS-RT-SEM-VAGA
019214         MOVE "RETIDA SEM VAGA" TO WS-CATEGORIA
019215     ELSE
019216         ADD 1 TO WS-RT-COUNT
019217         SET WS-RT-IDX TO WS-RT-COUNT
019218         MOVE MANIFEST-GRUPO-ID TO WS-RT-GRUPO(WS-RT-IDX)
019219         MOVE MANIFEST-TRIP-ID  TO WS-RT-TRIP(WS-RT-IDX)
019220         MOVE WS-DATA-VIAGEM    TO WS-RT-DATA(WS-RT-IDX)
019221         IF MANIFEST-GRUPO-TAXA NUMERIC
019222             MOVE MANIFEST-GRUPO-TAXA TO WS-RT-VALOR(WS-RT-IDX)
019223         ELSE
019224             MOVE ZERO TO WS-RT-VALOR(WS-RT-IDX)
019225         END-IF
019226         MOVE WS-RT-MOTIVO-WK   TO WS-RT-MOTIVO(WS-RT-IDX)
019227         MOVE "R"               TO WS-RT-SITUACAO(WS-RT-IDX)
019228         MOVE RUN-STAMP-DATE    TO WS-RT-PEDIDO-DATA(WS-RT-IDX)
019229         MOVE RUN-STAMP-ID      TO WS-RT-PEDIDO-ID(WS-RT-IDX)
019230         MOVE SPACES            TO WS-RT-DECISAO-DATA(WS-RT-IDX)
019231         MOVE SPACES            TO WS-RT-DECISAO-OPER(WS-RT-IDX)
019232         MOVE MANIFEST-RECORD   TO WS-RT-MANIFESTO(WS-RT-IDX)
019233         MOVE "Y" TO WS-RT-CHANGED-SW
019234         ADD 1 TO WS-RETIDA-COUNT
019235     END-IF
019236     PERFORM 1800-WRITE-REPORT-LINE
019237     PERFORM 7000-WRITE-AUDIT.
019238 1480-EXIT.
019239     EXIT.
019240******************************************************************
019241*  2500-EMITE-PROMOVIDOS
019242*  EMITE AS RESERVAS QUE O ESTORNO PROMOVEU DA LISTA DE ESPERA:
019243*  A LINHA DO MANIFESTO GUARDADA PASSA PELO PROCESSAMENTO NORMAL,
019244*  SEM ABATER DE NOVO O ESTOQUE (OS ASSENTOS JA FORAM SEPARADOS).
019245*  NO TREINO A LISTA FICA COMO ESTA.
019246******************************************************************
019247 2500-EMITE-PROMOVIDOS.
019248     IF WS-PRACTICE
019249         OR WS-CTL-MISMATCH
019250         GO TO 2500-EXIT
019251     END-IF
019252     MOVE "Y" TO WS-GARANTIDO-SW
019253     PERFORM 2550-EMITE-UM-PROMOVIDO THRU 2550-EXIT
019254         VARYING WS-ES-SCAN FROM 1 BY 1
019255         UNTIL WS-ES-SCAN > WS-ES-COUNT
019256     MOVE "N" TO WS-GARANTIDO-SW.
019257 2500-EXIT.
019258     EXIT.
019259
019260 2550-EMITE-UM-PROMOVIDO.
019261     SET WS-ES-IDX TO WS-ES-SCAN
019262     IF WS-ES-SITUACAO(WS-ES-IDX) NOT = "P"
019263         GO TO 2550-EXIT
019264     END-IF
019265     MOVE WS-ES-MANIFESTO(WS-ES-IDX) TO MANIFEST-RECORD
019266     PERFORM 2000-PROCESS-PASSENGER THRU 2000-EXIT
019267     SET WS-ES-IDX TO WS-ES-SCAN
019268     MOVE "B" TO WS-ES-SITUACAO(WS-ES-IDX)
019269     MOVE "Y" TO WS-ES-CHANGED-SW
019270     ADD 1 TO WS-PROMOVIDO-COUNT.
019271 2550-EXIT.
019272     EXIT.
019273
019274******************************************************************
019275*  2600-EMITE-LIBERADAS
019276*  EMITE AS RESERVAS DE GRUPO RETIDAS QUE O SUPERVISOR APROVOU NO
019277*  CLIMANT: A LINHA DO MANIFESTO GUARDADA PASSA PELO PROCESSAMENTO
019278*  NORMAL SEM NOVA CONSULTA DE CREDITO (O ESTOQUE DE ASSENTOS E
019279*  CONFERIDO COMO EM QUALQUER RESERVA). NO TREINO AS RETIDAS FICAM
019280*  COMO ESTAO.
019281******************************************************************
019282 2600-EMITE-LIBERADAS.
019283     IF WS-PRACTICE
019284         OR WS-CTL-MISMATCH
019285         GO TO 2600-EXIT
019286     END-IF
019287     MOVE "Y" TO WS-CREDITO-LIBERADO-SW
019288     PERFORM 2650-EMITE-UMA-LIBERADA THRU 2650-EXIT
019289         VARYING WS-RT-SCAN FROM 1 BY 1
019290         UNTIL WS-RT-SCAN > WS-RT-COUNT
019291     MOVE "N" TO WS-CREDITO-LIBERADO-SW.
019292 2600-EXIT.
019293     EXIT.
019294
019295 2650-EMITE-UMA-LIBERADA.
019296     SET WS-RT-IDX TO WS-RT-SCAN
019297     IF WS-RT-SITUACAO(WS-RT-IDX) NOT = "A"
019298         GO TO 2650-EXIT
019299     END-IF
019300     MOVE WS-RT-MANIFESTO(WS-RT-IDX) TO MANIFEST-RECORD
019301     PERFORM 2000-PROCESS-PASSENGER THRU 2000-EXIT
019302     SET WS-RT-IDX TO WS-RT-SCAN
019303     MOVE "E" TO WS-RT-SITUACAO(WS-RT-IDX)
019304     MOVE "Y" TO WS-RT-CHANGED-SW
019305     ADD 1 TO WS-LIBERADA-COUNT.
019306 2650-EXIT.
019307     EXIT.
019308******************************************************************
019309*  1800-WRITE-REPORT-LINE
019310*  GRAVA A LINHA DE DETALHE DE UM PASSAGEIRO NO RELATORIO.
019311******************************************************************
019312 1800-WRITE-REPORT-LINE.
019313     MOVE WS-TARIFA      TO WS-TARIFA-ED
019314     MOVE SPACES         TO WS-TARIFA-DISP
019315     STRING "R$" DELIMITED BY SIZE
019316            FUNCTION TRIM(WS-TARIFA-ED) DELIMITED BY SIZE
019317         INTO WS-TARIFA-DISP
019318     MOVE SPACES TO REPORT-LINE
019319     STRING IDADE          DELIMITED BY SIZE
019320            "    "         DELIMITED BY SIZE
019321            ROTA           DELIMITED BY SIZE
019322            "   "          DELIMITED BY SIZE
019323            WS-CATEGORIA   DELIMITED BY SIZE
019324            " "            DELIMITED BY SIZE
019325            WS-TARIFA-DISP DELIMITED BY SIZE
019326         INTO REPORT-LINE
019327     WRITE REPORT-LINE.
019328
019329******************************************************************
019330*  7000-WRITE-AUDIT
019331*  GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COMPARTILHADA.
019332******************************************************************
019333  7000-WRITE-AUDIT.
019334      MOVE "VIAGEM"          TO AUDIT-PROGRAM-ID
019335*     A TRILHA LEVA A DATA DO NEGOCIO (DIA UTIL DO DIAUTIL),
019336*     NAO A DATA DO RELOGIO - NUMA MADRUGADA DE SABADO A
019337*     AUDITORIA TEM DE CAIR NO MESMO DIA QUE OS DEMAIS ARQUIVOS.
019338      MOVE WS-CURRENT-DATE TO AUDIT-DATE
019339      ACCEPT AUDIT-TIME FROM TIME
019340      MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
019341      MOVE ROTA               TO AUDIT-KEY
019342      MOVE SPACES             TO AUDIT-DETAIL
019343      STRING "IDADE=" IDADE " CATEGORIA=" WS-CATEGORIA
019344             " TARIFA=" WS-TARIFA
019345          DELIMITED BY SIZE INTO AUDIT-DETAIL
019346      CALL "AUDITWR" USING AUDIT-RECORD.
019347
019348******************************************************************
019349*  7200-WRITE-STREAM-CKPT
019350*  GRAVA UM PONTO DE CONTROLE NO FLUXO NOTURNO (NIGHTCKP) MARCANDO
019351*  ESTE PASSO COMO CONCLUIDO HOJE, PARA QUE UMA RESUBMISSAO DO JOB
019352*  APOS UM ABEND NAO REPITA UM PASSO QUE JA TERMINOU BEM.
019353******************************************************************
019354 7200-WRITE-STREAM-CKPT.
019355     OPEN EXTEND STREAM-CHECKPOINT-FILE
019356     IF WS-STREAM-CKPT-FILE-STATUS = "35"
019357         OPEN OUTPUT STREAM-CHECKPOINT-FILE
019358         CLOSE STREAM-CHECKPOINT-FILE
019359         OPEN EXTEND STREAM-CHECKPOINT-FILE
019360     END-IF
019361     MOVE "VIAGEM"          TO CKPT-STEP-NAME
019362     MOVE WS-CURRENT-DATE   TO CKPT-RUN-DATE
019363     MOVE "C"               TO CKPT-STATUS
019364     WRITE STREAM-CHECKPOINT-RECORD
019365     CLOSE STREAM-CHECKPOINT-FILE.
019366 7200-EXIT.
019367     EXIT.
019368
019369******************************************************************
019370*  8000-READ-MANIFEST
019371*  LE O PROXIMO REGISTRO DO MANIFESTO DE PASSAGEIROS.
019372******************************************************************
019373 8000-READ-MANIFEST.
019374     IF WS-ASSENTO-GARANTIDO
019375         OR WS-CREDITO-LIBERADO
019376         GO TO 8000-EXIT
019377     END-IF
019380     READ PASSENGER-MANIFEST-FILE
019390         AT END
019400             MOVE "Y" TO WS-EOF-SW
019540******************************************************************
019550*  8100-HANDLE-CONTROL
019560*  GUARDA OS TOTAIS DO TRAILER PARA A CONFERENCIA DO FIM DA
019561*  EXECUCAO; DO HEADER GUARDA A DATA, QUE ENTRA NA IMPRESSAO
019562*  DIGITAL DA REMESSA.
019580******************************************************************
019590 8100-HANDLE-CONTROL.
019591     IF CTL-HEADER
019592         MOVE CTL-BUS-DATE TO WS-HDR-DATA
019593     END-IF
019600     IF CTL-TRAILER
019610         MOVE "Y" TO WS-TRL-SEEN-SW
019620         IF CTL-REC-COUNT IS NUMERIC
019740******************************************************************
019750 0500-LOOKUP-ROTA.
019760     MOVE "Y" TO WS-ROTA-NAO-ENCONTRADA
019763     MOVE ZERO TO WS-TETO-ROTA-DIA
019766     MOVE ZERO TO WS-TETO-ROTA-SEMANA
019770     MOVE SPACES TO WS-BEST-EFFECTIVE
019780     PERFORM 0550-TRY-ROTA-ENTRY THRU 0550-EXIT
019790         VARYING WS-ROTA-IDX FROM 1 BY 1
020030         MOVE WS-ROTA-EFFECTIVE(WS-ROTA-IDX)
020040             TO WS-BEST-EFFECTIVE
020050         MOVE WS-ROTA-PRECO-CHEIO(WS-ROTA-IDX) TO WS-PRECO-CHEIO
020052         MOVE WS-ROTA-TETO-DIA(WS-ROTA-IDX) TO WS-TETO-ROTA-DIA
020054         MOVE WS-ROTA-TETO-SEMANA(WS-ROTA-IDX)
020056             TO WS-TETO-ROTA-SEMANA
020060         MOVE "N" TO WS-ROTA-NAO-ENCONTRADA
020070     END-IF.
020080 0550-EXIT.
021670     IF MANIFEST-GRUPO-ID NOT = SPACES
021680         GO TO 1600-EXIT
021690     END-IF
021691*    CARTAO E PIX NAO PASSAM PELA GAVETA - CHEGAM PELA ADQUIRENTE
021692*    E SAO CONCILIADOS PELO ADQCONC, FORA DO EXPDEP.
021693     IF NOT WS-PAG-DINHEIRO
021694         GO TO 1600-EXIT
021695     END-IF
021700     IF MANIFEST-CAIXA-ID = SPACES
021710         GO TO 1600-EXIT
021720     END-IF
022000 1650-EXIT.
022010     EXIT.
022020
022021******************************************************************
022022*  1550-RESOLVE-PAGAMENTO
022023*  NORMALIZA O MEIO DE PAGAMENTO DO MANIFESTO E SOMA CARTAO E PIX
022024*  NOS TOTAIS DO RELATORIO. BRANCO E DINHEIRO; CODIGO DESCONHECIDO
022025*  TAMBEM VALE DINHEIRO (A GAVETA RESPONDE POR ELE) E E CONTADO.
022026******************************************************************
022027 1550-RESOLVE-PAGAMENTO.
022028     EVALUATE TRUE
022029         WHEN MANIFEST-PAG-CARTAO
022030             MOVE "C" TO WS-PAGAMENTO-WK
022031             ADD 1         TO WS-CARTAO-COUNT
022032             ADD WS-TARIFA TO WS-CARTAO-TARIFA
022033         WHEN MANIFEST-PAG-PIX
022034             MOVE "P" TO WS-PAGAMENTO-WK
022035             ADD 1         TO WS-PIX-COUNT
022036             ADD WS-TARIFA TO WS-PIX-TARIFA
022037         WHEN MANIFEST-PAG-DINHEIRO
022038             MOVE "D" TO WS-PAGAMENTO-WK
022039         WHEN OTHER
022040             MOVE "D" TO WS-PAGAMENTO-WK
022041             ADD 1 TO WS-PAG-INVALIDO-COUNT
022042     END-EVALUATE.
022043 1550-EXIT.
022044     EXIT.
022045
022046******************************************************************
022047*  1000-CLASSIFY-FARE
022050*  DETERMINA A CATEGORIA DE TARIFA E O MULTIPLICADOR A PARTIR DA
022060*  IDADE DO PASSAGEIRO.
022070******************************************************************
