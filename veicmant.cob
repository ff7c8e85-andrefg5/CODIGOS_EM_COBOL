000120*  VEICULO (ASSENTOS + TOLERANCIA EM PE), ATRIBUIR UMA PARTIDA A
000130*  UM VEICULO E LISTAR OS DOIS CADASTROS. O RELATORIO DE LOTACAO
000140*  (LOTACAO) RESOLVE A CAPACIDADE DE CADA PARTIDA POR AQUI.
000142*  O TIPO DO VEICULO LIGA-O AO PLANO DE MANUTENCAO PREVENTIVA
000144*  (MANPLANO) DO FROTAMAN; A PARTIDA NAO E ATRIBUIDA A VEICULO COM
000146*  INSPECAO DE SEGURANCA VENCIDA (POR KM NO FROTAKM OU POR DATA,
000148*  CONTRA O ULTIMO SERVICO NO MANUTLOG).
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000182*  2026-10-15 AFG   TIPO DO VEICULO NA INCLUSAO E NA NOVA ACAO T;
000184*                   ATRIBUICAO RECUSADA A VEICULO COM INSPECAO DE
000186*                   SEGURANCA DO PLANO VENCIDA.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000290     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000311     SELECT MAINT-PLAN-FILE ASSIGN TO "MANPLANO"
000312         ORGANIZATION IS LINE SEQUENTIAL
000313         FILE STATUS  IS WS-PLANO-FILE-STATUS.
000314     SELECT FLEET-KM-FILE ASSIGN TO "FROTAKM"
000315         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS  IS WS-FKM-FILE-STATUS.
000317     SELECT MAINT-LOG-FILE ASSIGN TO "MANUTLOG"
000318         ORGANIZATION IS LINE SEQUENTIAL
000319         FILE STATUS  IS WS-MNT-FILE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  VEHICLE-MASTER-FILE
000400 FD  AUDIT-LOG-FILE
000410     RECORDING MODE IS F.
000420     COPY AUDITREC.
000421 FD  MAINT-PLAN-FILE
000422     RECORDING MODE IS F.
000423     COPY MANPLANREC.
000424 FD  FLEET-KM-FILE
000425     RECORDING MODE IS F.
000426     COPY FROTAKMREC.
000427 FD  MAINT-LOG-FILE
000428     RECORDING MODE IS F.
000429     COPY MANUTREC.
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000460     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000470     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000472     05  WS-PLANO-FILE-STATUS    PIC X(02)   VALUE "00".
000474     05  WS-FKM-FILE-STATUS      PIC X(02)   VALUE "00".
000476     05  WS-MNT-FILE-STATUS      PIC X(02)   VALUE "00".
000480     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
000490         88  WS-VEIC-EOF                     VALUE "Y".
000500     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
000510         88  WS-TRV-EOF                      VALUE "Y".
000511     05  WS-PLANO-EOF-SW         PIC X(01)   VALUE "N".
000512         88  WS-PLANO-EOF                    VALUE "Y".
000513     05  WS-FKM-EOF-SW           PIC X(01)   VALUE "N".
000514         88  WS-FKM-EOF                      VALUE "Y".
000515     05  WS-MNT-EOF-SW           PIC X(01)   VALUE "N".
000516         88  WS-MNT-EOF                      VALUE "Y".
000520     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000530         88  WS-EXIT                         VALUE "Y".
000540     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000550         88  WS-SIGNON-VALID                 VALUE "Y".
000560     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000570         88  WS-FOUND                        VALUE "Y".
000573     05  WS-VENCIDA-SW           PIC X(01)   VALUE "N".
000576         88  WS-VENCIDA                      VALUE "Y".
000580 01  WS-MSG-CODE-WK              PIC X(08).
000590 01  WS-MSG-TEXT-WK              PIC X(60).
000600 01  WS-OPERATOR-ID              PIC X(08).
000670 01  WS-IN-DESC                  PIC X(20).
000680 01  WS-IN-ASSENTOS              PIC X(03).
000690 01  WS-IN-EM-PE                 PIC X(03).
000695 01  WS-IN-TIPO                  PIC X(02).
000700 01  WS-IN-TRIP                  PIC X(12).
000710 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000720 01  WS-SCAN                     PIC 9(03).
000721 01  WS-SCAN2                    PIC 9(03).
000722 01  WS-HOJE                     PIC X(08).
000723 01  WS-DATA-NUM                 PIC 9(08).
000724 01  WS-INT-HOJE                 PIC 9(07).
000725 01  WS-INT-PROX                 PIC 9(07).
000726 01  WS-VENC-SERVICO             PIC X(04).
000727 01  WS-VENC-MOTIVO              PIC X(20).
000728 01  WS-KM-ED                    PIC ZZZZZZ9.
000730
000740******************************************************************
000750*  CADASTROS CARREGADOS EM MEMORIA; REGRAVADOS INTEIROS NA SAIDA
000830         10  WS-VE-ASSENTOS      PIC 9(03).
000840         10  WS-VE-EM-PE         PIC 9(03).
000850         10  WS-VE-ACTIVE        PIC X(01).
000853         10  WS-VE-TIPO          PIC X(02).
000856         10  WS-VE-KM            PIC 9(07)V9.
000858         10  WS-VE-LEIT-DATA     PIC X(08).
000860 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
000870 01  WS-TV-TABLE.
000880     05  WS-TV-ENTRY OCCURS 200 TIMES
000900         10  WS-TV-TRIP          PIC X(12).
000910         10  WS-TV-VEIC          PIC X(06).
000920 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
000921******************************************************************
000922*  INSPECOES DE SEGURANCA DO PLANO (MANPLANO) E ULTIMO SERVICO DE
000923*  CADA VEICULO (MANUTLOG), PARA A CONFERENCIA DA ATRIBUICAO. O
000924*  ODOMETRO (FROTAKM) FICA NA TABELA DE VEICULOS.
000925******************************************************************
000926 01  WS-PL-TABLE.
000927     05  WS-PL-ENTRY OCCURS 50 TIMES
000928                     INDEXED BY WS-PL-IDX.
000929         10  WS-PL-TIPO          PIC X(02).
000930         10  WS-PL-SERVICO       PIC X(04).
000931         10  WS-PL-KM            PIC 9(06).
000932         10  WS-PL-DIAS          PIC 9(04).
000933 01  WS-PL-COUNT                 PIC 9(03)   VALUE ZERO.
000934 01  WS-MT-TABLE.
000935     05  WS-MT-ENTRY OCCURS 200 TIMES
000936                     INDEXED BY WS-MT-IDX.
000937         10  WS-MT-VEIC          PIC X(06).
000938         10  WS-MT-SERVICO       PIC X(04).
000939         10  WS-MT-DATA          PIC X(08).
000940         10  WS-MT-KM            PIC 9(07)V9.
000941 01  WS-MT-COUNT                 PIC 9(03)   VALUE ZERO.
000942 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000943     88  WS-OVERFLOW                         VALUE "Y".
000950
000960 PROCEDURE DIVISION.
000970
001510******************************************************************
001520*  1000-INITIALIZE
001530*  CARREGA OS DOIS CADASTROS EM MEMORIA E ABRE A AUDITORIA.
001533*  CARREGA TAMBEM AS INSPECOES DE SEGURANCA DO PLANO, O ODOMETRO
001536*  E O ULTIMO SERVICO DE CADA VEICULO (SO LEITURA).
001540******************************************************************
001550 1000-INITIALIZE.
001560     OPEN INPUT VEHICLE-MASTER-FILE
001690             UNTIL WS-TRV-EOF
001700         CLOSE TRIP-VEHICLE-FILE
001710     END-IF
001711     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001712     MOVE WS-HOJE TO WS-DATA-NUM
001713     COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
001714     OPEN INPUT MAINT-PLAN-FILE
001715     IF WS-PLANO-FILE-STATUS NOT = "00"
001716         MOVE "Y" TO WS-PLANO-EOF-SW
001717     ELSE
001718         PERFORM 1300-LOAD-PLANO THRU 1300-EXIT
001719             UNTIL WS-PLANO-EOF
001720         CLOSE MAINT-PLAN-FILE
001721     END-IF
001722     OPEN INPUT FLEET-KM-FILE
001723     IF WS-FKM-FILE-STATUS NOT = "00"
001724         MOVE "Y" TO WS-FKM-EOF-SW
001725     ELSE
001726         PERFORM 1400-LOAD-ODOMETRO THRU 1400-EXIT
001727             UNTIL WS-FKM-EOF
001728         CLOSE FLEET-KM-FILE
001729     END-IF
001730     OPEN INPUT MAINT-LOG-FILE
001731     IF WS-MNT-FILE-STATUS NOT = "00"
001732         MOVE "Y" TO WS-MNT-EOF-SW
001733     ELSE
001734         PERFORM 1500-LOAD-SERVICO THRU 1500-EXIT
001735             UNTIL WS-MNT-EOF
001736         CLOSE MAINT-LOG-FILE
001737     END-IF
001738     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
001739
001740 1100-LOAD-VEIC-ENTRY.
001750     READ VEHICLE-MASTER-FILE
001760         AT END
001870     MOVE VEIC-DESC     TO WS-VE-DESC(WS-VE-IDX)
001880     MOVE VEIC-ASSENTOS TO WS-VE-ASSENTOS(WS-VE-IDX)
001890     MOVE VEIC-EM-PE    TO WS-VE-EM-PE(WS-VE-IDX)
001900     MOVE VEIC-ACTIVE   TO WS-VE-ACTIVE(WS-VE-IDX)
001903     MOVE VEIC-TIPO     TO WS-VE-TIPO(WS-VE-IDX)
001906     MOVE ZERO          TO WS-VE-KM(WS-VE-IDX)
001908     MOVE SPACES        TO WS-VE-LEIT-DATA(WS-VE-IDX).
001910 1100-EXIT.
001920     EXIT.
001930
002070     MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX).
002080 1200-EXIT.
002090     EXIT.
002091******************************************************************
002092*  1300-LOAD-PLANO
002093*  GUARDA SO OS SERVICOS DO PLANO MARCADOS COMO INSPECAO DE
002094*  SEGURANCA.
002095******************************************************************
002096 1300-LOAD-PLANO.
002097     READ MAINT-PLAN-FILE
002098         AT END
002099             MOVE "Y" TO WS-PLANO-EOF-SW
002100             GO TO 1300-EXIT
002101     END-READ
002102     IF NOT MPL-INSPECAO-SEGURANCA
002103         GO TO 1300-EXIT
002104     END-IF
002105     IF WS-PL-COUNT >= 50
002106         MOVE "Y" TO WS-OVERFLOW-SW
002107         GO TO 1300-EXIT
002108     END-IF
002109     ADD 1 TO WS-PL-COUNT
002110     SET WS-PL-IDX TO WS-PL-COUNT
002111     MOVE MPL-TIPO    TO WS-PL-TIPO(WS-PL-IDX)
002112     MOVE MPL-SERVICO TO WS-PL-SERVICO(WS-PL-IDX)
002113     MOVE MPL-KM      TO WS-PL-KM(WS-PL-IDX)
002114     MOVE MPL-DIAS    TO WS-PL-DIAS(WS-PL-IDX).
002115 1300-EXIT.
002116     EXIT.
002117
002118******************************************************************
002119*  1400-LOAD-ODOMETRO
002120*  ODOMETRO DE CADA VEICULO: A LEITURA SUBSTITUI O ACUMULADO, O
002121*  REGISTRO DIARIO DE DIA POSTERIOR AO DA LEITURA SOMA (MESMA
002122*  REGRA DO FROTAMAN).
002123******************************************************************
002124 1400-LOAD-ODOMETRO.
002125     READ FLEET-KM-FILE
002126         AT END
002127             MOVE "Y" TO WS-FKM-EOF-SW
002128             GO TO 1400-EXIT
002129     END-READ
002130     IF FKM-KM NOT NUMERIC
002131         GO TO 1400-EXIT
002132     END-IF
002133     MOVE FKM-VEIC-ID TO WS-IN-VEIC
002134     MOVE "N" TO WS-FOUND-SW
002135     PERFORM 2350-MATCH-VEICULO THRU 2350-EXIT
002136         VARYING WS-SCAN FROM 1 BY 1
002137         UNTIL WS-SCAN > WS-VE-COUNT OR WS-FOUND
002138     IF NOT WS-FOUND
002139         GO TO 1400-EXIT
002140     END-IF
002141     IF FKM-LEITURA
002142         MOVE FKM-KM TO WS-VE-KM(WS-VE-IDX)
002143         MOVE FKM-DATA TO WS-VE-LEIT-DATA(WS-VE-IDX)
002144     ELSE
002145         IF FKM-DATA > WS-VE-LEIT-DATA(WS-VE-IDX)
002146             ADD FKM-KM TO WS-VE-KM(WS-VE-IDX)
002147         END-IF
002148     END-IF.
002149 1400-EXIT.
002150     EXIT.
002151
002152******************************************************************
002153*  1500-LOAD-SERVICO
002154*  ULTIMO SERVICO DE CADA VEICULO + SERVICO (DATA MAIS RECENTE).
002155******************************************************************
002156 1500-LOAD-SERVICO.
002157     READ MAINT-LOG-FILE
002158         AT END
002159             MOVE "Y" TO WS-MNT-EOF-SW
002160             GO TO 1500-EXIT
002161     END-READ
002162     IF MNT-KM NOT NUMERIC
002163         GO TO 1500-EXIT
002164     END-IF
002165     MOVE "N" TO WS-FOUND-SW
002166     PERFORM 1550-MATCH-SERVICO THRU 1550-EXIT
002167         VARYING WS-SCAN FROM 1 BY 1
002168         UNTIL WS-SCAN > WS-MT-COUNT OR WS-FOUND
002169     IF NOT WS-FOUND
002170         IF WS-MT-COUNT >= 200
002171             MOVE "Y" TO WS-OVERFLOW-SW
002172             GO TO 1500-EXIT
002173         END-IF
002174         ADD 1 TO WS-MT-COUNT
002175         SET WS-MT-IDX TO WS-MT-COUNT
002176         MOVE MNT-VEIC-ID TO WS-MT-VEIC(WS-MT-IDX)
002177         MOVE MNT-SERVICO TO WS-MT-SERVICO(WS-MT-IDX)
002178         MOVE SPACES      TO WS-MT-DATA(WS-MT-IDX)
002179     END-IF
002180     IF MNT-DATA NOT < WS-MT-DATA(WS-MT-IDX)
002181         MOVE MNT-DATA TO WS-MT-DATA(WS-MT-IDX)
002182         MOVE MNT-KM   TO WS-MT-KM(WS-MT-IDX)
002183     END-IF.
002184 1500-EXIT.
002185     EXIT.
002186
002187 1550-MATCH-SERVICO.
002188     SET WS-MT-IDX TO WS-SCAN
002189     IF WS-MT-VEIC(WS-MT-IDX) = MNT-VEIC-ID
002190         AND WS-MT-SERVICO(WS-MT-IDX) = MNT-SERVICO
002191         MOVE "Y" TO WS-FOUND-SW
002192     END-IF.
002193 1550-EXIT.
002194     EXIT.
002195
002196******************************************************************
002197*  0100-OPEN-AUDIT-LOG-FILE
002198*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002199*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002200******************************************************************
002201 0100-OPEN-AUDIT-LOG-FILE.
002202     OPEN EXTEND AUDIT-LOG-FILE
002203     IF WS-AUDIT-FILE-STATUS = "35"
002204         OPEN OUTPUT AUDIT-LOG-FILE
002205         CLOSE AUDIT-LOG-FILE
002210         OPEN EXTEND AUDIT-LOG-FILE
002220     END-IF.
002230
002290     DISPLAY " "
002300     DISPLAY "VEICULOS E ATRIBUICAO - ESCOLHA A ACAO:"
002310     DISPLAY "  V - INCLUIR VEICULO"
002315     DISPLAY "  T - TIPO DO VEICULO (PLANO DE MANUTENCAO)"
002320     DISPLAY "  A - ATRIBUIR PARTIDA A VEICULO"
002330     DISPLAY "  L - LISTAR OS CADASTROS"
002340     DISPLAY "  X - SAIR E GRAVAR"
002370         WHEN "V"
002380         WHEN "v"
002390             PERFORM 2100-INCLUDE-VEICULO THRU 2100-EXIT
002392         WHEN "T"
002394         WHEN "t"
002396             PERFORM 2200-TIPO-VEICULO THRU 2200-EXIT
002400         WHEN "A"
002410         WHEN "a"
002420             PERFORM 2300-ATRIBUI-PARTIDA THRU 2300-EXIT
002800     IF WS-IN-EM-PE NOT NUMERIC
002810         MOVE "000" TO WS-IN-EM-PE
002820     END-IF
002823     DISPLAY "TIPO DO VEICULO (2 POSICOES, BRANCO = SEM PLANO):"
002826     ACCEPT WS-IN-TIPO
002830     ADD 1 TO WS-VE-COUNT
002840     SET WS-VE-IDX TO WS-VE-COUNT
002850     MOVE WS-IN-VEIC     TO WS-VE-ID(WS-VE-IDX)
002870     MOVE WS-IN-ASSENTOS TO WS-VE-ASSENTOS(WS-VE-IDX)
002880     MOVE WS-IN-EM-PE    TO WS-VE-EM-PE(WS-VE-IDX)
002890     MOVE "A"            TO WS-VE-ACTIVE(WS-VE-IDX)
002893     MOVE WS-IN-TIPO     TO WS-VE-TIPO(WS-VE-IDX)
002896     MOVE ZERO           TO WS-VE-KM(WS-VE-IDX)
002898     MOVE SPACES         TO WS-VE-LEIT-DATA(WS-VE-IDX)
002900     ADD 1 TO WS-CHANGE-COUNT
002910     PERFORM 7000-WRITE-AUDIT-VEICULO
002920     DISPLAY "VEICULO INCLUIDO".
002930 2100-EXIT.
002940     EXIT.
002941******************************************************************
002942*  2200-TIPO-VEICULO
002943*  INFORMA OU TROCA O TIPO DE UM VEICULO JA CADASTRADO (O TIPO
002944*  ESCOLHE O PLANO DE MANUTENCAO PREVENTIVA DO FROTAMAN).
002945******************************************************************
002946 2200-TIPO-VEICULO.
002947     DISPLAY "ID DO VEICULO:"
002948     ACCEPT WS-IN-VEIC
002949     MOVE "N" TO WS-FOUND-SW
002950     PERFORM 2350-MATCH-VEICULO THRU 2350-EXIT
002951         VARYING WS-SCAN FROM 1 BY 1
002952         UNTIL WS-SCAN > WS-VE-COUNT OR WS-FOUND
002953     IF NOT WS-FOUND
002954         DISPLAY "VEICULO NAO CADASTRADO - TIPO NAO ALTERADO"
002955         GO TO 2200-EXIT
002956     END-IF
002957     DISPLAY "TIPO ATUAL: " WS-VE-TIPO(WS-VE-IDX)
002958     DISPLAY "NOVO TIPO (2 POSICOES, BRANCO = SEM PLANO):"
002959     ACCEPT WS-IN-TIPO
002960     MOVE WS-IN-TIPO TO WS-VE-TIPO(WS-VE-IDX)
002961     ADD 1 TO WS-CHANGE-COUNT
002962     PERFORM 7200-WRITE-AUDIT-TIPO
002963     DISPLAY "TIPO DO VEICULO ALTERADO".
002964 2200-EXIT.
002965     EXIT.
002966
002967******************************************************************
002970*  2300-ATRIBUI-PARTIDA
002980*  LIGA UMA PARTIDA (TRIP-ID) A UM VEICULO CADASTRADO; PARTIDA
002990*  JA ATRIBUIDA TEM O VEICULO SUBSTITUIDO.
003150         DISPLAY "VEICULO NAO CADASTRADO - ATRIBUICAO CANCELADA"
003160         GO TO 2300-EXIT
003170     END-IF
003171     PERFORM 2400-CHECA-SEGURANCA THRU 2400-EXIT
003172     IF WS-VENCIDA
003173         DISPLAY "VEICULO COM INSPECAO DE SEGURANCA "
003174                 WS-VENC-SERVICO
003175                 " VENCIDA (" FUNCTION TRIM(WS-VENC-MOTIVO)
003176                 ") - ATRIBUICAO RECUSADA"
003177         GO TO 2300-EXIT
003178     END-IF
003180     MOVE "N" TO WS-FOUND-SW
003190     PERFORM 2380-MATCH-PARTIDA THRU 2380-EXIT
003200         VARYING WS-SCAN FROM 1 BY 1
003500     END-IF.
003510 2380-EXIT.
003520     EXIT.
003521******************************************************************
003522*  2400-CHECA-SEGURANCA
003523*  CONFERE AS INSPECOES DE SEGURANCA DO PLANO DO TIPO DO VEICULO
003524*  WS-VE-IDX: VENCIDA QUANDO NUNCA FOI REGISTRADA, QUANDO O
003525*  ODOMETRO PASSOU DO KM DA ULTIMA MAIS O INTERVALO OU QUANDO HOJE
003526*  PASSOU DA DATA DA ULTIMA MAIS OS DIAS DO PLANO.
003527******************************************************************
003528 2400-CHECA-SEGURANCA.
003529     MOVE "N" TO WS-VENCIDA-SW
003530     IF WS-VE-TIPO(WS-VE-IDX) = SPACES
003531         GO TO 2400-EXIT
003532     END-IF
003533     PERFORM 2410-CHECA-INSPECAO THRU 2410-EXIT
003534         VARYING WS-SCAN2 FROM 1 BY 1
003535         UNTIL WS-SCAN2 > WS-PL-COUNT OR WS-VENCIDA.
003536 2400-EXIT.
003537     EXIT.
003538
003539 2410-CHECA-INSPECAO.
003540     SET WS-PL-IDX TO WS-SCAN2
003541     IF WS-PL-TIPO(WS-PL-IDX) NOT = WS-VE-TIPO(WS-VE-IDX)
003542         GO TO 2410-EXIT
003543     END-IF
003544     MOVE WS-PL-SERVICO(WS-PL-IDX) TO WS-VENC-SERVICO
003545     MOVE "N" TO WS-FOUND-SW
003546     PERFORM 2420-MATCH-ULTIMO THRU 2420-EXIT
003547         VARYING WS-MT-IDX FROM 1 BY 1
003548         UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-FOUND
003549     IF NOT WS-FOUND
003550         MOVE "Y" TO WS-VENCIDA-SW
003551         MOVE "SEM REGISTRO" TO WS-VENC-MOTIVO
003552         GO TO 2410-EXIT
003553     END-IF
003554     SET WS-MT-IDX DOWN BY 1
003555     IF WS-PL-KM(WS-PL-IDX) > ZERO
003556         AND WS-VE-KM(WS-VE-IDX) NOT <
003557             WS-MT-KM(WS-MT-IDX) + WS-PL-KM(WS-PL-IDX)
003558         MOVE "Y" TO WS-VENCIDA-SW
003559         MOVE WS-VE-KM(WS-VE-IDX) TO WS-KM-ED
003560         MOVE SPACES TO WS-VENC-MOTIVO
003561         STRING "ODOMETRO " WS-KM-ED
003562             DELIMITED BY SIZE INTO WS-VENC-MOTIVO
003563         GO TO 2410-EXIT
003564     END-IF
003565     IF WS-PL-DIAS(WS-PL-IDX) > ZERO
003566         AND WS-MT-DATA(WS-MT-IDX) NUMERIC
003567         MOVE WS-MT-DATA(WS-MT-IDX) TO WS-DATA-NUM
003568         COMPUTE WS-INT-PROX =
003569             FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
003570             + WS-PL-DIAS(WS-PL-IDX)
003571         IF WS-INT-HOJE NOT < WS-INT-PROX
003572             MOVE "Y" TO WS-VENCIDA-SW
003573             MOVE SPACES TO WS-VENC-MOTIVO
003574             STRING "ULTIMA EM " WS-MT-DATA(WS-MT-IDX)
003575                 DELIMITED BY SIZE INTO WS-VENC-MOTIVO
003576         END-IF
003577     END-IF.
003578 2410-EXIT.
003579     EXIT.
003580
003581 2420-MATCH-ULTIMO.
003582     IF WS-MT-VEIC(WS-MT-IDX) = WS-VE-ID(WS-VE-IDX)
003583         AND WS-MT-SERVICO(WS-MT-IDX) = WS-PL-SERVICO(WS-PL-IDX)
003584         MOVE "Y" TO WS-FOUND-SW
003585     END-IF.
003586 2420-EXIT.
003587     EXIT.
003588
003589******************************************************************
003590*  2500-LIST-CADASTROS
003591*  LISTA VEICULOS E ATRIBUICOES CARREGADOS.
003592******************************************************************
003593 2500-LIST-CADASTROS.
003594     DISPLAY "VEICULOS:"
003600     PERFORM 2550-LIST-ONE-VEIC THRU 2550-EXIT
003610         VARYING WS-SCAN FROM 1 BY 1
003620         UNTIL WS-SCAN > WS-VE-COUNT
003730             WS-VE-DESC(WS-VE-IDX)
003740             " ASSENTOS " WS-VE-ASSENTOS(WS-VE-IDX)
003750             " EM PE " WS-VE-EM-PE(WS-VE-IDX)
003760             " " WS-VE-ACTIVE(WS-VE-IDX)
003765             " TIPO " WS-VE-TIPO(WS-VE-IDX).
003770 2550-EXIT.
003780     EXIT.
003790
004100     MOVE WS-VE-ASSENTOS(WS-VE-IDX) TO VEIC-ASSENTOS
004110     MOVE WS-VE-EM-PE(WS-VE-IDX)   TO VEIC-EM-PE
004120     MOVE WS-VE-ACTIVE(WS-VE-IDX)  TO VEIC-ACTIVE
004125     MOVE WS-VE-TIPO(WS-VE-IDX)    TO VEIC-TIPO
004130     WRITE VEHICLE-MASTER-RECORD.
004140 3100-EXIT.
004150     EXIT.
004530     STRING "ATRIBUICAO PARTIDA=" WS-IN-TRIP
004540         DELIMITED BY SIZE INTO AUDIT-DETAIL
004550     CALL "AUDITWR" USING AUDIT-RECORD.
004560******************************************************************
004570*  7200-WRITE-AUDIT-TIPO
004580*  GRAVA A TROCA DO TIPO DO VEICULO NA TRILHA DE AUDITORIA.
004590******************************************************************
004600 7200-WRITE-AUDIT-TIPO.
004610     MOVE "VEICMANT"         TO AUDIT-PROGRAM-ID
004620     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004630     ACCEPT AUDIT-TIME FROM TIME
004640     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004650     MOVE WS-IN-VEIC          TO AUDIT-KEY
004660     MOVE SPACES              TO AUDIT-DETAIL
004670     STRING "TIPO DO VEICULO=" WS-IN-TIPO
004680         DELIMITED BY SIZE INTO AUDIT-DETAIL
004690     CALL "AUDITWR" USING AUDIT-RECORD.
