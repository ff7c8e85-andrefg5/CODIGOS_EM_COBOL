000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FOLHAPRE.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - PRE-FOLHA DE PAGAMENTO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  FOLHAPRE.CBL
000090*  PRE-CALCULO DA FOLHA DO MES A PARTIR DAS HORAS DO PONTOMES, NO
000100*  LUGAR DO FORMULARIO QUE O ESCRITORIO REDIGITAVA PARA A EMPRESA
000110*  DA FOLHA. PARA CADA FUNCIONARIO COM SALARIO E MATRICULA NO
000120*  EMPMAST (ROTINA S DO PESSOAL):
000130*    PROVENTOS - SALARIO BASE; HORAS EXTRAS (EXTRA E TRIP-EXTRA
000140*                DO PONTOCSV) COM O ADICIONAL LEGAL; ADICIONAL DAS
000150*                HORAS EM DIA NAO UTIL (PREMIO E TRIP-PREMIO);
000160*    DESCONTOS - ATRASOS DO PONTOCSV; DIAS DE LICENCA SEM
000170*                VENCIMENTOS APROVADA NO LEAVEMAST (TIPO S); E O
000180*                RESSARCIMENTO DE QUEBRA DE CAIXA DO FOLHDESC
000181*                (RESSARC) E A PARCELA DO ADIANTAMENTO SALARIAL DO
000182*                FOLHDESC (LER100), CADA UM LIMITADO AO LIQUIDO
000183*                QUE SOBRA DO MES.
000200*  O VALOR DA HORA E O SALARIO DIVIDIDO PELA CARGA MENSAL; OS
000210*  PERCENTUAIS E A CARGA PADRAO VEM DO FOLHPARM. SAEM O ARQUIVO
000220*  DE ENTRADA DO ESCRITORIO (FOLHBUR, UMA RUBRICA POR REGISTRO)
000230*  E O REGISTRO POR FUNCIONARIO PARA CONFERENCIA (FOLHRPT). COM A
000240*  CONFIRMACAO DO OPERADOR, A PROVISAO VAI AO LEDGER NO ULTIMO
000250*  DIA DO MES: DESPESA DE SALARIOS (580SALAR) CONTRA SALARIOS A
000260*  PAGAR (220SALAR), COM O RESSARCIMENTO DE QUEBRA CREDITADO NA
000261*  550QUEBR ONDE A FALTA FOI LANCADA; UMA UNICA VEZ POR MES.
000280*  IMPOSTOS E ENCARGOS FICAM COM O ESCRITORIO DA FOLHA. QUALQUER
000290*  OCORRENCIA (FUNCIONARIO SEM SALARIO OU MATRICULA, NOME DO
000300*  PONTOCSV FORA DO EMPMAST, DIA SEM SAIDA, RESCISAO NO MES...)
000310*  SAI NO FOLHRPT E O RETURN-CODE VOLTA 4.
000320*  SO SUPERVISOR (NIVEL 9 NO OPAUTH) - SALARIOS SAO RESERVADOS.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000361*  2026-10-15 AFG   DESCONTA A PARCELA DO ADIANTAMENTO SALARIAL
000362*                   (FOLHDESC ORIGEM E, GRAVADA PELO LER100),
000363*                   CASADA PELA MATRICULA DO EMPMAST: RUBRICA 104,
000364*                   LIMITADA AO LIQUIDO DEPOIS DA QUEBRA. NA
000365*                   PROVISAO A PARCELA FICA DENTRO DO CREDITO DA
000366*                   220SALAR (O LER100 NAO LANCA NO LEDGER).
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-EMP-FILE-STATUS.
000440     SELECT PONTO-CSV-FILE ASSIGN TO "PONTOCSV"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-CSV-FILE-STATUS.
000470     SELECT LEAVE-FILE ASSIGN TO "LEAVEMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-LEAVE-FILE-STATUS.
000500     SELECT FOLHA-DESCONTO-FILE ASSIGN TO "FOLHDESC"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-FDES-FILE-STATUS.
000530     SELECT PAYROLL-PARM-FILE ASSIGN TO "FOLHPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-FPP-FILE-STATUS.
000560     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-COA-FILE-STATUS.
000590     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000620     SELECT PAYROLL-BUREAU-FILE ASSIGN TO "FOLHBUR"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT PAYROLL-REPORT-FILE ASSIGN TO "FOLHRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  EMPLOYEE-MASTER-FILE
000720     RECORDING MODE IS F.
000730     COPY EMPMASTREC.
000740 FD  PONTO-CSV-FILE
000750     RECORDING MODE IS F.
000760 01  CSV-LINE                    PIC X(160).
000770 FD  LEAVE-FILE
000780     RECORDING MODE IS F.
000790     COPY LICREC.
000800 FD  FOLHA-DESCONTO-FILE
000810     RECORDING MODE IS F.
000820     COPY FOLDESCREC.
000830 FD  PAYROLL-PARM-FILE
000840     RECORDING MODE IS F.
000850     COPY FOLHPARMREC.
000860 FD  ACCOUNT-MASTER-FILE
000870     RECORDING MODE IS F.
000880     COPY COAREC.
000890 FD  LEDGER-POSTING-FILE
000900     RECORDING MODE IS F.
000910     COPY LEDGERREC.
000920 FD  PAYROLL-BUREAU-FILE
000930     RECORDING MODE IS F.
000940     COPY FOLHBURREC.
000950 FD  PAYROLL-REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-LINE                 PIC X(80).
000980 FD  AUDIT-LOG-FILE
000990     RECORDING MODE IS F.
001000     COPY AUDITREC.
001010 WORKING-STORAGE SECTION.
001020 01  WS-SWITCHES.
001030     05  WS-EMP-FILE-STATUS      PIC X(02)   VALUE "00".
001040     05  WS-CSV-FILE-STATUS      PIC X(02)   VALUE "00".
001050     05  WS-LEAVE-FILE-STATUS    PIC X(02)   VALUE "00".
001060     05  WS-FDES-FILE-STATUS     PIC X(02)   VALUE "00".
001070     05  WS-FPP-FILE-STATUS      PIC X(02)   VALUE "00".
001080     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
001090     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
001100     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001110     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
001120         88  WS-EMP-EOF                      VALUE "Y".
001130     05  WS-CSV-EOF-SW           PIC X(01)   VALUE "N".
001140         88  WS-CSV-EOF                      VALUE "Y".
001150     05  WS-LEAVE-EOF-SW         PIC X(01)   VALUE "N".
001160         88  WS-LEAVE-EOF                    VALUE "Y".
001170     05  WS-FDES-EOF-SW          PIC X(01)   VALUE "N".
001180         88  WS-FDES-EOF                     VALUE "Y".
001190     05  WS-COA-EOF-SW           PIC X(01)   VALUE "N".
001200         88  WS-COA-EOF                      VALUE "Y".
001210     05  WS-LEDGER-EOF-SW        PIC X(01)   VALUE "N".
001220         88  WS-LEDGER-EOF                   VALUE "Y".
001230     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001240         88  WS-SIGNON-VALID                 VALUE "Y".
001250     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001260         88  WS-FOUND                        VALUE "Y".
001270     05  WS-COA-OK-SW            PIC X(01)   VALUE "N".
001280         88  WS-COA-OK                       VALUE "Y".
001290     05  WS-CONTAS-OK-SW         PIC X(01)   VALUE "N".
001300         88  WS-CONTAS-OK                    VALUE "Y".
001310     05  WS-JA-LANCADA-SW        PIC X(01)   VALUE "N".
001320         88  WS-JA-LANCADA                   VALUE "Y".
001330     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001340         88  WS-OVERFLOW                     VALUE "Y".
001350 01  WS-MSG-CODE-WK              PIC X(08).
001360 01  WS-MSG-TEXT-WK              PIC X(60).
001370 01  WS-OPERATOR-ID              PIC X(08).
001380 01  WS-OPERATOR-PIN             PIC X(04).
001390*  SALARIOS SAO RESERVADOS - SO SUPERVISOR (NIVEL 9 NO OPAUTH).
001400 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
001410 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001420     88  WS-AUTHORIZED                       VALUE "Y".
001430*  CONTAS DA PROVISAO NO COAMAST. A QUEBRA DE CAIXA JA FOI LANCADA
001431*  COMO PERDA NA 550QUEBR; O DESCONTO EM FOLHA A RECUPERA.
001450 77  WS-CONTA-DESPESA            PIC X(08)   VALUE "580SALAR".
001460 77  WS-CONTA-A-PAGAR            PIC X(08)   VALUE "220SALAR".
001470 77  WS-CONTA-QUEBRA             PIC X(08)   VALUE "550QUEBR".
001480*  PADROES QUANDO O FOLHPARM NAO TEM O CAMPO.
001490 77  WS-EXTRA-PCT-PADRAO         PIC 9(03)   VALUE 50.
001500 77  WS-NAO-UTIL-PCT-PADRAO      PIC 9(03)   VALUE 100.
001510 77  WS-CARGA-PADRAO             PIC 9(03)   VALUE 220.
001520*  O MES COMERCIAL DA FOLHA - REFERENCIA DO SALARIO E BASE DO
001530*  DESCONTO DE UM DIA DE LICENCA.
001540 77  WS-DIAS-MES-FOLHA           PIC 9(02)   VALUE 30.
001550*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
001560*  LANCAMENTO NO LEDGER.
001570 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
001580 01  WS-PERIODO-PROG             PIC X(08)   VALUE "FOLHAPRE".
001590 01  WS-PERIODO-SW               PIC X(01).
001600     88  WS-PERIODO-RECUSADO                 VALUE "R".
001610 01  WS-EXTRA-PCT                PIC 9(03).
001620 01  WS-NAO-UTIL-PCT             PIC 9(03).
001630 01  WS-CARGA-FOLHA              PIC 9(03).
001640*  FATORES SOBRE A HORA: EXTRA PAGA A HORA MAIS O ADICIONAL;
001650*  DIA NAO UTIL PAGA SO O ADICIONAL.
001660 01  WS-FATOR-EXTRA              PIC 9(01)V99.
001670 01  WS-FATOR-NAO-UTIL           PIC 9(01)V99.
001680 01  WS-DESC-ATRASO-SW           PIC X(01)   VALUE "S".
001690     88  WS-DESCONTA-ATRASO                  VALUE "S".
001700 01  WS-HOJE                     PIC X(08).
001710 01  WS-IN-MES                   PIC X(06).
001720 01  WS-IN-MES-R REDEFINES WS-IN-MES.
001730     05  WS-IN-ANO-NUM           PIC 9(04).
001740     05  WS-IN-MES-NUM           PIC 9(02).
001750 01  WS-MES-PROX.
001760     05  WS-MP-ANO               PIC 9(04).
001770     05  WS-MP-MES               PIC 9(02).
001780 01  WS-MES-PROX-X REDEFINES WS-MES-PROX
001790                                 PIC X(06).
001800 01  WS-INI-MES                  PIC 9(08).
001810 01  WS-FIM-MES                  PIC 9(08).
001820 01  WS-DATA-NUM                 PIC 9(08).
001830 01  WS-DIAS-INT                 PIC 9(07).
001840 01  WS-LIC-INI                  PIC 9(08).
001850 01  WS-LIC-FIM                  PIC 9(08).
001860 01  WS-LIC-DIAS                 PIC 9(03).
001870 01  WS-DECISAO                  PIC X(01).
001880 01  WS-IN-ACCOUNT               PIC X(08).
001890 01  WS-DC-WK                    PIC X(01).
001900 01  WS-VALOR-NUM                PIC 9(09)V99.
001910 01  WS-DESC-WK                  PIC X(20).
001920 01  WS-SCAN                     PIC 9(03).
001930 01  WS-OCOR-TEXTO               PIC X(60).
001940 01  WS-OCOR-QTD                 PIC 9(03)   VALUE ZERO.
001950*  CONDICAO DE SAIDA - AS CHAMADAS DE ROTINA REESCREVEM O
001960*  RETURN-CODE, QUE SO RECEBE ESTE VALOR NO FIM.
001970 01  WS-COND-CODE                PIC 9(01)   VALUE ZERO.
001980 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001990 01  WS-VALOR-ED2                PIC ZZZZZZZZ9.99.
002000 01  WS-VALOR-ED3                PIC ZZZZZZZZ9.99.
002010 01  WS-REF-ED                   PIC ZZZZ9.99.
002020 01  WS-QTD-ED                   PIC ZZ9.
002030
002040******************************************************************
002050*  LINHA DO PONTOCSV SEPARADA PELOS ";" - OS NUMEROS VEM COM
002060*  LARGURA FIXA E ZEROS A ESQUERDA.
002070******************************************************************
002080 01  WS-CSV-CAMPOS.
002090     05  WS-CSV-NOME             PIC X(20).
002100     05  WS-CSV-DIAS-X           PIC X(03).
002110     05  WS-CSV-MIN-X            PIC X(06).
002120     05  WS-CSV-ATRASO-X         PIC X(06).
002130     05  WS-CSV-ATRASO REDEFINES WS-CSV-ATRASO-X
002140                                 PIC 9(06).
002150     05  WS-CSV-EXTRA-X          PIC X(06).
002160     05  WS-CSV-EXTRA REDEFINES WS-CSV-EXTRA-X
002170                                 PIC 9(06).
002180     05  WS-CSV-PREMIO-X         PIC X(06).
002190     05  WS-CSV-PREMIO REDEFINES WS-CSV-PREMIO-X
002200                                 PIC 9(06).
002210     05  WS-CSV-SEM-SAIDA-X      PIC X(03).
002220     05  WS-CSV-SEM-SAIDA REDEFINES WS-CSV-SEM-SAIDA-X
002230                                 PIC 9(03).
002240     05  WS-CSV-TR-DIAS-X        PIC X(03).
002250     05  WS-CSV-TR-MIN-X         PIC X(06).
002260     05  WS-CSV-TR-EXTRA-X       PIC X(06).
002270     05  WS-CSV-TR-EXTRA REDEFINES WS-CSV-TR-EXTRA-X
002280                                 PIC 9(06).
002290     05  WS-CSV-TR-PREMIO-X      PIC X(06).
002300     05  WS-CSV-TR-PREMIO REDEFINES WS-CSV-TR-PREMIO-X
002310                                 PIC 9(06).
002320
002330******************************************************************
002340*  CALCULO DE UM FUNCIONARIO (VALORES EM REAIS, MINUTOS EM HORAS
002350*  PARA A REFERENCIA DO ESCRITORIO).
002360******************************************************************
002370 01  WS-CARGA-WK                 PIC 9(03).
002380 01  WS-HORA-VALOR               PIC 9(05)V9(06).
002390 01  WS-HORAS-WK                 PIC 9(05)V9(04).
002400 01  WS-SALARIO-WK               PIC 9(07)V99.
002410 01  WS-EXTRA-VAL                PIC 9(07)V99.
002420 01  WS-PREMIO-VAL               PIC 9(07)V99.
002430 01  WS-ATRASO-VAL               PIC 9(07)V99.
002440 01  WS-LICENCA-VAL              PIC 9(07)V99.
002450 01  WS-QUEBRA-VAL               PIC 9(07)V99.
002460 01  WS-QUEBRA-SALDO             PIC 9(07)V99.
002461 01  WS-EMPR-VAL                 PIC 9(07)V99.
002462 01  WS-EMPR-SALDO               PIC 9(07)V99.
002470 01  WS-BRUTO-VAL                PIC 9(07)V99.
002480 01  WS-DESCONTO-VAL             PIC 9(07)V99.
002490 01  WS-BASE-LIQ                 PIC 9(07)V99.
002500 01  WS-LIQUIDO-VAL              PIC 9(07)V99.
002510 01  WS-EXTRA-HORAS              PIC 9(05)V99.
002520 01  WS-PREMIO-HORAS             PIC 9(05)V99.
002530 01  WS-ATRASO-HORAS             PIC 9(05)V99.
002540 01  WS-RUB-CODIGO               PIC X(03).
002550 01  WS-RUB-TIPO                 PIC X(01).
002560 01  WS-RUB-DESCRICAO            PIC X(26).
002570 01  WS-RUB-REFERENCIA           PIC 9(05)V99.
002580 01  WS-RUB-VALOR                PIC 9(07)V99.
002590
002600******************************************************************
002610*  TOTAIS DA PRE-FOLHA - SAO TAMBEM OS VALORES DA PROVISAO.
002620******************************************************************
002630 01  WS-TT-FUNC                  PIC 9(03)   VALUE ZERO.
002640 01  WS-TT-BRUTO                 PIC 9(09)V99 VALUE ZERO.
002650 01  WS-TT-ATRASO                PIC 9(09)V99 VALUE ZERO.
002660 01  WS-TT-LICENCA               PIC 9(09)V99 VALUE ZERO.
002670 01  WS-TT-QUEBRA                PIC 9(09)V99 VALUE ZERO.
002671 01  WS-TT-EMPR                  PIC 9(09)V99 VALUE ZERO.
002680 01  WS-TT-LIQUIDO               PIC 9(09)V99 VALUE ZERO.
002690 01  WS-TT-DESPESA               PIC 9(09)V99 VALUE ZERO.
002700 01  WS-TT-RUBRICAS              PIC 9(05)   VALUE ZERO.
002710 01  WS-LEDGER-FEITO             PIC X(01)   VALUE "N".
002720
002730******************************************************************
002740*  FUNCIONARIOS DO EMPMAST COM O QUE O MES TROUXE PARA CADA UM:
002750*  MINUTOS DO PONTOCSV, DIAS DE LICENCA SEM VENCIMENTOS NO MES,
002760*  QUEBRA DE CAIXA E PARCELAS DE ADIANTAMENTO A DESCONTAR.
002770******************************************************************
002780 01  WS-EM-TABLE.
002790     05  WS-EM-ENTRY OCCURS 300 TIMES
002800                     INDEXED BY WS-EM-IDX.
002810         10  WS-EM-NOME          PIC X(20).
002820         10  WS-EM-STATUS        PIC X(01).
002830         10  WS-EM-DESLIG-DATE   PIC X(08).
002840         10  WS-EM-MATRICULA     PIC X(06).
002850         10  WS-EM-SALARIO       PIC 9(07)V99.
002860         10  WS-EM-CARGA         PIC 9(03).
002870         10  WS-EM-PONTO         PIC X(01).
002880         10  WS-EM-SEM-SAIDA     PIC 9(03).
002890         10  WS-EM-MIN-ATRASO    PIC 9(06).
002900         10  WS-EM-MIN-EXTRA     PIC 9(06).
002910         10  WS-EM-MIN-PREMIO    PIC 9(06).
002920         10  WS-EM-LIC-DIAS      PIC 9(03).
002930         10  WS-EM-QUEBRA        PIC 9(07)V99.
002931         10  WS-EM-EMPR          PIC 9(07)V99.
002940 01  WS-EM-COUNT                 PIC 9(03)   VALUE ZERO.
002950
002960******************************************************************
002970*  PLANO DE CONTAS, PARA CONFERIR AS CONTAS DA PROVISAO.
002980******************************************************************
002990 01  WS-COA-TABLE.
003000     05  WS-CO-ENTRY OCCURS 100 TIMES
003010                     INDEXED BY WS-CO-IDX.
003020         10  WS-CO-ACCOUNT       PIC X(08).
003030         10  WS-CO-ACTIVE        PIC X(01).
003040 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
003050
003060 PROCEDURE DIVISION.
003070
003080 0000-MAINLINE.
003090     PERFORM 0010-SIGN-ON THRU 0010-EXIT
003100     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
003110                         WS-AUTHORIZED-SW
003120     IF NOT WS-AUTHORIZED
003130         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
003140         MOVE 8 TO RETURN-CODE
003150         STOP RUN
003160     END-IF
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003180     IF WS-IN-MES = SPACES
003190         MOVE 8 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003220     IF WS-OVERFLOW
003230         DISPLAY "EMPMAST MAIOR QUE A TABELA - PRE-FOLHA"
003240                 " RECUSADA, NADA GRAVADO"
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280     PERFORM 2000-PRE-FOLHA
003290     PERFORM 3000-TOTAIS
003300     PERFORM 4000-PROVISAO THRU 4000-EXIT
003310     PERFORM 9000-FINALIZE
003320     STOP RUN.
003330
003340******************************************************************
003350*  0010-SIGN-ON
003360*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003370*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003380******************************************************************
003390 0010-SIGN-ON.
003400     MOVE "N" TO WS-SIGNON-VALID-SW
003410     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003420         UNTIL WS-SIGNON-VALID.
003430 0010-EXIT.
003440     EXIT.
003450
003460 0020-PROMPT-SIGNON.
003470     MOVE "SGN-001" TO WS-MSG-CODE-WK
003480     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003490     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003500     ACCEPT WS-OPERATOR-ID
003510     MOVE "SGN-002" TO WS-MSG-CODE-WK
003520     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003530     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003540     ACCEPT WS-OPERATOR-PIN
003550     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003560                           WS-SIGNON-VALID-SW
003570     IF NOT WS-SIGNON-VALID
003580         MOVE "SGN-003" TO WS-MSG-CODE-WK
003590         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003600         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003610     END-IF.
003620 0020-EXIT.
003630     EXIT.
003640
003650 0100-OPEN-AUDIT-LOG-FILE.
003660     OPEN EXTEND AUDIT-LOG-FILE
003670     IF WS-AUDIT-FILE-STATUS = "35"
003680         OPEN OUTPUT AUDIT-LOG-FILE
003690         CLOSE AUDIT-LOG-FILE
003700         OPEN EXTEND AUDIT-LOG-FILE
003710     END-IF.
003720
003730******************************************************************
003740*  1000-INITIALIZE
003750*  PERGUNTA O MES (NAO PODE SER FUTURO), LE O FOLHPARM, CARREGA O
003760*  EMPMAST E O PLANO DE CONTAS, ABRE O FOLHRPT E JUNTA A CADA
003770*  FUNCIONARIO AS HORAS DO PONTOCSV, AS LICENCAS SEM VENCIMENTOS
003780*  E AS QUEBRAS DO FOLHDESC DO MES.
003790******************************************************************
003800 1000-INITIALIZE.
003810     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003820     DISPLAY "MES DA PRE-FOLHA (AAAAMM):"
003830     ACCEPT WS-IN-MES
003840     IF WS-IN-MES NOT NUMERIC
003850         DISPLAY "MES INVALIDO - PRE-FOLHA CANCELADA"
003860         MOVE SPACES TO WS-IN-MES
003870         GO TO 1000-EXIT
003880     END-IF
003890     IF WS-IN-MES-NUM < 1 OR WS-IN-MES-NUM > 12
003900         DISPLAY "MES INVALIDO - PRE-FOLHA CANCELADA"
003910         MOVE SPACES TO WS-IN-MES
003920         GO TO 1000-EXIT
003930     END-IF
003940     IF WS-IN-MES > WS-HOJE(1:6)
003950         DISPLAY "MES FUTURO - PRE-FOLHA CANCELADA"
003960         MOVE SPACES TO WS-IN-MES
003970         GO TO 1000-EXIT
003980     END-IF
003990     MOVE WS-IN-MES TO WS-INI-MES(1:6)
004000     MOVE "01" TO WS-INI-MES(7:2)
004010     MOVE WS-IN-MES TO WS-MES-PROX-X
004020     PERFORM 5000-PROXIMO-MES
004030     MOVE WS-MES-PROX-X TO WS-DATA-NUM(1:6)
004040     MOVE "01" TO WS-DATA-NUM(7:2)
004050     COMPUTE WS-DIAS-INT =
004060         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
004070     COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
004080     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
004090     COMPUTE WS-FATOR-EXTRA = (100 + WS-EXTRA-PCT) / 100
004100     COMPUTE WS-FATOR-NAO-UTIL = WS-NAO-UTIL-PCT / 100
004110     OPEN INPUT EMPLOYEE-MASTER-FILE
004120     IF WS-EMP-FILE-STATUS NOT = "00"
004130         MOVE "Y" TO WS-EMP-EOF-SW
004140     ELSE
004150         PERFORM 1200-LOAD-EMPLOYEE THRU 1200-EXIT
004160             UNTIL WS-EMP-EOF
004170         CLOSE EMPLOYEE-MASTER-FILE
004180     END-IF
004190     IF WS-OVERFLOW
004200         GO TO 1000-EXIT
004210     END-IF
004220     OPEN INPUT ACCOUNT-MASTER-FILE
004230     IF WS-COA-FILE-STATUS NOT = "00"
004240         MOVE "Y" TO WS-COA-EOF-SW
004250     ELSE
004260         PERFORM 1600-LOAD-COA-ENTRY THRU 1600-EXIT
004270             UNTIL WS-COA-EOF
004280         CLOSE ACCOUNT-MASTER-FILE
004290     END-IF
004300     OPEN OUTPUT PAYROLL-REPORT-FILE
004310     MOVE SPACES TO REPORT-LINE
004320     STRING "PRE-FOLHA DO MES " WS-IN-MES
004330            " - EMITIDA EM " WS-HOJE " POR " WS-OPERATOR-ID
004340         DELIMITED BY SIZE INTO REPORT-LINE
004350     WRITE REPORT-LINE
004360     MOVE SPACES TO REPORT-LINE
004370     STRING "HORA EXTRA +" WS-EXTRA-PCT "%  DIA NAO UTIL +"
004380            WS-NAO-UTIL-PCT "%  CARGA PADRAO " WS-CARGA-FOLHA
004390            "H  DESCONTA ATRASO " WS-DESC-ATRASO-SW
004400         DELIMITED BY SIZE INTO REPORT-LINE
004410     WRITE REPORT-LINE
004420     MOVE SPACES TO REPORT-LINE
004430     WRITE REPORT-LINE
004440     OPEN INPUT PONTO-CSV-FILE
004450     IF WS-CSV-FILE-STATUS NOT = "00"
004460         MOVE "PONTOCSV NAO ENCONTRADO - SO SALARIO E DESCONTOS"
004470             TO WS-OCOR-TEXTO
004480         PERFORM 8000-OCORRENCIA
004490     ELSE
004500         PERFORM 1300-LOAD-PONTO THRU 1300-EXIT
004510             UNTIL WS-CSV-EOF
004520         CLOSE PONTO-CSV-FILE
004530     END-IF
004540     OPEN INPUT LEAVE-FILE
004550     IF WS-LEAVE-FILE-STATUS = "00"
004560         PERFORM 1400-LOAD-LICENCA THRU 1400-EXIT
004570             UNTIL WS-LEAVE-EOF
004580         CLOSE LEAVE-FILE
004590     END-IF
004600     OPEN INPUT FOLHA-DESCONTO-FILE
004610     IF WS-FDES-FILE-STATUS = "00"
004620         PERFORM 1500-LOAD-DESCONTO THRU 1500-EXIT
004630             UNTIL WS-FDES-EOF
004640         CLOSE FOLHA-DESCONTO-FILE
004650     END-IF
004660     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
004670 1000-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*  1100-LOAD-PARM
004720*  LE O REGISTRO DO FOLHPARM. CAMPO AUSENTE, NAO NUMERICO OU FORA
004730*  DA FAIXA FICA COM O PADRAO DO PROGRAMA.
004740******************************************************************
004750 1100-LOAD-PARM.
004760     MOVE WS-EXTRA-PCT-PADRAO    TO WS-EXTRA-PCT
004770     MOVE WS-NAO-UTIL-PCT-PADRAO TO WS-NAO-UTIL-PCT
004780     MOVE WS-CARGA-PADRAO        TO WS-CARGA-FOLHA
004790     OPEN INPUT PAYROLL-PARM-FILE
004800     IF WS-FPP-FILE-STATUS NOT = "00"
004810         DISPLAY "FOLHPARM NAO ENCONTRADO - VALEM OS PADROES"
004820         GO TO 1100-EXIT
004830     END-IF
004840     READ PAYROLL-PARM-FILE
004850         AT END
004860             DISPLAY "FOLHPARM VAZIO - VALEM OS PADROES"
004870             CLOSE PAYROLL-PARM-FILE
004880             GO TO 1100-EXIT
004890     END-READ
004900     IF FPP-EXTRA-PCT NUMERIC
004910         IF FPP-EXTRA-PCT NOT > 200
004920             MOVE FPP-EXTRA-PCT TO WS-EXTRA-PCT
004930         END-IF
004940     END-IF
004950     IF FPP-NAO-UTIL-PCT NUMERIC
004960         IF FPP-NAO-UTIL-PCT NOT > 200
004970             MOVE FPP-NAO-UTIL-PCT TO WS-NAO-UTIL-PCT
004980         END-IF
004990     END-IF
005000     IF FPP-CARGA-HORAS NUMERIC
005010         IF FPP-CARGA-HORAS > ZERO
005020             MOVE FPP-CARGA-HORAS TO WS-CARGA-FOLHA
005030         END-IF
005040     END-IF
005050     IF FPP-DESC-ATRASO = "N"
005060         MOVE "N" TO WS-DESC-ATRASO-SW
005070     END-IF
005080     CLOSE PAYROLL-PARM-FILE.
005090 1100-EXIT.
005100     EXIT.
005110
005120 1200-LOAD-EMPLOYEE.
005130     READ EMPLOYEE-MASTER-FILE
005140         AT END
005150             MOVE "Y" TO WS-EMP-EOF-SW
005160             GO TO 1200-EXIT
005170     END-READ
005180     IF WS-EM-COUNT >= 300
005190         MOVE "Y" TO WS-OVERFLOW-SW
005200         GO TO 1200-EXIT
005210     END-IF
005220     ADD 1 TO WS-EM-COUNT
005230     SET WS-EM-IDX TO WS-EM-COUNT
005240     MOVE EMP-NOME        TO WS-EM-NOME(WS-EM-IDX)
005250     MOVE EMP-STATUS      TO WS-EM-STATUS(WS-EM-IDX)
005260     MOVE EMP-DESLIG-DATE TO WS-EM-DESLIG-DATE(WS-EM-IDX)
005270     MOVE EMP-MATRICULA   TO WS-EM-MATRICULA(WS-EM-IDX)
005280     MOVE ZERO            TO WS-EM-SALARIO(WS-EM-IDX)
005290                             WS-EM-CARGA(WS-EM-IDX)
005300     IF EMP-SALARIO NUMERIC
005310         MOVE EMP-SALARIO TO WS-EM-SALARIO(WS-EM-IDX)
005320     END-IF
005330     IF EMP-CARGA-HORAS NUMERIC
005340         MOVE EMP-CARGA-HORAS TO WS-EM-CARGA(WS-EM-IDX)
005350     END-IF
005360     MOVE "N"  TO WS-EM-PONTO(WS-EM-IDX)
005370     MOVE ZERO TO WS-EM-SEM-SAIDA(WS-EM-IDX)
005380                  WS-EM-MIN-ATRASO(WS-EM-IDX)
005390                  WS-EM-MIN-EXTRA(WS-EM-IDX)
005400                  WS-EM-MIN-PREMIO(WS-EM-IDX)
005410                  WS-EM-LIC-DIAS(WS-EM-IDX)
005411                  WS-EM-QUEBRA(WS-EM-IDX)
005412                  WS-EM-EMPR(WS-EM-IDX).
005430 1200-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*  1300-LOAD-PONTO
005480*  UMA LINHA DO PONTOCSV POR FUNCIONARIO (A LINHA DE TITULO E
005490*  PULADA). EXTRA E PREMIO DA ESCALA E DA TRIPULACAO SE SOMAM.
005500******************************************************************
005510 1300-LOAD-PONTO.
005520     READ PONTO-CSV-FILE
005530         AT END
005540             MOVE "Y" TO WS-CSV-EOF-SW
005550             GO TO 1300-EXIT
005560     END-READ
005570     IF CSV-LINE(1:5) = "NOME;" OR CSV-LINE = SPACES
005580         GO TO 1300-EXIT
005590     END-IF
005600     MOVE SPACES TO WS-CSV-NOME
005610     MOVE "000"    TO WS-CSV-DIAS-X WS-CSV-SEM-SAIDA-X
005620                      WS-CSV-TR-DIAS-X
005630     MOVE "000000" TO WS-CSV-MIN-X WS-CSV-ATRASO-X
005640                      WS-CSV-EXTRA-X WS-CSV-PREMIO-X
005650                      WS-CSV-TR-MIN-X WS-CSV-TR-EXTRA-X
005660                      WS-CSV-TR-PREMIO-X
005670     UNSTRING CSV-LINE DELIMITED BY ";"
005680         INTO WS-CSV-NOME WS-CSV-DIAS-X WS-CSV-MIN-X
005690              WS-CSV-ATRASO-X WS-CSV-EXTRA-X WS-CSV-PREMIO-X
005700              WS-CSV-SEM-SAIDA-X WS-CSV-TR-DIAS-X WS-CSV-TR-MIN-X
005710              WS-CSV-TR-EXTRA-X WS-CSV-TR-PREMIO-X
005720     END-UNSTRING
005730     IF WS-CSV-ATRASO-X NOT NUMERIC
005740        OR WS-CSV-EXTRA-X NOT NUMERIC
005750        OR WS-CSV-PREMIO-X NOT NUMERIC
005760        OR WS-CSV-SEM-SAIDA-X NOT NUMERIC
005770        OR WS-CSV-TR-EXTRA-X NOT NUMERIC
005780        OR WS-CSV-TR-PREMIO-X NOT NUMERIC
005790         MOVE SPACES TO WS-OCOR-TEXTO
005800         STRING "LINHA DO PONTOCSV INVALIDA, IGNORADA: "
005810                WS-CSV-NOME
005820             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
005830         PERFORM 8000-OCORRENCIA
005840         GO TO 1300-EXIT
005850     END-IF
005860     MOVE "N" TO WS-FOUND-SW
005870     PERFORM 1310-MATCH-NOME THRU 1310-EXIT
005880         VARYING WS-EM-IDX FROM 1 BY 1
005890         UNTIL WS-EM-IDX > WS-EM-COUNT OR WS-FOUND
005900     IF NOT WS-FOUND
005910         MOVE SPACES TO WS-OCOR-TEXTO
005920         STRING "PONTOCSV SEM FUNCIONARIO NO EMPMAST: "
005930                WS-CSV-NOME
005940             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
005950         PERFORM 8000-OCORRENCIA
005960         GO TO 1300-EXIT
005970     END-IF
005980     SET WS-EM-IDX DOWN BY 1
005990     MOVE "S" TO WS-EM-PONTO(WS-EM-IDX)
006000     ADD WS-CSV-SEM-SAIDA TO WS-EM-SEM-SAIDA(WS-EM-IDX)
006010     ADD WS-CSV-ATRASO    TO WS-EM-MIN-ATRASO(WS-EM-IDX)
006020     ADD WS-CSV-EXTRA WS-CSV-TR-EXTRA
006030         TO WS-EM-MIN-EXTRA(WS-EM-IDX)
006040     ADD WS-CSV-PREMIO WS-CSV-TR-PREMIO
006050         TO WS-EM-MIN-PREMIO(WS-EM-IDX).
006060 1300-EXIT.
006070     EXIT.
006080
006090 1310-MATCH-NOME.
006100     IF WS-EM-NOME(WS-EM-IDX) = WS-CSV-NOME
006110         MOVE "Y" TO WS-FOUND-SW
006120     END-IF.
006130 1310-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170*  1400-LOAD-LICENCA
006180*  LICENCA SEM VENCIMENTOS APROVADA: CONTA OS DIAS DELA DENTRO DO
006190*  MES. AS DEMAIS LICENCAS NAO MEXEM NA FOLHA.
006200******************************************************************
006210 1400-LOAD-LICENCA.
006220     READ LEAVE-FILE
006230         AT END
006240             MOVE "Y" TO WS-LEAVE-EOF-SW
006250             GO TO 1400-EXIT
006260     END-READ
006270     IF NOT LIC-SEM-VENCIMENTO OR NOT LIC-APROVADA
006280         GO TO 1400-EXIT
006290     END-IF
006300     IF LIC-DATA-INI NOT NUMERIC OR LIC-DATA-FIM NOT NUMERIC
006310         GO TO 1400-EXIT
006320     END-IF
006330     IF LIC-DATA-INI > WS-FIM-MES OR LIC-DATA-FIM < WS-INI-MES
006340         GO TO 1400-EXIT
006350     END-IF
006360     MOVE LIC-DATA-INI TO WS-LIC-INI
006370     IF WS-LIC-INI < WS-INI-MES
006380         MOVE WS-INI-MES TO WS-LIC-INI
006390     END-IF
006400     MOVE LIC-DATA-FIM TO WS-LIC-FIM
006410     IF WS-LIC-FIM > WS-FIM-MES
006420         MOVE WS-FIM-MES TO WS-LIC-FIM
006430     END-IF
006440     COMPUTE WS-LIC-DIAS =
006450         FUNCTION INTEGER-OF-DATE(WS-LIC-FIM)
006460         - FUNCTION INTEGER-OF-DATE(WS-LIC-INI) + 1
006470     MOVE "N" TO WS-FOUND-SW
006480     PERFORM 1410-MATCH-LICENCA THRU 1410-EXIT
006490         VARYING WS-EM-IDX FROM 1 BY 1
006500         UNTIL WS-EM-IDX > WS-EM-COUNT OR WS-FOUND
006510     IF NOT WS-FOUND
006520         MOVE SPACES TO WS-OCOR-TEXTO
006530         STRING "LICENCA S SEM FUNCIONARIO NO EMPMAST: "
006540                LIC-EMP-NOME
006550             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
006560         PERFORM 8000-OCORRENCIA
006570         GO TO 1400-EXIT
006580     END-IF
006590     SET WS-EM-IDX DOWN BY 1
006600     ADD WS-LIC-DIAS TO WS-EM-LIC-DIAS(WS-EM-IDX).
006610 1400-EXIT.
006620     EXIT.
006630
006640 1410-MATCH-LICENCA.
006650     IF WS-EM-NOME(WS-EM-IDX) = LIC-EMP-NOME
006660         MOVE "Y" TO WS-FOUND-SW
006670     END-IF.
006680 1410-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*  1500-LOAD-DESCONTO
006721*  DESCONTOS DO MES MANDADOS PARA A FOLHA: QUEBRAS DE CAIXA DO
006722*  RESSARC, CASADAS COM O EMPMAST PELO NOME DO CAIXA, E PARCELAS
006723*  DE ADIANTAMENTO DO LER100, CASADAS PELA MATRICULA (1520).
006750******************************************************************
006760 1500-LOAD-DESCONTO.
006770     READ FOLHA-DESCONTO-FILE
006780         AT END
006790             MOVE "Y" TO WS-FDES-EOF-SW
006800             GO TO 1500-EXIT
006810     END-READ
006820     IF FDES-MES NOT = WS-IN-MES
006830         GO TO 1500-EXIT
006840     END-IF
006850     IF FDES-VALOR NOT NUMERIC
006851         GO TO 1500-EXIT
006852     END-IF
006853     IF FDES-EMPRESTIMO
006854         PERFORM 1520-LOAD-EMPRESTIMO THRU 1520-EXIT
006855         GO TO 1500-EXIT
006856     END-IF
006857     IF NOT FDES-QUEBRA-CAIXA
006860         GO TO 1500-EXIT
006870     END-IF
006880     MOVE "N" TO WS-FOUND-SW
006890     PERFORM 1510-MATCH-DESCONTO THRU 1510-EXIT
006900         VARYING WS-EM-IDX FROM 1 BY 1
006910         UNTIL WS-EM-IDX > WS-EM-COUNT OR WS-FOUND
006920     IF NOT WS-FOUND
006930         MOVE SPACES TO WS-OCOR-TEXTO
006940         STRING "QUEBRA CAIXA " FDES-FUNC-ID
006950                " FORA DO EMPMAST: " FDES-NOME(1:20)
006960             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
006970         PERFORM 8000-OCORRENCIA
006980         GO TO 1500-EXIT
006990     END-IF
007000     SET WS-EM-IDX DOWN BY 1
007010     ADD FDES-VALOR TO WS-EM-QUEBRA(WS-EM-IDX).
007020 1500-EXIT.
007030     EXIT.
007040
007050 1510-MATCH-DESCONTO.
007060     IF WS-EM-NOME(WS-EM-IDX) = FDES-NOME
007070         MOVE "Y" TO WS-FOUND-SW
007080     END-IF.
007090 1510-EXIT.
007091     EXIT.
007092
007093******************************************************************
007094*  1520-LOAD-EMPRESTIMO
007095*  PARCELA DE ADIANTAMENTO SALARIAL DO MES. O LER100 JA BAIXOU O
007096*  SALDO DO CONTRATO NO EMPRSALD, ENTAO A PARCELA TEM DE SAIR NA
007097*  FOLHA; FORA DO EMPMAST VIRA OCORRENCIA.
007098******************************************************************
007099 1520-LOAD-EMPRESTIMO.
007100     MOVE "N" TO WS-FOUND-SW
007101     PERFORM 1530-MATCH-MATRICULA THRU 1530-EXIT
007102         VARYING WS-EM-IDX FROM 1 BY 1
007103         UNTIL WS-EM-IDX > WS-EM-COUNT OR WS-FOUND
007104     IF NOT WS-FOUND
007105         MOVE SPACES TO WS-OCOR-TEXTO
007106         STRING "ADIANTAMENTO " FDES-FUNC-ID
007107                " FORA DO EMPMAST: " FDES-NOME(1:20)
007108             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
007109         PERFORM 8000-OCORRENCIA
007110         GO TO 1520-EXIT
007111     END-IF
007112     SET WS-EM-IDX DOWN BY 1
007113     ADD FDES-VALOR TO WS-EM-EMPR(WS-EM-IDX).
007114 1520-EXIT.
007115     EXIT.
007116
007117 1530-MATCH-MATRICULA.
007118     IF WS-EM-MATRICULA(WS-EM-IDX) = FDES-FUNC-ID
007119         AND WS-EM-MATRICULA(WS-EM-IDX) NOT = SPACES
007120         MOVE "Y" TO WS-FOUND-SW
007121     END-IF.
007122 1530-EXIT.
007123     EXIT.
007124
007125 1600-LOAD-COA-ENTRY.
007130     READ ACCOUNT-MASTER-FILE
007140         AT END
007150             MOVE "Y" TO WS-COA-EOF-SW
007160             GO TO 1600-EXIT
007170     END-READ
007180     IF WS-COA-COUNT < 100
007190         ADD 1 TO WS-COA-COUNT
007200         SET WS-CO-IDX TO WS-COA-COUNT
007210         MOVE COA-ACCOUNT TO WS-CO-ACCOUNT(WS-CO-IDX)
007220         MOVE COA-ACTIVE  TO WS-CO-ACTIVE(WS-CO-IDX)
007230     END-IF.
007240 1600-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*  2000-PRE-FOLHA
007290*  CALCULA CADA FUNCIONARIO DO EMPMAST E GRAVA AS RUBRICAS NO
007300*  FOLHBUR E NO FOLHRPT.
007310******************************************************************
007320 2000-PRE-FOLHA.
007330     OPEN OUTPUT PAYROLL-BUREAU-FILE
007340     MOVE SPACES TO REPORT-LINE
007350     MOVE "MATR.  FUNCIONARIO / RUBRICA" TO REPORT-LINE(1:28)
007360     MOVE "REFER." TO REPORT-LINE(45:6)
007370     MOVE "PROVENTO" TO REPORT-LINE(56:8)
007380     MOVE "DESCONTO" TO REPORT-LINE(70:8)
007390     WRITE REPORT-LINE
007400     PERFORM 2100-FUNCIONARIO THRU 2100-EXIT
007410         VARYING WS-SCAN FROM 1 BY 1
007420         UNTIL WS-SCAN > WS-EM-COUNT
007430     CLOSE PAYROLL-BUREAU-FILE.
007440
007450******************************************************************
007460*  2100-FUNCIONARIO
007470*  DESLIGADO ANTES DO MES FICA DE FORA; DESLIGADO NO MES VAI PARA
007480*  A RESCISAO, QUE O ESCRITORIO CALCULA A PARTE. SEM SALARIO OU
007490*  SEM MATRICULA NAO HA COMO MANDAR AO ESCRITORIO - OCORRENCIA.
007500*  A HORA VALE SALARIO / CARGA (A DO FUNCIONARIO OU A DO
007501*  FOLHPARM); OS DESCONTOS NUNCA PASSAM DOS PROVENTOS - A QUEBRA
007502*  E DEPOIS O ADIANTAMENTO SO ATE O LIQUIDO QUE AINDA SOBRA.
007520******************************************************************
007530 2100-FUNCIONARIO.
007540     SET WS-EM-IDX TO WS-SCAN
007550     IF WS-EM-STATUS(WS-EM-IDX) = "I"
007560         IF WS-EM-DESLIG-DATE(WS-EM-IDX)(1:6) < WS-IN-MES
007570             GO TO 2100-EXIT
007580         END-IF
007590         IF WS-EM-DESLIG-DATE(WS-EM-IDX)(1:6) = WS-IN-MES
007600             MOVE SPACES TO WS-OCOR-TEXTO
007610             STRING "RESCISAO NO MES, FORA DA PRE-FOLHA: "
007620                    WS-EM-NOME(WS-EM-IDX)
007630                 DELIMITED BY SIZE INTO WS-OCOR-TEXTO
007640             PERFORM 8000-OCORRENCIA
007650             GO TO 2100-EXIT
007660         END-IF
007670     END-IF
007680     IF WS-EM-SALARIO(WS-EM-IDX) = ZERO
007690         MOVE SPACES TO WS-OCOR-TEXTO
007700         STRING "SEM SALARIO, FORA DA PRE-FOLHA: "
007710                WS-EM-NOME(WS-EM-IDX)
007720             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
007730         PERFORM 8000-OCORRENCIA
007740         GO TO 2100-EXIT
007750     END-IF
007760     IF WS-EM-MATRICULA(WS-EM-IDX) = SPACES
007770         MOVE SPACES TO WS-OCOR-TEXTO
007780         STRING "SEM MATRICULA, FORA DA PRE-FOLHA: "
007790                WS-EM-NOME(WS-EM-IDX)
007800             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
007810         PERFORM 8000-OCORRENCIA
007820         GO TO 2100-EXIT
007830     END-IF
007840     MOVE WS-EM-SALARIO(WS-EM-IDX) TO WS-SALARIO-WK
007850     MOVE WS-EM-CARGA(WS-EM-IDX) TO WS-CARGA-WK
007860     IF WS-CARGA-WK = ZERO
007870         MOVE WS-CARGA-FOLHA TO WS-CARGA-WK
007880     END-IF
007890     COMPUTE WS-HORA-VALOR = WS-SALARIO-WK / WS-CARGA-WK
007900     COMPUTE WS-HORAS-WK = WS-EM-MIN-EXTRA(WS-EM-IDX) / 60
007910     COMPUTE WS-EXTRA-HORAS ROUNDED = WS-HORAS-WK
007920     COMPUTE WS-EXTRA-VAL ROUNDED =
007930         WS-HORAS-WK * WS-HORA-VALOR * WS-FATOR-EXTRA
007940     COMPUTE WS-HORAS-WK = WS-EM-MIN-PREMIO(WS-EM-IDX) / 60
007950     COMPUTE WS-PREMIO-HORAS ROUNDED = WS-HORAS-WK
007960     COMPUTE WS-PREMIO-VAL ROUNDED =
007970         WS-HORAS-WK * WS-HORA-VALOR * WS-FATOR-NAO-UTIL
007980     MOVE ZERO TO WS-ATRASO-HORAS WS-ATRASO-VAL
007990     IF WS-DESCONTA-ATRASO
008000         COMPUTE WS-HORAS-WK = WS-EM-MIN-ATRASO(WS-EM-IDX) / 60
008010         COMPUTE WS-ATRASO-HORAS ROUNDED = WS-HORAS-WK
008020         COMPUTE WS-ATRASO-VAL ROUNDED =
008030             WS-HORAS-WK * WS-HORA-VALOR
008040     END-IF
008050     IF WS-EM-LIC-DIAS(WS-EM-IDX) > WS-DIAS-MES-FOLHA
008060         MOVE WS-DIAS-MES-FOLHA TO WS-EM-LIC-DIAS(WS-EM-IDX)
008070     END-IF
008080     COMPUTE WS-LICENCA-VAL ROUNDED =
008090         WS-SALARIO-WK * WS-EM-LIC-DIAS(WS-EM-IDX)
008100         / WS-DIAS-MES-FOLHA
008110     COMPUTE WS-BRUTO-VAL =
008120         WS-SALARIO-WK + WS-EXTRA-VAL + WS-PREMIO-VAL
008130     IF WS-ATRASO-VAL > WS-BRUTO-VAL
008140         MOVE WS-BRUTO-VAL TO WS-ATRASO-VAL
008150     END-IF
008160     IF WS-LICENCA-VAL > WS-BRUTO-VAL - WS-ATRASO-VAL
008170         COMPUTE WS-LICENCA-VAL = WS-BRUTO-VAL - WS-ATRASO-VAL
008180     END-IF
008190     COMPUTE WS-BASE-LIQ =
008200         WS-BRUTO-VAL - WS-ATRASO-VAL - WS-LICENCA-VAL
008210     MOVE WS-EM-QUEBRA(WS-EM-IDX) TO WS-QUEBRA-VAL
008220     MOVE ZERO TO WS-QUEBRA-SALDO
008230     IF WS-QUEBRA-VAL > WS-BASE-LIQ
008240         COMPUTE WS-QUEBRA-SALDO = WS-QUEBRA-VAL - WS-BASE-LIQ
008250         MOVE WS-BASE-LIQ TO WS-QUEBRA-VAL
008260     END-IF
008261     MOVE WS-EM-EMPR(WS-EM-IDX) TO WS-EMPR-VAL
008262     MOVE ZERO TO WS-EMPR-SALDO
008263     IF WS-EMPR-VAL > WS-BASE-LIQ - WS-QUEBRA-VAL
008264         COMPUTE WS-EMPR-SALDO =
008265             WS-EMPR-VAL - (WS-BASE-LIQ - WS-QUEBRA-VAL)
008266         COMPUTE WS-EMPR-VAL = WS-BASE-LIQ - WS-QUEBRA-VAL
008267     END-IF
008270     COMPUTE WS-DESCONTO-VAL =
008280         WS-ATRASO-VAL + WS-LICENCA-VAL + WS-QUEBRA-VAL
008281         + WS-EMPR-VAL
008282     COMPUTE WS-LIQUIDO-VAL =
008283         WS-BASE-LIQ - WS-QUEBRA-VAL - WS-EMPR-VAL
008300     MOVE SPACES TO REPORT-LINE
008310     WRITE REPORT-LINE
008320     MOVE SPACES TO REPORT-LINE
008330     STRING WS-EM-MATRICULA(WS-EM-IDX) " " WS-EM-NOME(WS-EM-IDX)
008340            " SALARIO " DELIMITED BY SIZE INTO REPORT-LINE
008350     MOVE WS-SALARIO-WK TO WS-VALOR-ED
008360     MOVE WS-VALOR-ED TO REPORT-LINE(37:12)
008370     MOVE "CARGA" TO REPORT-LINE(51:5)
008380     MOVE WS-CARGA-WK TO WS-QTD-ED
008390     MOVE WS-QTD-ED TO REPORT-LINE(57:3)
008400     MOVE "H" TO REPORT-LINE(60:1)
008410     WRITE REPORT-LINE
008420     MOVE "001" TO WS-RUB-CODIGO
008430     MOVE "P" TO WS-RUB-TIPO
008440     MOVE "SALARIO BASE" TO WS-RUB-DESCRICAO
008450     MOVE WS-DIAS-MES-FOLHA TO WS-RUB-REFERENCIA
008460     MOVE WS-SALARIO-WK TO WS-RUB-VALOR
008470     PERFORM 2200-RUBRICA THRU 2200-EXIT
008480     MOVE "002" TO WS-RUB-CODIGO
008490     MOVE "HORAS EXTRAS" TO WS-RUB-DESCRICAO
008500     MOVE WS-EXTRA-HORAS TO WS-RUB-REFERENCIA
008510     MOVE WS-EXTRA-VAL TO WS-RUB-VALOR
008520     PERFORM 2200-RUBRICA THRU 2200-EXIT
008530     MOVE "003" TO WS-RUB-CODIGO
008540     MOVE "ADICIONAL DIA NAO UTIL" TO WS-RUB-DESCRICAO
008550     MOVE WS-PREMIO-HORAS TO WS-RUB-REFERENCIA
008560     MOVE WS-PREMIO-VAL TO WS-RUB-VALOR
008570     PERFORM 2200-RUBRICA THRU 2200-EXIT
008580     MOVE "101" TO WS-RUB-CODIGO
008590     MOVE "D" TO WS-RUB-TIPO
008600     MOVE "ATRASOS" TO WS-RUB-DESCRICAO
008610     MOVE WS-ATRASO-HORAS TO WS-RUB-REFERENCIA
008620     MOVE WS-ATRASO-VAL TO WS-RUB-VALOR
008630     PERFORM 2200-RUBRICA THRU 2200-EXIT
008640     MOVE "102" TO WS-RUB-CODIGO
008650     MOVE "LICENCA SEM VENCIMENTOS" TO WS-RUB-DESCRICAO
008660     MOVE WS-EM-LIC-DIAS(WS-EM-IDX) TO WS-RUB-REFERENCIA
008670     MOVE WS-LICENCA-VAL TO WS-RUB-VALOR
008680     PERFORM 2200-RUBRICA THRU 2200-EXIT
008690     MOVE "103" TO WS-RUB-CODIGO
008700     MOVE "RESSARCIMENTO QUEBRA CAIXA" TO WS-RUB-DESCRICAO
008710     MOVE ZERO TO WS-RUB-REFERENCIA
008720     MOVE WS-QUEBRA-VAL TO WS-RUB-VALOR
008730     PERFORM 2200-RUBRICA THRU 2200-EXIT
008731     MOVE "104" TO WS-RUB-CODIGO
008732     MOVE "PARCELA ADIANTAMENTO" TO WS-RUB-DESCRICAO
008733     MOVE ZERO TO WS-RUB-REFERENCIA
008734     MOVE WS-EMPR-VAL TO WS-RUB-VALOR
008735     PERFORM 2200-RUBRICA THRU 2200-EXIT
008740     MOVE SPACES TO REPORT-LINE
008750     MOVE "BRUTO" TO REPORT-LINE(8:5)
008760     MOVE WS-BRUTO-VAL TO WS-VALOR-ED
008770     MOVE WS-VALOR-ED TO REPORT-LINE(14:12)
008780     MOVE "DESCONTOS" TO REPORT-LINE(28:9)
008790     MOVE WS-DESCONTO-VAL TO WS-VALOR-ED2
008800     MOVE WS-VALOR-ED2 TO REPORT-LINE(38:12)
008810     MOVE "LIQUIDO" TO REPORT-LINE(53:7)
008820     MOVE WS-LIQUIDO-VAL TO WS-VALOR-ED3
008830     MOVE WS-VALOR-ED3 TO REPORT-LINE(61:12)
008840     WRITE REPORT-LINE
008850     IF WS-EM-PONTO(WS-EM-IDX) NOT = "S"
008860         MOVE SPACES TO WS-OCOR-TEXTO
008870         STRING "SEM PONTOCSV - SO SALARIO BASE: "
008880                WS-EM-NOME(WS-EM-IDX)
008890             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
008900         PERFORM 8000-OCORRENCIA
008910     END-IF
008920     IF WS-EM-SEM-SAIDA(WS-EM-IDX) > ZERO
008930         MOVE WS-EM-SEM-SAIDA(WS-EM-IDX) TO WS-QTD-ED
008940         MOVE SPACES TO WS-OCOR-TEXTO
008950         STRING WS-QTD-ED " DIA(S) SEM SAIDA NO PONTO -"
008960                " CONFERIR AS HORAS"
008970             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
008980         PERFORM 8000-OCORRENCIA
008990     END-IF
009000     IF WS-QUEBRA-SALDO > ZERO
009010         MOVE WS-QUEBRA-SALDO TO WS-VALOR-ED
009020         MOVE SPACES TO WS-OCOR-TEXTO
009030         STRING "QUEBRA ACIMA DO LIQUIDO - NAO DESCONTADO R$"
009040                WS-VALOR-ED
009050             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
009060         PERFORM 8000-OCORRENCIA
009070     END-IF
009071     IF WS-EMPR-SALDO > ZERO
009072         MOVE WS-EMPR-SALDO TO WS-VALOR-ED
009073         MOVE SPACES TO WS-OCOR-TEXTO
009074         STRING "ADIANT. ACIMA DO LIQUIDO - NAO DESCONTADO R$"
009076                WS-VALOR-ED
009077             DELIMITED BY SIZE INTO WS-OCOR-TEXTO
009078         PERFORM 8000-OCORRENCIA
009079     END-IF
009080     ADD 1 TO WS-TT-FUNC
009090     ADD WS-BRUTO-VAL   TO WS-TT-BRUTO
009100     ADD WS-ATRASO-VAL  TO WS-TT-ATRASO
009110     ADD WS-LICENCA-VAL TO WS-TT-LICENCA
009120     ADD WS-QUEBRA-VAL  TO WS-TT-QUEBRA
009121     ADD WS-EMPR-VAL    TO WS-TT-EMPR
009130     ADD WS-LIQUIDO-VAL TO WS-TT-LIQUIDO.
009140 2100-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180*  2200-RUBRICA
009190*  UMA RUBRICA COM VALOR: REGISTRO NO FOLHBUR E LINHA NO FOLHRPT.
009200*  O SALARIO BASE SAI SEMPRE; AS OUTRAS SO QUANDO HA VALOR.
009210******************************************************************
009220 2200-RUBRICA.
009230     IF WS-RUB-VALOR = ZERO AND WS-RUB-CODIGO NOT = "001"
009240         GO TO 2200-EXIT
009250     END-IF
009260     MOVE SPACES                  TO PAYROLL-BUREAU-RECORD
009270     MOVE WS-EM-MATRICULA(WS-EM-IDX) TO FBU-MATRICULA
009280     MOVE WS-IN-MES               TO FBU-COMPETENCIA
009290     MOVE WS-RUB-CODIGO           TO FBU-RUBRICA
009300     MOVE WS-RUB-TIPO             TO FBU-TIPO
009310     MOVE WS-RUB-REFERENCIA       TO FBU-REFERENCIA
009320     MOVE WS-RUB-VALOR            TO FBU-VALOR
009330     MOVE WS-EM-NOME(WS-EM-IDX)   TO FBU-NOME
009340     WRITE PAYROLL-BUREAU-RECORD
009350     ADD 1 TO WS-TT-RUBRICAS
009360     MOVE SPACES TO REPORT-LINE
009370     MOVE WS-RUB-CODIGO TO REPORT-LINE(8:3)
009380     MOVE WS-RUB-DESCRICAO TO REPORT-LINE(12:26)
009390     MOVE WS-RUB-REFERENCIA TO WS-REF-ED
009400     MOVE WS-REF-ED TO REPORT-LINE(43:8)
009410     MOVE WS-RUB-VALOR TO WS-VALOR-ED
009420     IF WS-RUB-TIPO = "P"
009430         MOVE WS-VALOR-ED TO REPORT-LINE(52:12)
009440     ELSE
009450         MOVE WS-VALOR-ED TO REPORT-LINE(66:12)
009460     END-IF
009470     WRITE REPORT-LINE.
009480 2200-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520*  3000-TOTAIS
009530*  TOTAIS DA PRE-FOLHA NO FOLHRPT E NA TELA.
009540******************************************************************
009550 3000-TOTAIS.
009560     COMPUTE WS-TT-DESPESA =
009570         WS-TT-BRUTO - WS-TT-ATRASO - WS-TT-LICENCA
009580     MOVE SPACES TO REPORT-LINE
009590     WRITE REPORT-LINE
009600     MOVE SPACES TO REPORT-LINE
009610     MOVE WS-TT-FUNC TO WS-QTD-ED
009620     STRING "TOTAIS - FUNCIONARIOS " WS-QTD-ED
009630            "  RUBRICAS NO FOLHBUR " WS-TT-RUBRICAS
009640         DELIMITED BY SIZE INTO REPORT-LINE
009650     WRITE REPORT-LINE
009660     MOVE SPACES TO REPORT-LINE
009670     MOVE WS-TT-BRUTO TO WS-VALOR-ED
009680     MOVE WS-TT-LIQUIDO TO WS-VALOR-ED2
009690     STRING "  BRUTO " WS-VALOR-ED "   LIQUIDO " WS-VALOR-ED2
009700         DELIMITED BY SIZE INTO REPORT-LINE
009710     WRITE REPORT-LINE
009720     MOVE SPACES TO REPORT-LINE
009730     MOVE WS-TT-ATRASO TO WS-VALOR-ED
009740     MOVE WS-TT-LICENCA TO WS-VALOR-ED2
009750     MOVE WS-TT-QUEBRA TO WS-VALOR-ED3
009760     STRING "  ATRASOS " WS-VALOR-ED "  LICENCAS " WS-VALOR-ED2
009770            "  QUEBRAS " WS-VALOR-ED3
009780         DELIMITED BY SIZE INTO REPORT-LINE
009790     WRITE REPORT-LINE
009800     MOVE SPACES TO REPORT-LINE
009801     MOVE WS-TT-EMPR TO WS-VALOR-ED
009802     STRING "  PARCELAS DE ADIANTAMENTO " WS-VALOR-ED
009803         DELIMITED BY SIZE INTO REPORT-LINE
009804     WRITE REPORT-LINE
009805     MOVE SPACES TO REPORT-LINE
009810     MOVE WS-TT-DESPESA TO WS-VALOR-ED
009820     STRING "  DESPESA DE SALARIOS DO MES " WS-VALOR-ED
009830         DELIMITED BY SIZE INTO REPORT-LINE
009840     WRITE REPORT-LINE
009850     MOVE WS-TT-FUNC TO WS-QTD-ED
009860     MOVE WS-TT-BRUTO TO WS-VALOR-ED
009870     MOVE WS-TT-LIQUIDO TO WS-VALOR-ED2
009880     DISPLAY "PRE-FOLHA " WS-IN-MES " - FUNCIONARIOS " WS-QTD-ED
009890             " BRUTO " WS-VALOR-ED " LIQUIDO " WS-VALOR-ED2
009900     DISPLAY "FOLHBUR E FOLHRPT GRAVADOS - OCORRENCIAS: "
009910             WS-OCOR-QTD.
009920
009930******************************************************************
009940*  4000-PROVISAO
009950*  COM A CONFIRMACAO DO OPERADOR, LANCA A PROVISAO NO LEDGER NO
009960*  ULTIMO DIA DO MES COM O HISTORICO "PRE-FOLHA AAAAMM" - SE ESSE
009970*  HISTORICO JA ESTA NO LEDGER, O MES JA FOI PROVISIONADO E NADA
009980*  E LANCADO (UMA NOVA PRE-FOLHA DO MES CORRIGE SO OS ARQUIVOS):
009990*    D 580SALAR  BRUTO MENOS ATRASOS E LICENCAS
010000*    C 550QUEBR  QUEBRAS DESCONTADAS
010001*    C 220SALAR  LIQUIDO A PAGAR MAIS AS PARCELAS DE ADIANTAMENTO
010002*                DESCONTADAS (O ADIANTAMENTO NAO PASSA PELO
010003*                LEDGER - O LER100 SO CONTROLA O SALDO NO
010004*                EMPRSALD)
010020******************************************************************
010030 4000-PROVISAO.
010040     IF WS-TT-DESPESA = ZERO
010050         GO TO 4000-EXIT
010060     END-IF
010070     DISPLAY "LANCAR A PROVISAO DE SALARIOS NO LEDGER (S/N)?"
010080     ACCEPT WS-DECISAO
010090     IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
010100         DISPLAY "PROVISAO NAO LANCADA"
010110         GO TO 4000-EXIT
010120     END-IF
010130     PERFORM 8200-CONFERE-CONTAS THRU 8200-EXIT
010140     IF NOT WS-CONTAS-OK
010150         DISPLAY "PROVISAO NAO LANCADA"
010160         MOVE 4 TO WS-COND-CODE
010170         GO TO 4000-EXIT
010180     END-IF
010190     MOVE SPACES TO WS-DESC-WK
010200     STRING "PRE-FOLHA " WS-IN-MES DELIMITED BY SIZE
010210         INTO WS-DESC-WK
010220     OPEN INPUT LEDGER-POSTING-FILE
010230     IF WS-LEDGER-FILE-STATUS = "00"
010240         PERFORM 4100-PROCURA-PROVISAO THRU 4100-EXIT
010250             UNTIL WS-LEDGER-EOF OR WS-JA-LANCADA
010260         CLOSE LEDGER-POSTING-FILE
010270     END-IF
010280     IF WS-JA-LANCADA
010290         DISPLAY "PROVISAO DE " WS-IN-MES " JA ESTA NO LEDGER -"
010300                 " NADA LANCADO"
010310         MOVE 4 TO WS-COND-CODE
010320         GO TO 4000-EXIT
010330     END-IF
010340     PERFORM 6000-OPEN-LEDGER
010350     MOVE WS-CONTA-DESPESA TO WS-IN-ACCOUNT
010360     MOVE "D" TO WS-DC-WK
010370     MOVE WS-TT-DESPESA TO WS-VALOR-NUM
010380     PERFORM 6100-GRAVA-LEDGER
010390     IF WS-PERIODO-RECUSADO
010400         CLOSE LEDGER-POSTING-FILE
010410         DISPLAY "PROVISAO NAO LANCADA"
010420         MOVE 4 TO WS-COND-CODE
010430         GO TO 4000-EXIT
010440     END-IF
010450     IF WS-TT-QUEBRA > ZERO
010460         MOVE WS-CONTA-QUEBRA TO WS-IN-ACCOUNT
010470         MOVE "C" TO WS-DC-WK
010480         MOVE WS-TT-QUEBRA TO WS-VALOR-NUM
010481         PERFORM 6100-GRAVA-LEDGER
010482     END-IF
010510     MOVE WS-CONTA-A-PAGAR TO WS-IN-ACCOUNT
010520     MOVE "C" TO WS-DC-WK
010530     COMPUTE WS-VALOR-NUM = WS-TT-LIQUIDO + WS-TT-EMPR
010540     PERFORM 6100-GRAVA-LEDGER
010550     CLOSE LEDGER-POSTING-FILE
010560     MOVE "S" TO WS-LEDGER-FEITO
010570     MOVE WS-TT-DESPESA TO WS-VALOR-ED
010580     DISPLAY "PROVISAO LANCADA NO LEDGER EM " WS-FIM-MES
010590             " - DESPESA " WS-VALOR-ED
010600     MOVE SPACES TO REPORT-LINE
010610     STRING "  PROVISAO LANCADA NO LEDGER EM " WS-FIM-MES
010620         DELIMITED BY SIZE INTO REPORT-LINE
010630     WRITE REPORT-LINE.
010640 4000-EXIT.
010650     EXIT.
010660
010670 4100-PROCURA-PROVISAO.
010680     READ LEDGER-POSTING-FILE
010690         AT END
010700             MOVE "Y" TO WS-LEDGER-EOF-SW
010710             GO TO 4100-EXIT
010720     END-READ
010730     IF LED-DESC = WS-DESC-WK
010740         MOVE "Y" TO WS-JA-LANCADA-SW
010750     END-IF.
010760 4100-EXIT.
010770     EXIT.
010780
010790******************************************************************
010800*  5000-PROXIMO-MES
010810*  SOMA UM MES A WS-MES-PROX (AAAAMM).
010820******************************************************************
010830 5000-PROXIMO-MES.
010840     ADD 1 TO WS-MP-MES
010850     IF WS-MP-MES > 12
010860         MOVE 1 TO WS-MP-MES
010870         ADD 1 TO WS-MP-ANO
010880     END-IF.
010890
010900******************************************************************
010910*  6000-OPEN-LEDGER / 6100-GRAVA-LEDGER
010920*  ABRE O LEDGER EM MODO EXTEND (CRIANDO-O SE PRECISO) E GRAVA UM
010930*  LANCAMENTO NO ULTIMO DIA DO MES: CONTA WS-IN-ACCOUNT, LADO
010940*  WS-DC-WK, VALOR WS-VALOR-NUM E HISTORICO WS-DESC-WK.
010950******************************************************************
010960 6000-OPEN-LEDGER.
010970     OPEN EXTEND LEDGER-POSTING-FILE
010980     IF WS-LEDGER-FILE-STATUS = "35"
010990         OPEN OUTPUT LEDGER-POSTING-FILE
011000         CLOSE LEDGER-POSTING-FILE
011010         OPEN EXTEND LEDGER-POSTING-FILE
011020     END-IF.
011030
011040 6100-GRAVA-LEDGER.
011050     MOVE SPACES        TO LEDGER-POSTING-RECORD
011060     MOVE WS-FIM-MES    TO LED-POSTING-DATE
011070     MOVE WS-IN-ACCOUNT TO LED-ACCOUNT
011080     MOVE WS-DC-WK      TO LED-DC
011090     MOVE WS-VALOR-NUM  TO LED-AMOUNT
011100     MOVE WS-DESC-WK    TO LED-DESC
011110     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
011120                          LEDGER-POSTING-RECORD WS-PERIODO-SW
011130     IF NOT WS-PERIODO-RECUSADO
011140         WRITE LEDGER-POSTING-RECORD
011150     END-IF.
011160
011170******************************************************************
011180*  7000-WRITE-AUDIT
011190*  GRAVA A PRE-FOLHA DO MES NA TRILHA DE AUDITORIA.
011200******************************************************************
011210 7000-WRITE-AUDIT.
011220     MOVE "FOLHAPRE"          TO AUDIT-PROGRAM-ID
011230     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011240     ACCEPT AUDIT-TIME FROM TIME
011250     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011260     MOVE WS-IN-MES           TO AUDIT-KEY
011270     MOVE WS-TT-FUNC          TO WS-QTD-ED
011280     MOVE WS-TT-BRUTO         TO WS-VALOR-ED
011290     MOVE WS-TT-LIQUIDO       TO WS-VALOR-ED2
011300     MOVE SPACES              TO AUDIT-DETAIL
011310     STRING "FUNC " WS-QTD-ED " BRUTO " WS-VALOR-ED
011320            " LIQ " WS-VALOR-ED2 " LEDGER " WS-LEDGER-FEITO
011330            DELIMITED BY SIZE INTO AUDIT-DETAIL
011340     CALL "AUDITWR" USING AUDIT-RECORD.
011350
011360******************************************************************
011370*  8000-OCORRENCIA
011380*  MOSTRA E REGISTRA NO FOLHRPT UMA OCORRENCIA (WS-OCOR-TEXTO);
011390*  O RETURN-CODE VOLTA 4 PARA O ESCRITORIO CONFERIR.
011400******************************************************************
011410 8000-OCORRENCIA.
011420     ADD 1 TO WS-OCOR-QTD
011430     MOVE 4 TO WS-COND-CODE
011440     DISPLAY "*** " WS-OCOR-TEXTO
011450     MOVE SPACES TO REPORT-LINE
011460     STRING "   *** " WS-OCOR-TEXTO DELIMITED BY SIZE
011470         INTO REPORT-LINE
011480     WRITE REPORT-LINE.
011490
011500******************************************************************
011510*  8200-CONFERE-CONTAS
011520*  AS CONTAS DA PROVISAO TEM DE ESTAR ATIVAS NO COAMAST ANTES DE
011530*  QUALQUER LANCAMENTO; A QUE FALTAR E MOSTRADA.
011540******************************************************************
011550 8200-CONFERE-CONTAS.
011560     MOVE "Y" TO WS-CONTAS-OK-SW
011570     MOVE WS-CONTA-DESPESA TO WS-IN-ACCOUNT
011580     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
011590     MOVE WS-CONTA-A-PAGAR TO WS-IN-ACCOUNT
011600     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
011610     IF WS-TT-QUEBRA > ZERO
011620         MOVE WS-CONTA-QUEBRA TO WS-IN-ACCOUNT
011630         PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
011640     END-IF.
011650 8200-EXIT.
011660     EXIT.
011670
011680 8250-CONFERE-UMA.
011690     MOVE "N" TO WS-COA-OK-SW
011700     PERFORM 8260-MATCH-CONTA THRU 8260-EXIT
011710         VARYING WS-CO-IDX FROM 1 BY 1
011720         UNTIL WS-CO-IDX > WS-COA-COUNT OR WS-COA-OK
011730     IF NOT WS-COA-OK
011740         DISPLAY "CONTA " WS-IN-ACCOUNT
011750                 " FORA DO PLANO OU ENCERRADA NO COAMAST"
011760         MOVE "N" TO WS-CONTAS-OK-SW
011770     END-IF.
011780 8250-EXIT.
011790     EXIT.
011800
011810 8260-MATCH-CONTA.
011820     IF WS-CO-ACCOUNT(WS-CO-IDX) = WS-IN-ACCOUNT
011830         AND (WS-CO-ACTIVE(WS-CO-IDX) = "A"
011840              OR WS-CO-ACTIVE(WS-CO-IDX) = SPACE)
011850         MOVE "Y" TO WS-COA-OK-SW
011860     END-IF.
011870 8260-EXIT.
011880     EXIT.
011890
011900******************************************************************
011910*  9000-FINALIZE
011920*  FECHA O FOLHRPT, GRAVA A AUDITORIA, FECHA A TRILHA E DEVOLVE
011930*  A CONDICAO DE SAIDA (4 COM OCORRENCIA).
011940******************************************************************
011950 9000-FINALIZE.
011960     CLOSE PAYROLL-REPORT-FILE
011970     PERFORM 7000-WRITE-AUDIT
011980     CLOSE AUDIT-LOG-FILE
011990     MOVE WS-COND-CODE TO RETURN-CODE.
