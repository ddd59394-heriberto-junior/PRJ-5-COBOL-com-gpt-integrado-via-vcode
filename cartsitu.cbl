000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-SITUACAO.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-SITUACAO
000100*    DESCRIPTION..: MORNING STATUS REPORT OF THE JOB STREAM. FOR
000110*                   EVERY BUSINESS DATE OF THE PERIOD IT LISTS
000120*                   EACH DAILY STEP OF THE JOB-STREAM
000130*                   PREREQUISITES TABLE (PREREQ.TXT, ETAPREG)
000140*                   WITH ITS SITUACAO ON THE RUN-CONTROL REGISTRY
000150*                   RUNCTL.DAT - COMPLETO, ABENDOU (LEFT
000160*                   INICIADO), DIVERGENTE (CARTAO-BALANCO OUT OF
000170*                   BALANCE) OR AUSENTE - AND DOES THE SAME FOR
000180*                   EVERY MONTH OF THE PERIOD WITH THE MONTHLY
000190*                   STEPS, ON SITREL.TXT. FOR A
000200*                   STEP THAT IS AUSENTE IT ASKS CARTAO-PREREQ
000210*                   WHAT THE STEP IS STILL WAITING FOR, SO THE
000220*                   OPERATOR SEES AT ONCE WHETHER IT CAN BE
000230*                   STARTED. A BUSINESS DATE IS ANY DATE ON WHICH
000240*                   A DAILY STEP OF THE TABLE REGISTERED A RUN; A
000250*                   STEP THE TABLE DOES NOT MARK AS EXPECTED IS
000260*                   LISTED ONLY WHEN IT RAN.
000270*                   A MONTH IS LISTED ONCE IT HAS ENDED BEFORE THE
000280*                   LAST DATE OF THE PERIOD, SINCE ITS MONTHLY
000290*                   STEPS ONLY RUN AFTER IT CLOSES.
000300*
000310*                   RUN IN CHECK MODE (SIT-ETAPA KEYED) IT LISTS
000320*                   NOTHING: IT CHECKS THE PREREQUISITES OF THE
000330*                   NAMED STEP AND REFERENCE THROUGH
000340*                   CARTAO-PREREQ, ENDS WITH RETURN-CODE 8 WHEN
000350*                   ANY IS PENDING SO THE SCHEDULER HOLDS THE STEP
000360*                   AND, WHEN ALL ARE MET AND SIT-REGISTRA IS "S",
000370*                   REGISTERS THE STEP AS COMPLETED ON THE
000380*                   REGISTRY. THIS IS HOW THE
000390*                   RELEASE OF LIQUIDACAO.TXT TO THE NETWORK
000400*                   (LIQUIDAC), WHICH IS NO PROGRAM, IS HELD UNTIL
000410*                   THE DAY'S BALANCING PROOF HAS COMPLETED.
000420*
000430*    PARAMETER CARD (SITPARM.TXT, ONE RECORD, OPTIONAL):
000440*        SIT-DATA-INI    FIRST DATE OF THE PERIOD, YYYYMMDD;
000450*                        ZERO OR BLANK = FIRST DAY OF THE
000460*                        PREVIOUS MONTH
000470*        SIT-DATA-FIM    LAST DATE OF THE PERIOD, YYYYMMDD; ZERO
000480*                        OR BLANK = TODAY
000490*        SIT-ETAPA       STEP CODE FOR CHECK MODE; BLANK = REPORT
000500*        SIT-DATA-REF    REFERENCE OF THE STEP IN CHECK MODE
000510*                        (YYYYMMDD, OR YYYYMM00 FOR A MONTHLY
000520*                        STEP)
000530*        SIT-REGISTRA    "S" = REGISTER THE STEP COMPLETED WHEN
000540*                        ITS PREREQUISITES ARE MET (ONLY FOR A
000550*                        STEP THAT IS NO PROGRAM, SUCH AS
000560*                        LIQUIDAC)
000570*
000580*    MODIFICATION HISTORY
000590*    DATE        BY   DESCRIPTION
000600*    ----------  ---  -----------------------------------------
000610*    2026-10-15  JCM  ORIGINAL VERSION.
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OPTIONAL SITUACAO-PARAMETRO ASSIGN TO "SITPARM.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT CARTAO-PREREQS ASSIGN TO "PREREQ.TXT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ETP-STATUS.
000720
000730     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS IS DYNAMIC
000760         RECORD KEY IS RUN-CHAVE
000770         FILE STATUS IS WS-RUN-STATUS.
000780
000790     SELECT SITUACAO-RELATORIO ASSIGN TO "SITREL.TXT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  SITUACAO-PARAMETRO.
000840 01  PARAMETRO-REGISTRO.
000850     05  SIT-DATA-INI          PIC 9(08).
000860     05  SIT-DATA-FIM          PIC 9(08).
000870     05  SIT-ETAPA             PIC X(08).
000880     05  SIT-DATA-REF          PIC 9(08).
000890     05  SIT-REGISTRA          PIC X(01).
000900
000910 FD  CARTAO-PREREQS.
000920 01  ETAPA-REGISTRO.
000930     COPY ETAPREG.
000940
000950 FD  CARTAO-RUNCTL.
000960 01  RUNCTL-REGISTRO.
000970     COPY RUNREG.
000980
000990 FD  SITUACAO-RELATORIO.
001000 01  RELATORIO-LINHA           PIC X(100).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-SWITCHES.
001040     05  FIM-ETAPAS            PIC X(01) VALUE "N".
001050         88  FIM-DAS-ETAPAS        VALUE "S".
001060     05  FIM-RUNCTL            PIC X(01) VALUE "N".
001070         88  FIM-DO-RUNCTL         VALUE "S".
001080     05  WS-RUNCTL-SW          PIC X(01) VALUE "N".
001090         88  RUNCTL-DISPONIVEL     VALUE "S".
001100     05  WS-ACHADO-SW          PIC X(01) VALUE "N".
001110         88  RUN-ACHADO            VALUE "S".
001120     05  WS-MODO-SW            PIC X(01) VALUE "R".
001130         88  MODO-VERIFICACAO      VALUE "V".
001140
001150 01  WS-CAMPOS.
001160     05  WS-ETP-STATUS         PIC X(02) VALUE SPACES.
001170     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001180     05  WS-DATA-HOJE          PIC 9(08) VALUE ZERO.
001190     05  WS-DATA-INI           PIC 9(08) VALUE ZERO.
001200     05  WS-DATA-FIM           PIC 9(08) VALUE ZERO.
001210     05  WS-DATA-DIA           PIC 9(02) VALUE ZERO.
001220     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
001230     05  WS-ANO                PIC 9(04) VALUE ZERO.
001240     05  WS-MES                PIC 9(02) VALUE ZERO.
001250     05  WS-MES-CORRENTE       PIC 9(06) VALUE ZERO.
001260     05  WS-MES-FIM            PIC 9(06) VALUE ZERO.
001270     05  WS-REF-ATUAL          PIC 9(08) VALUE ZERO.
001280     05  WS-PERIODO-ATUAL      PIC X(01) VALUE SPACE.
001290     05  WS-ETAPA              PIC X(08) VALUE SPACES.
001300     05  WS-DATA-REF           PIC 9(08) VALUE ZERO.
001310     05  WS-REGISTRA           PIC X(01) VALUE "N".
001320         88  REGISTRA-ETAPA        VALUE "S".
001330
001340*    THE STEPS OF THE STREAM, IN PREREQ.TXT ORDER
001350 01  WS-TABELA-ETAPAS.
001360     05  WS-ETP-QTD            PIC 9(03) COMP VALUE ZERO.
001370     05  WS-ETP-SUB            PIC 9(03) COMP VALUE ZERO.
001380     05  WS-ETP-MAXIMO         PIC 9(03) COMP VALUE 50.
001390     05  WS-ETP-MENSAIS        PIC 9(03) COMP VALUE ZERO.
001400     05  WS-ETP-ENTRADA        OCCURS 50 TIMES.
001410         10  WS-ETP-PROGRAMA   PIC X(08).
001420         10  WS-ETP-PERIODO    PIC X(01).
001430         10  WS-ETP-ESPERADA   PIC X(01).
001440         10  WS-ETP-NOME       PIC X(20).
001450
001460*    THE BUSINESS DATES OF THE PERIOD, ASCENDING, NO REPEATS
001470 01  WS-TABELA-DATAS.
001480     05  WS-DTA-QTD            PIC 9(03) COMP VALUE ZERO.
001490     05  WS-DTA-SUB            PIC 9(03) COMP VALUE ZERO.
001500     05  WS-DTA-POS            PIC 9(03) COMP VALUE ZERO.
001510     05  WS-DTA-MAXIMO         PIC 9(03) COMP VALUE 400.
001520     05  WS-DTA-DATA           PIC 9(08) OCCURS 401 TIMES.
001530
001540 01  WS-CONTADORES.
001550     05  WS-QTD-COMPLETAS      PIC 9(07) VALUE ZERO.
001560     05  WS-QTD-ABENDADAS      PIC 9(07) VALUE ZERO.
001570     05  WS-QTD-DIVERGENTES    PIC 9(07) VALUE ZERO.
001580     05  WS-QTD-AUSENTES       PIC 9(07) VALUE ZERO.
001590     05  WS-QTD-MESES          PIC 9(07) VALUE ZERO.
001600
001610 01  PRQ-AREA.
001620     COPY PREQREG.
001630
001640 01  WS-OBS-AGUARDA.
001650     05  FILLER                PIC X(08) VALUE "AGUARDA ".
001660     05  OBS-PROGRAMA          PIC X(08).
001670     05  FILLER                PIC X(01) VALUE SPACE.
001680     05  OBS-DATA-REF          PIC 9(08).
001690     05  FILLER                PIC X(01) VALUE SPACE.
001700     05  OBS-SITUACAO          PIC X(01).
001710
001720 01  REL-CABECALHO-1.
001730     05  FILLER                PIC X(40) VALUE
001740         "CARTAO-SITUACAO - SITUACAO DO FLUXO DE  ".
001750     05  CAB-DATA-INI          PIC 9(08).
001760     05  FILLER                PIC X(03) VALUE " A ".
001770     05  CAB-DATA-FIM          PIC 9(08).
001780     05  FILLER                PIC X(41) VALUE SPACES.
001790
001800 01  REL-CABECALHO-2.
001810     05  FILLER                PIC X(50) VALUE
001820         "ETAPA    NOME                 SITUACAO   EXECUCAO ".
001830     05  FILLER                PIC X(50) VALUE
001840         "QTD REG          VALOR OBSERVACAO                 ".
001850
001860 01  REL-QUEBRA.
001870     05  QBR-ROTULO            PIC X(20).
001880     05  QBR-REFERENCIA        PIC 9(08).
001890     05  FILLER                PIC X(72) VALUE SPACES.
001900
001910 01  REL-DETALHE.
001920     05  DET-ETAPA             PIC X(08).
001930     05  FILLER                PIC X(01) VALUE SPACES.
001940     05  DET-NOME              PIC X(20).
001950     05  FILLER                PIC X(01) VALUE SPACES.
001960     05  DET-SITUACAO          PIC X(10).
001970     05  FILLER                PIC X(01) VALUE SPACES.
001980     05  DET-DATA-EXEC         PIC X(08).
001990     05  FILLER                PIC X(01) VALUE SPACES.
002000     05  DET-REGISTROS         PIC Z(06)9.
002010     05  FILLER                PIC X(01) VALUE SPACES.
002020     05  DET-VALOR             PIC Z(10)9.99.
002030     05  FILLER                PIC X(01) VALUE SPACES.
002040     05  DET-OBSERVACAO        PIC X(27).
002050
002060 01  REL-TOTAL.
002070     05  TOT-ROTULO            PIC X(30).
002080     05  TOT-QTD               PIC Z(06)9.
002090     05  FILLER                PIC X(63) VALUE SPACES.
002100
002110 PROCEDURE DIVISION.
002120******************************************************************
002130* 0000-MAINLINE
002140******************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002170     IF MODO-VERIFICACAO
002180         PERFORM 4000-VERIFICA-ETAPA THRU 4000-VERIFICA-ETAPA-EXIT
002190         STOP RUN
002200     END-IF
002210     PERFORM 1100-CARREGA-ETAPAS THRU 1100-CARREGA-ETAPAS-EXIT
002220     PERFORM 1200-ABRE-ARQUIVOS THRU 1200-ABRE-ARQUIVOS-EXIT
002230     PERFORM 1300-COLETA-DATAS THRU 1300-COLETA-DATAS-EXIT
002240         VARYING WS-ETP-SUB FROM 1 BY 1
002250         UNTIL WS-ETP-SUB > WS-ETP-QTD
002260     PERFORM 2000-LISTA-DATA THRU 2000-LISTA-DATA-EXIT
002270         VARYING WS-DTA-SUB FROM 1 BY 1
002280         UNTIL WS-DTA-SUB > WS-DTA-QTD
002290     IF WS-ETP-MENSAIS > ZERO
002300         PERFORM 2500-LISTA-MES THRU 2500-LISTA-MES-EXIT
002310             UNTIL WS-MES-CORRENTE NOT < WS-MES-FIM
002320     END-IF
002330     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
002340     STOP RUN.
002350
002360******************************************************************
002370* 1000-INITIALIZE - READ THE OPTIONAL PARAMETER CARD AND WORK OUT
002380*                   THE PERIOD, OR THE STEP TO CHECK
002390******************************************************************
002400 1000-INITIALIZE.
002410     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002420     OPEN INPUT SITUACAO-PARAMETRO
002430     READ SITUACAO-PARAMETRO
002440         AT END
002450             MOVE SPACES TO PARAMETRO-REGISTRO
002460     END-READ
002470     CLOSE SITUACAO-PARAMETRO
002480     IF SIT-ETAPA NOT = SPACES
002490         IF SIT-DATA-REF NOT NUMERIC OR SIT-DATA-REF = ZERO
002500             DISPLAY "CARTAO-SITUACAO - REFERENCIA DA ETAPA "
002510                 "INVALIDA"
002520             MOVE 16 TO RETURN-CODE
002530             STOP RUN
002540         END-IF
002550         MOVE "V" TO WS-MODO-SW
002560         MOVE SIT-ETAPA    TO WS-ETAPA
002570         MOVE SIT-DATA-REF TO WS-DATA-REF
002580         MOVE SIT-REGISTRA TO WS-REGISTRA
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF
002610     IF SIT-DATA-FIM NUMERIC AND SIT-DATA-FIM > ZERO
002620         MOVE SIT-DATA-FIM TO WS-DATA-FIM
002630     ELSE
002640         MOVE WS-DATA-HOJE TO WS-DATA-FIM
002650     END-IF
002660     IF SIT-DATA-INI NUMERIC AND SIT-DATA-INI > ZERO
002670         MOVE SIT-DATA-INI TO WS-DATA-INI
002680     ELSE
002690         DIVIDE WS-DATA-HOJE BY 100
002700             GIVING WS-ANO-MES REMAINDER WS-DATA-DIA
002710         DIVIDE WS-ANO-MES BY 100
002720             GIVING WS-ANO REMAINDER WS-MES
002730         IF WS-MES > 1
002740             COMPUTE WS-DATA-INI = (WS-ANO-MES - 1) * 100 + 1
002750         ELSE
002760             COMPUTE WS-DATA-INI =
002770                 ((WS-ANO - 1) * 100 + 12) * 100 + 1
002780         END-IF
002790     END-IF
002800     IF WS-DATA-INI > WS-DATA-FIM
002810         DISPLAY "CARTAO-SITUACAO - PERIODO INVALIDO: "
002820             WS-DATA-INI " A " WS-DATA-FIM
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF
002860     DIVIDE WS-DATA-INI BY 100
002870         GIVING WS-MES-CORRENTE REMAINDER WS-DATA-DIA
002880     DIVIDE WS-DATA-FIM BY 100
002890         GIVING WS-MES-FIM REMAINDER WS-DATA-DIA.
002900 1000-INITIALIZE-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940* 1100-CARREGA-ETAPAS - LOAD THE STEP LINES OF PREREQ.TXT, WHICH
002950*                       THE REPORT CANNOT DO WITHOUT
002960******************************************************************
002970 1100-CARREGA-ETAPAS.
002980     OPEN INPUT CARTAO-PREREQS
002990     IF WS-ETP-STATUS = "35"
003000         DISPLAY "CARTAO-SITUACAO - PREREQ.TXT AUSENTE"
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040     IF WS-ETP-STATUS NOT = "00"
003050         DISPLAY "CARTAO-SITUACAO - CARTAO-PREREQS OPEN FAILED, "
003060             "STATUS " WS-ETP-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF
003100     PERFORM 1110-LE-ETAPA THRU 1110-LE-ETAPA-EXIT
003110         UNTIL FIM-DAS-ETAPAS
003120     CLOSE CARTAO-PREREQS
003130     IF WS-ETP-QTD = ZERO
003140         DISPLAY "CARTAO-SITUACAO - NENHUMA ETAPA EM PREREQ.TXT"
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180 1100-CARREGA-ETAPAS-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220* 1110-LE-ETAPA - READ ONE LINE OF THE TABLE: A VALID STEP LINE IS
003230*                 ADDED TO THE TABLE, A PREREQUISITE LINE IS LEFT
003240*                 TO CARTAO-PREREQ AND ANYTHING ELSE IS REPORTED
003250*                 AND IGNORED
003260******************************************************************
003270 1110-LE-ETAPA.
003280     READ CARTAO-PREREQS
003290         AT END
003300             MOVE "S" TO FIM-ETAPAS
003310     END-READ
003320     IF FIM-DAS-ETAPAS
003330         GO TO 1110-LE-ETAPA-EXIT
003340     END-IF
003350     IF ETP-REGRA
003360         GO TO 1110-LE-ETAPA-EXIT
003370     END-IF
003380     IF NOT ETP-ETAPA OR NOT ETP-PERIODO-VALIDO
003390        OR ETP-PROGRAMA = SPACES
003400         DISPLAY "CARTAO-SITUACAO - LINHA IGNORADA: "
003410             ETAPA-REGISTRO
003420         GO TO 1110-LE-ETAPA-EXIT
003430     END-IF
003440     IF WS-ETP-QTD NOT < WS-ETP-MAXIMO
003450         DISPLAY "CARTAO-SITUACAO - TABELA DE ETAPAS CHEIA, "
003460             "IGNORADA: " ETAPA-REGISTRO
003470         GO TO 1110-LE-ETAPA-EXIT
003480     END-IF
003490     ADD 1 TO WS-ETP-QTD
003500     MOVE ETP-PROGRAMA TO WS-ETP-PROGRAMA(WS-ETP-QTD)
003510     MOVE ETP-PERIODO  TO WS-ETP-PERIODO(WS-ETP-QTD)
003520     MOVE ETP-ESPERADA TO WS-ETP-ESPERADA(WS-ETP-QTD)
003530     MOVE ETP-NOME     TO WS-ETP-NOME(WS-ETP-QTD)
003540     IF ETP-MENSAL
003550         ADD 1 TO WS-ETP-MENSAIS
003560     END-IF.
003570 1110-LE-ETAPA-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 1200-ABRE-ARQUIVOS - OPEN THE REGISTRY (A REGISTRY NOT YET
003620*                      CREATED HAS NO RUNS) AND THE REPORT
003630******************************************************************
003640 1200-ABRE-ARQUIVOS.
003650     OPEN INPUT CARTAO-RUNCTL
003660     EVALUATE WS-RUN-STATUS
003670         WHEN "00"
003680             MOVE "S" TO WS-RUNCTL-SW
003690         WHEN "35"
003700             MOVE "N" TO WS-RUNCTL-SW
003710             DISPLAY "CARTAO-SITUACAO - RUNCTL.DAT AUSENTE, "
003720                 "NENHUM RUN REGISTRADO"
003730         WHEN OTHER
003740             DISPLAY "CARTAO-SITUACAO - CARTAO-RUNCTL OPEN "
003750                 "FAILED, STATUS " WS-RUN-STATUS
003760             MOVE 16 TO RETURN-CODE
003770             STOP RUN
003780     END-EVALUATE
003790     OPEN OUTPUT SITUACAO-RELATORIO
003800     MOVE WS-DATA-INI TO CAB-DATA-INI
003810     MOVE WS-DATA-FIM TO CAB-DATA-FIM
003820     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
003830     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2.
003840 1200-ABRE-ARQUIVOS-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 1300-COLETA-DATAS - BROWSE THE RUNS OF ONE DAILY STEP DATED IN
003890*                     THE PERIOD, COLLECTING THEIR DATES
003900******************************************************************
003910 1300-COLETA-DATAS.
003920     IF NOT RUNCTL-DISPONIVEL
003930        OR WS-ETP-PERIODO(WS-ETP-SUB) NOT = "D"
003940         GO TO 1300-COLETA-DATAS-EXIT
003950     END-IF
003960     MOVE "N" TO FIM-RUNCTL
003970     MOVE WS-ETP-PROGRAMA(WS-ETP-SUB) TO RUN-PROGRAMA
003980     MOVE WS-DATA-INI TO RUN-DATA-REF
003990     START CARTAO-RUNCTL KEY NOT < RUN-CHAVE
004000         INVALID KEY
004010             MOVE "S" TO FIM-RUNCTL
004020     END-START
004030     PERFORM 1310-LE-RUN THRU 1310-LE-RUN-EXIT
004040         UNTIL FIM-DO-RUNCTL.
004050 1300-COLETA-DATAS-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090* 1310-LE-RUN - READ ONE RUN OF THE STEP AND ADD ITS DATE
004100******************************************************************
004110 1310-LE-RUN.
004120     READ CARTAO-RUNCTL NEXT RECORD
004130         AT END
004140             MOVE "S" TO FIM-RUNCTL
004150     END-READ
004160     IF FIM-DO-RUNCTL
004170         GO TO 1310-LE-RUN-EXIT
004180     END-IF
004190     IF RUN-PROGRAMA NOT = WS-ETP-PROGRAMA(WS-ETP-SUB)
004200        OR RUN-DATA-REF > WS-DATA-FIM
004210         MOVE "S" TO FIM-RUNCTL
004220         GO TO 1310-LE-RUN-EXIT
004230     END-IF
004240     PERFORM 1320-INSERE-DATA THRU 1320-INSERE-DATA-EXIT.
004250 1310-LE-RUN-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 1320-INSERE-DATA - PUT THE RUN'S DATE IN ITS PLACE IN THE DATE
004300*                    TABLE, UNLESS IT IS ALREADY THERE
004310******************************************************************
004320 1320-INSERE-DATA.
004330     PERFORM 1321-PROCURA-POSICAO THRU 1321-PROCURA-POSICAO-EXIT
004340         VARYING WS-DTA-POS FROM 1 BY 1
004350         UNTIL WS-DTA-POS > WS-DTA-QTD
004360            OR WS-DTA-DATA(WS-DTA-POS) NOT < RUN-DATA-REF
004370     IF WS-DTA-POS NOT > WS-DTA-QTD
004380         IF WS-DTA-DATA(WS-DTA-POS) = RUN-DATA-REF
004390             GO TO 1320-INSERE-DATA-EXIT
004400         END-IF
004410     END-IF
004420     IF WS-DTA-QTD NOT < WS-DTA-MAXIMO
004430         DISPLAY "CARTAO-SITUACAO - TABELA DE DATAS CHEIA, "
004440             "IGNORADA: " RUN-DATA-REF
004450         GO TO 1320-INSERE-DATA-EXIT
004460     END-IF
004470     PERFORM 1322-DESLOCA-DATA THRU 1322-DESLOCA-DATA-EXIT
004480         VARYING WS-DTA-SUB FROM WS-DTA-QTD BY -1
004490         UNTIL WS-DTA-SUB < WS-DTA-POS
004500     MOVE RUN-DATA-REF TO WS-DTA-DATA(WS-DTA-POS)
004510     ADD 1 TO WS-DTA-QTD.
004520 1320-INSERE-DATA-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 1321-PROCURA-POSICAO - STEP PAST ONE EARLIER DATE
004570******************************************************************
004580 1321-PROCURA-POSICAO.
004590     CONTINUE.
004600 1321-PROCURA-POSICAO-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640* 1322-DESLOCA-DATA - MOVE ONE LATER DATE UP A PLACE
004650******************************************************************
004660 1322-DESLOCA-DATA.
004670     MOVE WS-DTA-DATA(WS-DTA-SUB) TO WS-DTA-DATA(WS-DTA-SUB + 1).
004680 1322-DESLOCA-DATA-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 2000-LISTA-DATA - LIST THE DAILY STEPS OF ONE BUSINESS DATE
004730******************************************************************
004740 2000-LISTA-DATA.
004750     MOVE WS-DTA-DATA(WS-DTA-SUB) TO WS-REF-ATUAL
004760     MOVE "D" TO WS-PERIODO-ATUAL
004770     MOVE SPACES TO RELATORIO-LINHA
004780     WRITE RELATORIO-LINHA
004790     MOVE "MOVIMENTO DE        " TO QBR-ROTULO
004800     MOVE WS-REF-ATUAL TO QBR-REFERENCIA
004810     WRITE RELATORIO-LINHA FROM REL-QUEBRA
004820     PERFORM 2100-LISTA-ETAPA THRU 2100-LISTA-ETAPA-EXIT
004830         VARYING WS-ETP-SUB FROM 1 BY 1
004840         UNTIL WS-ETP-SUB > WS-ETP-QTD.
004850 2000-LISTA-DATA-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 2100-LISTA-ETAPA - LIST ONE STEP OF THE PERIOD BEING LISTED FOR
004900*                    THE CURRENT REFERENCE: ITS RUN WHEN IT RAN,
004910*                    AUSENTE WHEN IT IS EXPECTED AND DID NOT
004920******************************************************************
004930 2100-LISTA-ETAPA.
004940     IF WS-ETP-PERIODO(WS-ETP-SUB) NOT = WS-PERIODO-ATUAL
004950         GO TO 2100-LISTA-ETAPA-EXIT
004960     END-IF
004970     MOVE "N" TO WS-ACHADO-SW
004980     IF RUNCTL-DISPONIVEL
004990         MOVE WS-ETP-PROGRAMA(WS-ETP-SUB) TO RUN-PROGRAMA
005000         MOVE WS-REF-ATUAL TO RUN-DATA-REF
005010         READ CARTAO-RUNCTL
005020             INVALID KEY
005030                 MOVE "N" TO WS-ACHADO-SW
005040             NOT INVALID KEY
005050                 MOVE "S" TO WS-ACHADO-SW
005060         END-READ
005070     END-IF
005080     IF NOT RUN-ACHADO AND WS-ETP-ESPERADA(WS-ETP-SUB) NOT = "S"
005090         GO TO 2100-LISTA-ETAPA-EXIT
005100     END-IF
005110     MOVE WS-ETP-PROGRAMA(WS-ETP-SUB) TO DET-ETAPA
005120     MOVE WS-ETP-NOME(WS-ETP-SUB)     TO DET-NOME
005130     MOVE SPACES TO DET-OBSERVACAO
005140     IF RUN-ACHADO
005150         EVALUATE TRUE
005160             WHEN RUN-COMPLETO
005170                 MOVE "COMPLETO" TO DET-SITUACAO
005180                 ADD 1 TO WS-QTD-COMPLETAS
005190             WHEN RUN-DIVERGENTE
005200                 MOVE "DIVERGENTE" TO DET-SITUACAO
005210                 ADD 1 TO WS-QTD-DIVERGENTES
005220             WHEN OTHER
005230                 MOVE "ABENDOU" TO DET-SITUACAO
005240                 ADD 1 TO WS-QTD-ABENDADAS
005250         END-EVALUATE
005260         MOVE RUN-DATA-EXEC       TO DET-DATA-EXEC
005270         MOVE RUN-TOTAL-REGISTROS TO DET-REGISTROS
005280         MOVE RUN-TOTAL-VALOR     TO DET-VALOR
005290     ELSE
005300         MOVE "AUSENTE" TO DET-SITUACAO
005310         ADD 1 TO WS-QTD-AUSENTES
005320         MOVE SPACES TO DET-DATA-EXEC
005330         MOVE ZERO   TO DET-REGISTROS
005340         MOVE ZERO   TO DET-VALOR
005350         PERFORM 2200-VERIFICA-AUSENTE
005360             THRU 2200-VERIFICA-AUSENTE-EXIT
005370     END-IF
005380     WRITE RELATORIO-LINHA FROM REL-DETALHE.
005390 2100-LISTA-ETAPA-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430* 2200-VERIFICA-AUSENTE - ASK CARTAO-PREREQ WHETHER A STEP THAT
005440*                         DID NOT RUN IS FREE TO START OR WHAT IT
005450*                         IS STILL WAITING FOR. CARTAO-PREREQ
005451*                         OPENS THE REGISTRY ITSELF, SO IT IS
005452*                         CLOSED HERE FOR THE CALL AND OPENED
005453*                         AGAIN AFTER IT (IT IS READ BY KEY ONLY
005454*                         FROM HERE ON, SO NOTHING IS LOST)
005460******************************************************************
005470 2200-VERIFICA-AUSENTE.
005480     MOVE WS-ETP-PROGRAMA(WS-ETP-SUB) TO PRQ-PROGRAMA
005490     MOVE WS-REF-ATUAL TO PRQ-DATA-REF
005500     MOVE "N" TO PRQ-MENSAGENS
005501     IF RUNCTL-DISPONIVEL
005502         CLOSE CARTAO-RUNCTL
005503     END-IF
005510     CALL "CARTAO-PREREQ" USING PRQ-AREA
005511     IF RUNCTL-DISPONIVEL
005512         OPEN INPUT CARTAO-RUNCTL
005513         IF WS-RUN-STATUS NOT = "00"
005514             DISPLAY "CARTAO-SITUACAO - CARTAO-RUNCTL OPEN "
005515                 "FAILED, STATUS " WS-RUN-STATUS
005516             MOVE 16 TO RETURN-CODE
005517             STOP RUN
005518         END-IF
005519     END-IF
005520     EVALUATE TRUE
005530         WHEN PRQ-LIBERADO
005540             MOVE "PRE-REQUISITOS OK" TO DET-OBSERVACAO
005550         WHEN PRQ-PENDENTE
005560             MOVE PRQ-PEND-PROGRAMA TO OBS-PROGRAMA
005570             MOVE PRQ-PEND-DATA-REF TO OBS-DATA-REF
005580             MOVE PRQ-PEND-SITUACAO TO OBS-SITUACAO
005590             MOVE WS-OBS-AGUARDA    TO DET-OBSERVACAO
005600         WHEN OTHER
005610             MOVE "ERRO NA VERIFICACAO" TO DET-OBSERVACAO
005620     END-EVALUATE.
005630 2200-VERIFICA-AUSENTE-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 2500-LISTA-MES - LIST THE MONTHLY STEPS OF ONE MONTH (YYYYMM00)
005680*                  THAT ENDED BEFORE THE LAST MONTH OF THE PERIOD,
005690*                  THEN ADVANCE TO THE NEXT MONTH
005700******************************************************************
005710 2500-LISTA-MES.
005720     COMPUTE WS-REF-ATUAL = WS-MES-CORRENTE * 100
005730     MOVE "M" TO WS-PERIODO-ATUAL
005740     ADD 1 TO WS-QTD-MESES
005750     MOVE SPACES TO RELATORIO-LINHA
005760     WRITE RELATORIO-LINHA
005770     MOVE "MES DE REFERENCIA   " TO QBR-ROTULO
005780     MOVE WS-REF-ATUAL TO QBR-REFERENCIA
005790     WRITE RELATORIO-LINHA FROM REL-QUEBRA
005800     PERFORM 2100-LISTA-ETAPA THRU 2100-LISTA-ETAPA-EXIT
005810         VARYING WS-ETP-SUB FROM 1 BY 1
005820         UNTIL WS-ETP-SUB > WS-ETP-QTD
005830     DIVIDE WS-MES-CORRENTE BY 100
005840         GIVING WS-ANO REMAINDER WS-MES
005850     IF WS-MES = 12
005860         COMPUTE WS-MES-CORRENTE = (WS-ANO + 1) * 100 + 1
005870     ELSE
005880         ADD 1 TO WS-MES-CORRENTE
005890     END-IF.
005900 2500-LISTA-MES-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 3000-FINALIZE - PRINT THE TOTALS, CLOSE THE FILES AND DISPLAY
005950*                 THE CONTROL TOTALS
005960******************************************************************
005970 3000-FINALIZE.
005980     MOVE SPACES TO RELATORIO-LINHA
005990     WRITE RELATORIO-LINHA
006000     MOVE "DATAS DE MOVIMENTO..........: " TO TOT-ROTULO
006010     MOVE WS-DTA-QTD TO TOT-QTD
006020     WRITE RELATORIO-LINHA FROM REL-TOTAL
006030     MOVE "MESES DE REFERENCIA.........: " TO TOT-ROTULO
006040     MOVE WS-QTD-MESES TO TOT-QTD
006050     WRITE RELATORIO-LINHA FROM REL-TOTAL
006060     MOVE "ETAPAS COMPLETAS............: " TO TOT-ROTULO
006070     MOVE WS-QTD-COMPLETAS TO TOT-QTD
006080     WRITE RELATORIO-LINHA FROM REL-TOTAL
006090     MOVE "ETAPAS ABENDADAS............: " TO TOT-ROTULO
006100     MOVE WS-QTD-ABENDADAS TO TOT-QTD
006110     WRITE RELATORIO-LINHA FROM REL-TOTAL
006120     MOVE "ETAPAS DIVERGENTES..........: " TO TOT-ROTULO
006130     MOVE WS-QTD-DIVERGENTES TO TOT-QTD
006140     WRITE RELATORIO-LINHA FROM REL-TOTAL
006150     MOVE "ETAPAS AUSENTES.............: " TO TOT-ROTULO
006160     MOVE WS-QTD-AUSENTES TO TOT-QTD
006170     WRITE RELATORIO-LINHA FROM REL-TOTAL
006180     IF RUNCTL-DISPONIVEL
006190         CLOSE CARTAO-RUNCTL
006200     END-IF
006210     CLOSE SITUACAO-RELATORIO
006220     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
006230 3000-FINALIZE-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
006280******************************************************************
006290 3100-PRINT-TOTALS.
006300     DISPLAY "CARTAO-SITUACAO - TOTAIS DE CONTROLE".
006310     DISPLAY "-----------------------------------------".
006320     DISPLAY "PERIODO............: " WS-DATA-INI " A "
006330         WS-DATA-FIM.
006340     DISPLAY "DATAS DE MOVIMENTO.: " WS-DTA-QTD.
006350     DISPLAY "MESES DE REFERENCIA: " WS-QTD-MESES.
006360     DISPLAY "ETAPAS COMPLETAS...: " WS-QTD-COMPLETAS.
006370     DISPLAY "ETAPAS ABENDADAS...: " WS-QTD-ABENDADAS.
006380     DISPLAY "ETAPAS DIVERGENTES.: " WS-QTD-DIVERGENTES.
006390     DISPLAY "ETAPAS AUSENTES....: " WS-QTD-AUSENTES.
006400     DISPLAY "-----------------------------------------".
006410 3100-PRINT-TOTALS-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 4000-VERIFICA-ETAPA - CHECK MODE: CHECK THE PREREQUISITES OF THE
006460*                       NAMED STEP; RETURN-CODE 8 HOLDS IT, AND A
006470*                       STEP FREE TO GO IS REGISTERED COMPLETED
006480*                       WHEN SIT-REGISTRA ASKS FOR IT. THE
006481*                       REGISTRY IS NOT OPEN IN THIS MODE:
006482*                       CARTAO-PREREQ READS IT ON ITS OWN AND
006483*                       4100 OPENS IT ONLY AFTER THE CALL
006490******************************************************************
006500 4000-VERIFICA-ETAPA.
006510     MOVE WS-ETAPA    TO PRQ-PROGRAMA
006520     MOVE WS-DATA-REF TO PRQ-DATA-REF
006530     MOVE "S" TO PRQ-MENSAGENS
006540     CALL "CARTAO-PREREQ" USING PRQ-AREA
006550     EVALUATE TRUE
006560         WHEN PRQ-LIBERADO
006570             DISPLAY "CARTAO-SITUACAO - " WS-ETAPA " " WS-DATA-REF
006580                 " - PRE-REQUISITOS OK"
006590         WHEN PRQ-PENDENTE
006600             DISPLAY "CARTAO-SITUACAO - " WS-ETAPA " " WS-DATA-REF
006610                 " RETIDA - " PRQ-PENDENCIAS
006620                 " PRE-REQUISITO(S) PENDENTE(S)"
006630             MOVE 8 TO RETURN-CODE
006640             GO TO 4000-VERIFICA-ETAPA-EXIT
006650         WHEN OTHER
006660             MOVE 16 TO RETURN-CODE
006670             GO TO 4000-VERIFICA-ETAPA-EXIT
006680     END-EVALUATE
006690     IF REGISTRA-ETAPA
006700         PERFORM 4100-REGISTRA-ETAPA THRU 4100-REGISTRA-ETAPA-EXIT
006710     END-IF.
006720 4000-VERIFICA-ETAPA-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 4100-REGISTRA-ETAPA - REGISTER THE STEP AS COMPLETED ON THE
006770*                       SHARED RUN-CONTROL REGISTRY, SO THE STEPS
006780*                       THAT DEPEND ON IT MAY START
006790******************************************************************
006800 4100-REGISTRA-ETAPA.
006810     OPEN I-O CARTAO-RUNCTL
006820     IF WS-RUN-STATUS = "35"
006830         OPEN OUTPUT CARTAO-RUNCTL
006840         CLOSE CARTAO-RUNCTL
006850         OPEN I-O CARTAO-RUNCTL
006860     END-IF
006870     IF WS-RUN-STATUS NOT = "00"
006880         DISPLAY "CARTAO-SITUACAO - CARTAO-RUNCTL OPEN FAILED, "
006890             "STATUS " WS-RUN-STATUS
006900         MOVE 16 TO RETURN-CODE
006910         STOP RUN
006920     END-IF
006930     MOVE WS-ETAPA    TO RUN-PROGRAMA
006940     MOVE WS-DATA-REF TO RUN-DATA-REF
006950     READ CARTAO-RUNCTL
006960         INVALID KEY
006970             PERFORM 4110-PREPARA-RUNCTL
006980                 THRU 4110-PREPARA-RUNCTL-EXIT
006990             WRITE RUNCTL-REGISTRO
007000         NOT INVALID KEY
007010             PERFORM 4110-PREPARA-RUNCTL
007020                 THRU 4110-PREPARA-RUNCTL-EXIT
007030             REWRITE RUNCTL-REGISTRO
007040     END-READ
007050     CLOSE CARTAO-RUNCTL
007060     DISPLAY "CARTAO-SITUACAO - " WS-ETAPA " " WS-DATA-REF
007070         " REGISTRADA COMO COMPLETA".
007080 4100-REGISTRA-ETAPA-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120* 4110-PREPARA-RUNCTL - FILL THE REGISTRY RECORD OF THE STEP
007130******************************************************************
007140 4110-PREPARA-RUNCTL.
007150     MOVE WS-ETAPA    TO RUN-PROGRAMA
007160     MOVE WS-DATA-REF TO RUN-DATA-REF
007170     MOVE "C" TO RUN-SITUACAO
007180     MOVE SPACE TO RUN-MODO
007190     MOVE WS-DATA-HOJE TO RUN-DATA-EXEC
007200     MOVE WS-DATA-REF TO RUN-DATA-MOVTO
007210     MOVE ZERO TO RUN-TOTAL-REGISTROS
007220     MOVE ZERO TO RUN-TOTAL-VALOR.
007230 4110-PREPARA-RUNCTL-EXIT.
007240     EXIT.
