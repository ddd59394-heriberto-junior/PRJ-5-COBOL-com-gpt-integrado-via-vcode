000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-REVISAO.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-REVISAO
000100*    DESCRIPTION..: MONTHLY CREDIT LIMIT REVIEW. SCORES EVERY CARD
000110*                   ON THE LIMITS MASTER (LIMITES.DAT) ON ITS
000120*                   BEHAVIOUR OVER THE LAST MONTHS AND PROPOSES
000130*                   LIMIT INCREASES AND DECREASES UNDER THE POLICY
000140*                   BANDS OF THE PARAMETER FILE. NOTHING ON THE
000150*                   MASTER IS CHANGED HERE: THE PROPOSALS ARE
000160*                   LISTED FOR THE CREDIT COMMITTEE (REVLREL.TXT,
000170*                   MASKED PAN) AND WRITTEN IN THE LIMMOV.TXT
000180*                   LAYOUT (REVLMOV.TXT, FULL PAN, ACTION "L" -
000190*                   LIMIT ONLY) SO THE APPROVED ONES CAN BE FED TO
000200*                   LIMITE-MANUT AS THEY ARE.
000210*
000220*    THE REVIEW WINDOW IS THE N MONTHS ENDING WITH THE REVIEW
000230*    MONTH M. FOR EACH CARD THE RUN GATHERS:
000240*        - PAGAS: OF THE STATEMENTS OF MONTHS M-N TO M-1 ON
000250*          FATCOBR.TXT WITH A MINIMUM DUE, HOW MANY HAD THE
000260*          MINIMUM PAID BY APPROVED PAYMENTS (TYPE "2" ON
000270*          HISTORICO.DAT) IN THE MONTH AFTER THE STATEMENT;
000280*        - ATR: THE WORST AGE CARTAO-COBRANCA GAVE A SHORTFALL
000290*          OF THE CARD IN THE WINDOW (COBRATRS.TXT), AND WHETHER
000300*          IT WAS AGED IN MONTH M ITSELF;
000310*        - USO: THE HIGHEST BALANCE ON HISTORICO.DAT IN THE WINDOW
000320*          (OR THE CURRENT BALANCE, IF HIGHER) AS A PERCENTAGE OF
000330*          THE LIMIT;
000340*        - RECS: THE PURCHASES DECLINED ACIMA-LIM IN THE WINDOW.
000350*    THE SCORE (0 TO 100) IS:
000360*        PAYMENT POINTS 60 X PAGAS / STATEMENTS DUE (60 WHEN NO
000370*        STATEMENT HAD A MINIMUM DUE), PLUS AGING POINTS 40
000380*        WITH NO SHORTFALL, 20 WITH A WORST AGE OF 30 DAYS NOT
000390*        AGED IN MONTH M, 0 OTHERWISE.
000400*    THE BANDS ARE TRIED IN FILE ORDER AND THE FIRST ONE WHOSE
000410*    SCORE RANGE HOLDS THE CARD'S SCORE DECIDES. AN INCREASE BAND
000420*    ALSO WANTS THE CARD TO BE PRESSING ITS LIMIT: USO AT OR
000430*    ABOVE ITS MINIMUM, OR RECS AT OR ABOVE ITS MINIMUM (WHEN
000440*    BOTH ARE ZERO THE SCORE ALONE DECIDES); WHEN IT IS NOT, THE
000450*    NEXT BANDS ARE TRIED. THE STEP IS THE BAND'S PERCENTAGE OF
000460*    THE LIMIT, ROUNDED TO WHOLE UNITS AND CAPPED AT THE BAND'S
000470*    MAXIMUM STEP. AN INCREASE STOPS AT THE CEILING OF THE CONTROL
000480*    LINE; A DECREASE STOPS AT THE FLOOR OF THE CONTROL LINE AND
000490*    NEVER GOES BELOW WHAT THE CARD OWES. A PROPOSAL THAT CANNOT
000500*    MOVE THE LIMIT IS LISTED AS MANTEM WITH THE REASON.
000510*
000520*    PARAMETER FILE (REVLPARM.TXT, REQUIRED):
000530*      ONE CONTROL LINE (RVP-TIPO-REG "C"):
000540*        RVP-ANO-MES        REVIEW MONTH M, YYYYMM
000550*        RVP-MESES          MONTHS IN THE WINDOW, 1 TO 6;
000560*                           ZERO/BLANK = 6
000570*        RVP-LIMITE-MINIMO  FLOOR FOR A DECREASED LIMIT
000580*        RVP-LIMITE-MAXIMO  CEILING FOR AN INCREASED LIMIT;
000590*                           ZERO/BLANK = NO CEILING
000600*        RVP-OVERRIDE       "S" = RERUN A MONTH THE RUN-CONTROL
000610*                           REGISTRY ALREADY SHOWS COMPLETED
000620*      ONE LINE PER POLICY BAND (RVP-TIPO-REG "F"), UP TO 20:
000630*        RVP-PONTOS-MIN     LOWEST SCORE OF THE BAND
000640*        RVP-PONTOS-MAX     HIGHEST SCORE OF THE BAND
000650*        RVP-ACAO           "A" INCREASE, "R" DECREASE
000660*        RVP-USO-MIN        INCREASE ONLY: MINIMUM USO, PERCENT
000670*        RVP-RECUSAS-MIN    INCREASE ONLY: MINIMUM RECS
000680*        RVP-PERCENTUAL     STEP, PERCENT OF THE CURRENT LIMIT
000690*        RVP-PASSO-MAXIMO   LARGEST STEP; ZERO/BLANK = NO CAP
000700*
000710*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTREVL
000720*    AND THE REVIEW MONTH (YYYYMM00). IT ONLY READS THE MASTERS,
000730*    SO A RUN LEFT INICIADO MAY SIMPLY BE RERUN.
000740*    THE WINDOW MUST STAY WITHIN THE HISTORY CARTAO-EXPURGO
000750*    KEEPS ON HISTORICO.DAT.
000760*
000770*    MODIFICATION HISTORY
000780*    DATE        BY   DESCRIPTION
000790*    ----------  ---  -----------------------------------------
000800*    2026-10-15  JCM  ORIGINAL VERSION.
000801*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000802*                     THE JOB-STREAM PREREQUISITES TABLE
000803*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000804*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000805*    2026-10-15  JCM  THE PROPOSAL CARRIES OPERATOR CARTREVL, AS
000806*                     LIMITE-MANUT NOW REQUIRES THE KEYING
000807*                     OPERATOR ON EVERY MOVEMENT; AN INCREASE
000808*                     ABOVE ITS THRESHOLD STILL WAITS THERE FOR AN
000809*                     OPERATOR'S APPROVAL.
000810******************************************************************
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT REVISAO-PARAMETRO ASSIGN TO "REVLPARM.TXT"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870
000880     SELECT OPTIONAL FATURA-COBRANCA ASSIGN TO "FATCOBR.TXT"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910     SELECT OPTIONAL COBRANCA-ATRASOS ASSIGN TO "COBRATRS.TXT"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930
000940     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000950         ORGANIZATION IS INDEXED
000960         ACCESS IS DYNAMIC
000970         RECORD KEY IS LIM-NUMERO
000980         FILE STATUS IS WS-LIM-STATUS.
000990
001000     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
001010         ORGANIZATION IS INDEXED
001020         ACCESS IS DYNAMIC
001030         RECORD KEY IS HIST-CHAVE
001040         FILE STATUS IS WS-HIST-STATUS.
001050
001060     SELECT REVISAO-RELATORIO ASSIGN TO "REVLREL.TXT"
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090     SELECT REVISAO-PROPOSTAS ASSIGN TO "REVLMOV.TXT"
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110
001120     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001130         ORGANIZATION IS INDEXED
001140         ACCESS IS RANDOM
001150         RECORD KEY IS RUN-CHAVE
001160         FILE STATUS IS WS-RUN-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  REVISAO-PARAMETRO.
001200 01  PARAMETRO-REGISTRO.
001210     05  RVP-TIPO-REG          PIC X(01).
001220         88  RVP-CONTROLE          VALUE "C".
001230         88  RVP-FAIXA             VALUE "F".
001240     05  RVP-DADOS             PIC X(40).
001250     05  RVP-DADOS-CONTROLE REDEFINES RVP-DADOS.
001260         10  RVP-ANO-MES       PIC 9(06).
001270         10  RVP-MESES         PIC 9(02).
001280         10  RVP-LIMITE-MINIMO PIC 9(08)V99.
001290         10  RVP-LIMITE-MAXIMO PIC 9(08)V99.
001300         10  RVP-OVERRIDE      PIC X(01).
001310         10  FILLER            PIC X(11).
001320     05  RVP-DADOS-FAIXA REDEFINES RVP-DADOS.
001330         10  RVP-PONTOS-MIN    PIC 9(03).
001340         10  RVP-PONTOS-MAX    PIC 9(03).
001350         10  RVP-ACAO          PIC X(01).
001360             88  RVP-ACAO-VALIDA   VALUE "A" "R".
001370         10  RVP-USO-MIN       PIC 9(03).
001380         10  RVP-RECUSAS-MIN   PIC 9(03).
001390         10  RVP-PERCENTUAL    PIC 9(03)V99.
001400         10  RVP-PASSO-MAXIMO  PIC 9(08)V99.
001410         10  FILLER            PIC X(12).
001420
001430*    THE STATEMENT RECORD MIRRORS COBRANCA-REGISTRO IN
001440*    CARTAO-FATURA FIELD FOR FIELD - WHEN A PIC CLAUSE CHANGES
001450*    THERE, UPDATE THIS RECORD TO MATCH.
001460 FD  FATURA-COBRANCA.
001470 01  FATURA-REGISTRO.
001480     05  FCB-NUMERO            PIC 9(16).
001490     05  FCB-ANO-MES           PIC 9(06).
001500     05  FCB-MINIMO            PIC 9(08)V99.
001510
001520*    THE DELINQUENCY RECORD MIRRORS ATRASO-REGISTRO IN
001530*    CARTAO-COBRANCA - WHEN A PIC CLAUSE CHANGES THERE, UPDATE
001540*    THIS RECORD TO MATCH.
001550 FD  COBRANCA-ATRASOS.
001560 01  ATRASO-REGISTRO.
001570     05  ATR-NUMERO            PIC 9(16).
001580     05  ATR-ANO-MES           PIC 9(06).
001590     05  ATR-ANO-MES-REF       PIC 9(06).
001600     05  ATR-DIAS-ATRASO       PIC 9(03).
001610     05  ATR-MINIMO            PIC 9(08)V99.
001620     05  ATR-PAGO              PIC 9(08)V99.
001630     05  ATR-FALTA             PIC 9(08)V99.
001640
001650 FD  CARTAO-LIMITES.
001660 01  LIMITE-REGISTRO.
001670     COPY LIMREG.
001680
001690 FD  CARTAO-HISTORICO.
001700 01  HISTORICO-REGISTRO.
001710     COPY HISTREG.
001720
001730 FD  REVISAO-RELATORIO.
001740 01  RELATORIO-LINHA           PIC X(100).
001750
001760*    THE PROPOSAL MIRRORS MOVIMENTO-REGISTRO IN LIMITE-MANUT, SO
001770*    THE APPROVED PROPOSALS CAN BE FED TO IT AS LIMMOV.TXT
001780*    UNCHANGED. PRP-SALDO CARRIES THE BALANCE AT REVIEW TIME FOR
001790*    INFORMATION ONLY; ACTION "L" DOES NOT APPLY IT.
001800 FD  REVISAO-PROPOSTAS.
001810 01  PROPOSTA-REGISTRO.
001820     05  PRP-ACAO              PIC X(01).
001830     05  PRP-NUMERO            PIC 9(16).
001840     05  PRP-LIMITE            PIC 9(08)V99.
001850     05  PRP-SALDO             PIC 9(08)V99.
001851     05  PRP-OPERADOR          PIC X(08).
001860
001870 FD  CARTAO-RUNCTL.
001880 01  RUNCTL-REGISTRO.
001890     COPY RUNREG.
001900
001910 WORKING-STORAGE SECTION.
001920 01  WS-SWITCHES.
001930     05  FIM-PARAMETROS        PIC X(01) VALUE "N".
001940         88  FIM-DOS-PARAMETROS    VALUE "S".
001950     05  FIM-FATURAS           PIC X(01) VALUE "N".
001960         88  FIM-DAS-FATURAS       VALUE "S".
001970     05  FIM-ATRASOS           PIC X(01) VALUE "N".
001980         88  FIM-DOS-ATRASOS       VALUE "S".
001990     05  FIM-LIMITES           PIC X(01) VALUE "N".
002000         88  FIM-DOS-LIMITES       VALUE "S".
002010     05  FIM-HISTORICO         PIC X(01) VALUE "N".
002020         88  FIM-DO-HISTORICO      VALUE "S".
002030     05  WS-CONTROLE-SW        PIC X(01) VALUE "N".
002040         88  CONTROLE-LIDO         VALUE "S".
002050     05  WS-PRESSAO-SW         PIC X(01) VALUE "N".
002060         88  LIMITE-PRESSIONADO    VALUE "S".
002070
002080 01  WS-CAMPOS.
002090     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
002100     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
002110     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
002120     05  WS-MESES              PIC 9(02) VALUE 6.
002130     05  WS-LIMITE-MINIMO      PIC 9(08)V99 VALUE ZERO.
002140     05  WS-LIMITE-MAXIMO      PIC 9(08)V99 VALUE ZERO.
002150     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
002160     05  WS-DATA-ANO           PIC 9(04) VALUE ZERO.
002170     05  WS-DATA-MES           PIC 9(02) VALUE ZERO.
002180     05  WS-DATA-RESTO         PIC 9(04) VALUE ZERO.
002190     05  WS-ABS-FIM            PIC 9(06) VALUE ZERO.
002200     05  WS-ABS-BASE           PIC 9(06) VALUE ZERO.
002210     05  WS-ABS-MES            PIC 9(06) VALUE ZERO.
002220     05  WS-ABS-ANO-MES        PIC 9(06) VALUE ZERO.
002230     05  WS-DATA-INI           PIC 9(08) VALUE ZERO.
002240     05  WS-DATA-FIM           PIC 9(08) VALUE ZERO.
002250     05  WS-SLOT               PIC 9(02) VALUE ZERO.
002260     05  WS-VALOR-EDITADO      PIC Z(07)9.99.
002270
002280 01  WS-RUNCTL-DADOS.
002290     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
002300     05  WS-RUN-DATA-REF       PIC 9(08) VALUE ZERO.
002310     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
002320         88  OVERRIDE-OPERADOR     VALUE "S".
002330
002331 01  PRQ-AREA.
002332     COPY PREQREG.
002333
002340*    THE CARD UNDER REVIEW
002350 01  WS-REVISAO-DADOS.
002360     05  WS-PAGO               PIC 9(08)V99 OCCURS 7 TIMES.
002370     05  WS-PICO-SALDO         PIC 9(08)V99 VALUE ZERO.
002380     05  WS-RECUSAS            PIC 9(04) VALUE ZERO.
002390     05  WS-FATURAS            PIC 9(02) VALUE ZERO.
002400     05  WS-EM-DIA             PIC 9(02) VALUE ZERO.
002410     05  WS-PIOR-ATRASO        PIC 9(03) VALUE ZERO.
002420     05  WS-ATRASO-ATUAL       PIC X(01) VALUE "N".
002430     05  WS-USO                PIC 9(03) VALUE ZERO.
002440     05  WS-USO-CALCULO        PIC 9(09) VALUE ZERO.
002450     05  WS-PONTOS-PAGAMENTO   PIC 9(03) VALUE ZERO.
002460     05  WS-PONTOS-ATRASO      PIC 9(03) VALUE ZERO.
002470     05  WS-PONTOS             PIC 9(03) VALUE ZERO.
002480     05  WS-FAIXA              PIC 9(02) VALUE ZERO.
002490     05  WS-PASSO              PIC 9(08) VALUE ZERO.
002500     05  WS-PISO               PIC 9(08)V99 VALUE ZERO.
002510     05  WS-NOVO-LIMITE        PIC 9(08)V99 VALUE ZERO.
002520     05  WS-DIFERENCA          PIC 9(08)V99 VALUE ZERO.
002530     05  WS-ACAO               PIC X(07) VALUE SPACES.
002540     05  WS-MOTIVO             PIC X(10) VALUE SPACES.
002550
002560 01  WS-CONTADORES.
002570     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
002580     05  WS-TOTAL-REVISADOS    PIC 9(07) VALUE ZERO.
002590     05  WS-TOTAL-SEM-LIMITE   PIC 9(07) VALUE ZERO.
002600     05  WS-TOTAL-AUMENTOS     PIC 9(07) VALUE ZERO.
002610     05  WS-TOTAL-REDUCOES     PIC 9(07) VALUE ZERO.
002620     05  WS-TOTAL-MANTIDOS     PIC 9(07) VALUE ZERO.
002630     05  WS-TOTAL-SEM-FAIXA    PIC 9(07) VALUE ZERO.
002640     05  WS-SOMA-AUMENTOS      PIC 9(11)V99 VALUE ZERO.
002650     05  WS-SOMA-REDUCOES      PIC 9(11)V99 VALUE ZERO.
002660     05  WS-FAT-LIDAS          PIC 9(07) VALUE ZERO.
002670     05  WS-ATR-LIDOS          PIC 9(07) VALUE ZERO.
002680
002690*    THE POLICY BANDS, IN FILE ORDER
002700 01  WS-TABELA-FAIXAS.
002710     05  WS-FXA-QTD            PIC 9(04) COMP VALUE ZERO.
002720     05  WS-FXA-SUB            PIC 9(04) COMP VALUE ZERO.
002730     05  WS-FXA-MAXIMO         PIC 9(04) COMP VALUE 20.
002740     05  WS-FXA-ENTRADA        OCCURS 20 TIMES.
002750         10  WS-FXA-PONTOS-MIN PIC 9(03).
002760         10  WS-FXA-PONTOS-MAX PIC 9(03).
002770         10  WS-FXA-ACAO       PIC X(01).
002780         10  WS-FXA-USO-MIN    PIC 9(03).
002790         10  WS-FXA-RECUSAS-MIN PIC 9(03).
002800         10  WS-FXA-PERCENTUAL PIC 9(03)V99.
002810         10  WS-FXA-PASSO-MAXIMO PIC 9(08)V99.
002820         10  WS-FXA-CARTOES    PIC 9(07).
002830
002840 01  WS-CARTAO-DADOS.
002850     05  WS-TAB-CHAVE          PIC 9(16) VALUE ZERO.
002860     05  WS-TAB-SLOT           PIC 9(06) COMP VALUE ZERO.
002870     05  WS-TAB-TAMANHO        PIC 9(06) COMP VALUE 150001.
002880     05  WS-TAB-QTD            PIC 9(06) COMP VALUE ZERO.
002890     05  WS-TAB-MAXIMO         PIC 9(06) COMP VALUE 100000.
002900     05  WS-TAB-QUOC           PIC 9(16) COMP VALUE ZERO.
002910     05  WS-TAB-RESTO          PIC 9(16) COMP VALUE ZERO.
002920     05  WS-TAB-ACHADO-SW      PIC X(01) VALUE "N".
002930         88  CARTAO-ACHADO         VALUE "S".
002940     05  WS-TAB-SONDA-SW       PIC X(01) VALUE "N".
002950         88  SONDA-TERMINADA       VALUE "S".
002960
002970*    ONE ENTRY PER CARD WITH A STATEMENT OR A SHORTFALL IN THE
002980*    WINDOW: THE MINIMUM DUE OF EACH STATEMENT MONTH (M-N TO M-1),
002990*    THE WORST AGE AND WHETHER A SHORTFALL WAS AGED IN MONTH M
003000 01  WS-TABELA-CARTOES.
003010     05  WS-TAB-ENTRADA        OCCURS 150001 TIMES.
003020         10  WS-TAB-NUMERO     PIC 9(16).
003030         10  WS-TAB-MINIMO     PIC 9(08)V99 OCCURS 6 TIMES.
003040         10  WS-TAB-PIOR-ATRASO PIC 9(03).
003050         10  WS-TAB-ATRASO-ATUAL PIC 9(01).
003060
003070 01  WS-MASCARA-DADOS.
003080     05  WS-PAN-CLARO.
003090         10  WS-PAN-INICIO     PIC X(06).
003100         10  WS-PAN-MEIO       PIC X(06).
003110         10  WS-PAN-FIM        PIC X(04).
003120     05  WS-PAN-MASCARADO.
003130         10  WS-MSC-INICIO     PIC X(06).
003140         10  WS-MSC-MEIO       PIC X(06).
003150         10  WS-MSC-FIM        PIC X(04).
003160
003170 01  REL-CABECALHO-1.
003180     05  FILLER                PIC X(45) VALUE
003190         "CARTAO-REVISAO - REVISAO DE LIMITES DO MES   ".
003200     05  CAB-ANO-MES           PIC 9(06).
003210     05  FILLER                PIC X(09) VALUE " MESES   ".
003220     05  CAB-MESES             PIC Z9.
003230     05  FILLER                PIC X(15) VALUE " DATA DO RUN   ".
003240     05  CAB-DATA              PIC 9(08).
003250     05  FILLER                PIC X(15) VALUE SPACES.
003260
003270 01  REL-CABECALHO-2.
003280     05  FILLER                PIC X(25) VALUE
003290         "NUMERO                LIM".
003300     05  FILLER                PIC X(25) VALUE
003310         "ITE USO PAGAS ATR RECS PT".
003320     05  FILLER                PIC X(25) VALUE
003330         "S ACAO    NOVO LIMITE FX ".
003340     05  FILLER                PIC X(25) VALUE
003350         "MOTIVO                   ".
003360
003370 01  REL-DETALHE.
003380     05  DET-NUMERO            PIC X(16).
003390     05  FILLER                PIC X(01) VALUE SPACES.
003400     05  DET-LIMITE            PIC X(11).
003410     05  FILLER                PIC X(01) VALUE SPACES.
003420     05  DET-USO               PIC ZZ9.
003430     05  FILLER                PIC X(01) VALUE SPACES.
003440     05  DET-EM-DIA            PIC Z9.
003450     05  FILLER                PIC X(01) VALUE "/".
003460     05  DET-FATURAS           PIC 9.
003470     05  FILLER                PIC X(02) VALUE SPACES.
003480     05  DET-ATRASO            PIC ZZ9.
003490     05  FILLER                PIC X(01) VALUE SPACES.
003500     05  DET-RECUSAS           PIC ZZZ9.
003510     05  FILLER                PIC X(01) VALUE SPACES.
003520     05  DET-PONTOS            PIC ZZ9.
003530     05  FILLER                PIC X(01) VALUE SPACES.
003540     05  DET-ACAO              PIC X(07).
003550     05  FILLER                PIC X(01) VALUE SPACES.
003560     05  DET-NOVO-LIMITE       PIC X(11).
003570     05  FILLER                PIC X(01) VALUE SPACES.
003580     05  DET-FAIXA             PIC Z9.
003590     05  FILLER                PIC X(01) VALUE SPACES.
003600     05  DET-MOTIVO            PIC X(10).
003610     05  FILLER                PIC X(15) VALUE SPACES.
003620
003630 01  REL-TOTAL.
003640     05  TOT-ROTULO            PIC X(21).
003650     05  TOT-QTD               PIC Z(06)9.
003660     05  FILLER                PIC X(02) VALUE SPACES.
003670     05  TOT-SOMA              PIC X(14).
003680     05  FILLER                PIC X(56) VALUE SPACES.
003690
003700 01  WS-SOMA-EDITADA           PIC Z(10)9.99.
003710
003720 01  REL-FAIXA.
003730     05  FILLER                PIC X(06) VALUE "FAIXA ".
003740     05  FXA-NUMERO            PIC Z9.
003750     05  FILLER                PIC X(08) VALUE " PONTOS ".
003760     05  FXA-PONTOS-MIN        PIC ZZ9.
003770     05  FILLER                PIC X(03) VALUE " A ".
003780     05  FXA-PONTOS-MAX        PIC ZZ9.
003790     05  FILLER                PIC X(06) VALUE " ACAO ".
003800     05  FXA-ACAO              PIC X(01).
003810     05  FILLER                PIC X(06) VALUE " USO> ".
003820     05  FXA-USO-MIN           PIC ZZ9.
003830     05  FILLER                PIC X(07) VALUE " RECS> ".
003840     05  FXA-RECUSAS-MIN       PIC ZZ9.
003850     05  FILLER                PIC X(03) VALUE " % ".
003860     05  FXA-PERCENTUAL        PIC ZZ9.99.
003870     05  FILLER                PIC X(07) VALUE " PASSO ".
003880     05  FXA-PASSO-MAXIMO      PIC Z(07)9.99.
003890     05  FILLER                PIC X(01) VALUE SPACES.
003900     05  FXA-CARTOES           PIC Z(06)9.
003910     05  FILLER                PIC X(05) VALUE SPACES.
003920
003930 PROCEDURE DIVISION.
003940******************************************************************
003950* 0000-MAINLINE
003960******************************************************************
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003990     PERFORM 2000-REVISA-CARTAO THRU 2000-REVISA-CARTAO-EXIT
004000         UNTIL FIM-DOS-LIMITES
004010     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
004020     STOP RUN.
004030
004040******************************************************************
004050* 1000-INITIALIZE - READ THE POLICY, REGISTER THE RUN, LOAD THE
004060*                   STATEMENTS AND SHORTFALLS OF THE WINDOW, OPEN
004070*                   THE MASTERS, PRINT THE HEADINGS AND PRIME THE
004080*                   LIMITS READ
004090******************************************************************
004100 1000-INITIALIZE.
004110     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
004120     COMPUTE WS-RUN-DATA-REF = WS-ANO-MES * 100
004130     PERFORM 1600-REGISTRA-INICIO
004140         THRU 1600-REGISTRA-INICIO-EXIT
004150     MOVE ZEROS TO WS-TABELA-CARTOES
004160     PERFORM 1300-CARREGA-FATURAS THRU 1300-CARREGA-FATURAS-EXIT
004170     PERFORM 1400-CARREGA-ATRASOS THRU 1400-CARREGA-ATRASOS-EXIT
004180     OPEN INPUT CARTAO-LIMITES
004190     IF WS-LIM-STATUS NOT = "00"
004200         DISPLAY "CARTAO-REVISAO - CARTAO-LIMITES OPEN FAILED, "
004210             "STATUS " WS-LIM-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF
004250     OPEN INPUT CARTAO-HISTORICO
004260     IF WS-HIST-STATUS NOT = "00"
004270         DISPLAY "CARTAO-REVISAO - CARTAO-HISTORICO OPEN FAILED, "
004280             "STATUS " WS-HIST-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF
004320     OPEN OUTPUT REVISAO-RELATORIO
004330     OPEN OUTPUT REVISAO-PROPOSTAS
004340     MOVE WS-ANO-MES       TO CAB-ANO-MES
004350     MOVE WS-MESES         TO CAB-MESES
004360     MOVE WS-DATA-PROCESSO TO CAB-DATA
004370     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
004380     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
004390     MOVE ZERO TO LIM-NUMERO
004400     START CARTAO-LIMITES KEY NOT < LIM-NUMERO
004410         INVALID KEY
004420             MOVE "S" TO FIM-LIMITES
004430     END-START
004440     IF NOT FIM-DOS-LIMITES
004450         PERFORM 2100-LE-LIMITE THRU 2100-LE-LIMITE-EXIT
004460     END-IF.
004470 1000-INITIALIZE-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* 1200-LE-PARAMETRO - READ THE CONTROL LINE AND THE POLICY BANDS
004520*                     AND WORK OUT THE REVIEW WINDOW: STATEMENTS
004530*                     OF MONTHS M-N TO M-1, HISTORY FROM THE FIRST
004540*                     DAY OF M-N+1 TO THE LAST DAY OF M
004550******************************************************************
004560 1200-LE-PARAMETRO.
004570     OPEN INPUT REVISAO-PARAMETRO
004580     PERFORM 1210-LE-LINHA-PARAMETRO
004590         THRU 1210-LE-LINHA-PARAMETRO-EXIT
004600         UNTIL FIM-DOS-PARAMETROS
004610     CLOSE REVISAO-PARAMETRO
004620     IF NOT CONTROLE-LIDO
004630         DISPLAY "CARTAO-REVISAO - REVLPARM.TXT SEM LINHA DE "
004640             "CONTROLE VALIDA"
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF
004680     IF WS-FXA-QTD = ZERO
004690         DISPLAY "CARTAO-REVISAO - REVLPARM.TXT SEM FAIXAS DE "
004700             "POLITICA"
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF
004740     ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
004750     DIVIDE WS-ANO-MES BY 100
004760         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
004770     COMPUTE WS-ABS-FIM = WS-DATA-ANO * 12 + WS-DATA-MES - 1
004780     COMPUTE WS-ABS-BASE = WS-ABS-FIM - WS-MESES
004790     COMPUTE WS-ABS-MES = WS-ABS-BASE + 1
004800     PERFORM 2950-ANO-MES-ABSOLUTO THRU 2950-ANO-MES-ABSOLUTO-EXIT
004810     COMPUTE WS-DATA-INI = WS-ABS-ANO-MES * 100 + 1
004820     COMPUTE WS-DATA-FIM = WS-ANO-MES * 100 + 31.
004830 1200-LE-PARAMETRO-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 1210-LE-LINHA-PARAMETRO - READ ONE LINE OF THE PARAMETER FILE:
004880*                           THE CONTROL LINE OR A POLICY BAND. AN
004890*                           INVALID BAND STOPS THE RUN, SO THE
004900*                           COMMITTEE NEVER SEES PROPOSALS MADE
004910*                           UNDER A PARTIAL POLICY.
004920******************************************************************
004930 1210-LE-LINHA-PARAMETRO.
004940     READ REVISAO-PARAMETRO
004950         AT END
004960             MOVE "S" TO FIM-PARAMETROS
004970     END-READ
004980     IF FIM-DOS-PARAMETROS
004990         GO TO 1210-LE-LINHA-PARAMETRO-EXIT
005000     END-IF
005010     IF RVP-CONTROLE
005020         PERFORM 1220-ACEITA-CONTROLE
005030             THRU 1220-ACEITA-CONTROLE-EXIT
005040         GO TO 1210-LE-LINHA-PARAMETRO-EXIT
005050     END-IF
005060     IF NOT RVP-FAIXA
005070         GO TO 1210-LE-LINHA-PARAMETRO-EXIT
005080     END-IF
005090     IF RVP-USO-MIN NOT NUMERIC
005100         MOVE ZERO TO RVP-USO-MIN
005110     END-IF
005120     IF RVP-RECUSAS-MIN NOT NUMERIC
005130         MOVE ZERO TO RVP-RECUSAS-MIN
005140     END-IF
005150     IF RVP-PASSO-MAXIMO NOT NUMERIC
005160         MOVE ZERO TO RVP-PASSO-MAXIMO
005170     END-IF
005180     IF RVP-PONTOS-MIN NOT NUMERIC OR RVP-PONTOS-MAX NOT NUMERIC
005190        OR RVP-PONTOS-MIN > RVP-PONTOS-MAX
005200        OR RVP-PONTOS-MAX > 100
005210        OR NOT RVP-ACAO-VALIDA
005220        OR RVP-PERCENTUAL NOT NUMERIC OR RVP-PERCENTUAL = ZERO
005230         DISPLAY "CARTAO-REVISAO - FAIXA INVALIDA: "
005240             PARAMETRO-REGISTRO
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF
005280     IF WS-FXA-QTD NOT < WS-FXA-MAXIMO
005290         DISPLAY "CARTAO-REVISAO - TABELA DE FAIXAS CHEIA, "
005300             "MAXIMO " WS-FXA-MAXIMO
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF
005340     ADD 1 TO WS-FXA-QTD
005350     MOVE RVP-PONTOS-MIN   TO WS-FXA-PONTOS-MIN(WS-FXA-QTD)
005360     MOVE RVP-PONTOS-MAX   TO WS-FXA-PONTOS-MAX(WS-FXA-QTD)
005370     MOVE RVP-ACAO         TO WS-FXA-ACAO(WS-FXA-QTD)
005380     MOVE RVP-USO-MIN      TO WS-FXA-USO-MIN(WS-FXA-QTD)
005390     MOVE RVP-RECUSAS-MIN  TO WS-FXA-RECUSAS-MIN(WS-FXA-QTD)
005400     MOVE RVP-PERCENTUAL   TO WS-FXA-PERCENTUAL(WS-FXA-QTD)
005410     MOVE RVP-PASSO-MAXIMO TO WS-FXA-PASSO-MAXIMO(WS-FXA-QTD)
005420     MOVE ZERO             TO WS-FXA-CARTOES(WS-FXA-QTD).
005430 1210-LE-LINHA-PARAMETRO-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470* 1220-ACEITA-CONTROLE - VALIDATE AND KEEP THE CONTROL LINE
005480******************************************************************
005490 1220-ACEITA-CONTROLE.
005500     IF RVP-ANO-MES NOT NUMERIC OR RVP-ANO-MES = ZERO
005510         DISPLAY "CARTAO-REVISAO - PARAMETROS INVALIDOS"
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF
005550     DIVIDE RVP-ANO-MES BY 100
005560         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
005570     IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
005580         DISPLAY "CARTAO-REVISAO - MES DE REVISAO INVALIDO"
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF
005620     MOVE RVP-ANO-MES TO WS-ANO-MES
005630     IF RVP-MESES NUMERIC AND RVP-MESES > ZERO
005640         MOVE RVP-MESES TO WS-MESES
005650     END-IF
005660     IF WS-MESES > 6
005670         DISPLAY "CARTAO-REVISAO - JANELA MAXIMA DE 6 MESES"
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF
005710     IF RVP-LIMITE-MINIMO NUMERIC
005720         MOVE RVP-LIMITE-MINIMO TO WS-LIMITE-MINIMO
005730     END-IF
005740     IF RVP-LIMITE-MAXIMO NUMERIC
005750         MOVE RVP-LIMITE-MAXIMO TO WS-LIMITE-MAXIMO
005760     END-IF
005770     IF RVP-OVERRIDE = "S"
005780         MOVE "S" TO WS-OVERRIDE-SW
005790         DISPLAY "CARTAO-REVISAO - OVERRIDE DE OPERADOR ACEITO"
005800     END-IF
005810     MOVE "S" TO WS-CONTROLE-SW.
005820 1220-ACEITA-CONTROLE-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 1300-CARREGA-FATURAS - ONE PASS OVER THE STATEMENT INTERFACE,
005870*                        KEEPING THE MINIMUM DUE OF EVERY
005880*                        STATEMENT OF THE WINDOW. FATCOBR.TXT
005890*                        ACCUMULATES EVERY BILLING RUN, SO A MONTH
005900*                        BILLED TWICE KEEPS THE LATER STATEMENT.
005910******************************************************************
005920 1300-CARREGA-FATURAS.
005930     OPEN INPUT FATURA-COBRANCA
005940     PERFORM 1310-LE-FATURA THRU 1310-LE-FATURA-EXIT
005950         UNTIL FIM-DAS-FATURAS
005960     CLOSE FATURA-COBRANCA.
005970 1300-CARREGA-FATURAS-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* 1310-LE-FATURA - READ ONE STATEMENT AND FILE ITS MINIMUM UNDER
006020*                  ITS CARD AND MONTH
006030******************************************************************
006040 1310-LE-FATURA.
006050     READ FATURA-COBRANCA
006060         AT END
006070             MOVE "S" TO FIM-FATURAS
006080     END-READ
006090     IF FIM-DAS-FATURAS
006100        OR FCB-ANO-MES NOT NUMERIC
006110        OR FCB-MINIMO NOT NUMERIC
006120         GO TO 1310-LE-FATURA-EXIT
006130     END-IF
006140     MOVE FCB-ANO-MES TO WS-ABS-ANO-MES
006150     PERFORM 2960-MES-ABSOLUTO THRU 2960-MES-ABSOLUTO-EXIT
006160     IF WS-ABS-MES NOT > WS-ABS-BASE - 1
006170        OR WS-ABS-MES NOT < WS-ABS-FIM
006180         GO TO 1310-LE-FATURA-EXIT
006190     END-IF
006200     ADD 1 TO WS-FAT-LIDAS
006210     COMPUTE WS-SLOT = WS-ABS-MES - WS-ABS-BASE + 1
006220     MOVE FCB-NUMERO TO WS-TAB-CHAVE
006230     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
006240     IF NOT CARTAO-ACHADO
006250         PERFORM 2820-INCLUI-CARTAO THRU 2820-INCLUI-CARTAO-EXIT
006260     END-IF
006270     MOVE FCB-MINIMO TO WS-TAB-MINIMO(WS-TAB-SLOT, WS-SLOT).
006280 1310-LE-FATURA-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 1400-CARREGA-ATRASOS - ONE PASS OVER THE DELINQUENCY INTERFACE
006330*                        WRITTEN BY CARTAO-COBRANCA, KEEPING THE
006340*                        WORST AGE OF EVERY CARD AGED IN THE
006350*                        WINDOW AND FLAGGING THE CARDS AGED IN
006360*                        MONTH M
006370******************************************************************
006380 1400-CARREGA-ATRASOS.
006390     OPEN INPUT COBRANCA-ATRASOS
006400     PERFORM 1410-LE-ATRASO THRU 1410-LE-ATRASO-EXIT
006410         UNTIL FIM-DOS-ATRASOS
006420     CLOSE COBRANCA-ATRASOS.
006430 1400-CARREGA-ATRASOS-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 1410-LE-ATRASO - READ ONE SHORTFALL AND ROLL IT INTO ITS CARD
006480******************************************************************
006490 1410-LE-ATRASO.
006500     READ COBRANCA-ATRASOS
006510         AT END
006520             MOVE "S" TO FIM-ATRASOS
006530     END-READ
006540     IF FIM-DOS-ATRASOS
006550        OR ATR-ANO-MES-REF NOT NUMERIC
006560        OR ATR-DIAS-ATRASO NOT NUMERIC
006570        OR ATR-FALTA NOT NUMERIC
006580         GO TO 1410-LE-ATRASO-EXIT
006590     END-IF
006600     IF ATR-FALTA = ZERO
006610         GO TO 1410-LE-ATRASO-EXIT
006620     END-IF
006630     MOVE ATR-ANO-MES-REF TO WS-ABS-ANO-MES
006640     PERFORM 2960-MES-ABSOLUTO THRU 2960-MES-ABSOLUTO-EXIT
006650     IF WS-ABS-MES NOT > WS-ABS-BASE
006660        OR WS-ABS-MES > WS-ABS-FIM
006670         GO TO 1410-LE-ATRASO-EXIT
006680     END-IF
006690     ADD 1 TO WS-ATR-LIDOS
006700     MOVE ATR-NUMERO TO WS-TAB-CHAVE
006710     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
006720     IF NOT CARTAO-ACHADO
006730         PERFORM 2820-INCLUI-CARTAO THRU 2820-INCLUI-CARTAO-EXIT
006740     END-IF
006750     IF ATR-DIAS-ATRASO > WS-TAB-PIOR-ATRASO(WS-TAB-SLOT)
006760         MOVE ATR-DIAS-ATRASO TO WS-TAB-PIOR-ATRASO(WS-TAB-SLOT)
006770     END-IF
006780     IF WS-ABS-MES = WS-ABS-FIM
006790         MOVE 1 TO WS-TAB-ATRASO-ATUAL(WS-TAB-SLOT)
006800     END-IF.
006810 1410-LE-ATRASO-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 2000-REVISA-CARTAO - REVIEW ONE CARD: GATHER ITS BEHAVIOUR,
006860*                      SCORE IT, APPLY THE FIRST BAND THAT FITS
006870*                      AND WRITE THE PROPOSAL; THEN PRIME THE
006880*                      NEXT READ
006890******************************************************************
006900 2000-REVISA-CARTAO.
006910     IF LIM-LIMITE = ZERO
006920         ADD 1 TO WS-TOTAL-SEM-LIMITE
006930         GO TO 2000-REVISA-CARTAO-NEXT
006940     END-IF
006950     ADD 1 TO WS-TOTAL-REVISADOS
006960     PERFORM 2200-APURA-HISTORICO THRU 2200-APURA-HISTORICO-EXIT
006970     PERFORM 2300-CALCULA-PONTOS THRU 2300-CALCULA-PONTOS-EXIT
006980     PERFORM 2400-ESCOLHE-FAIXA THRU 2400-ESCOLHE-FAIXA-EXIT
006990     IF WS-FAIXA = ZERO
007000         ADD 1 TO WS-TOTAL-SEM-FAIXA
007010         GO TO 2000-REVISA-CARTAO-NEXT
007020     END-IF
007030     ADD 1 TO WS-FXA-CARTOES(WS-FAIXA)
007040     PERFORM 2500-CALCULA-PROPOSTA THRU 2500-CALCULA-PROPOSTA-EXIT
007050     PERFORM 2600-GRAVA-PROPOSTA THRU 2600-GRAVA-PROPOSTA-EXIT.
007060 2000-REVISA-CARTAO-NEXT.
007070     PERFORM 2100-LE-LIMITE THRU 2100-LE-LIMITE-EXIT.
007080 2000-REVISA-CARTAO-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120* 2100-LE-LIMITE - READ THE NEXT CARD ON THE LIMITS MASTER
007130******************************************************************
007140 2100-LE-LIMITE.
007150     READ CARTAO-LIMITES NEXT RECORD
007160         AT END
007170             MOVE "S" TO FIM-LIMITES
007180     END-READ
007190     IF NOT FIM-DOS-LIMITES
007200         ADD 1 TO WS-TOTAL-LIDOS
007210     END-IF.
007220 2100-LE-LIMITE-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260* 2200-APURA-HISTORICO - BROWSE THE CARD'S HISTORY IN THE WINDOW
007270*                        FOR ITS PAYMENTS BY MONTH, ITS HIGHEST
007280*                        BALANCE AND ITS ACIMA-LIM DECLINES
007290******************************************************************
007300 2200-APURA-HISTORICO.
007310     MOVE ZEROS TO WS-REVISAO-DADOS
007320     MOVE "N" TO WS-ATRASO-ATUAL
007330     MOVE SPACES TO WS-ACAO
007340     MOVE SPACES TO WS-MOTIVO
007350     MOVE LIM-SALDO TO WS-PICO-SALDO
007360     MOVE "N" TO FIM-HISTORICO
007370     MOVE LIM-NUMERO  TO HIST-NUMERO
007380     MOVE WS-DATA-INI TO HIST-DATA
007390     MOVE SPACES      TO HIST-TIPO-TRANS
007400     MOVE ZERO        TO HIST-SEQ
007410     START CARTAO-HISTORICO KEY NOT < HIST-CHAVE
007420         INVALID KEY
007430             MOVE "S" TO FIM-HISTORICO
007440     END-START
007450     PERFORM 2210-LE-HISTORICO THRU 2210-LE-HISTORICO-EXIT
007460         UNTIL FIM-DO-HISTORICO.
007470 2200-APURA-HISTORICO-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510* 2210-LE-HISTORICO - READ ONE HISTORY RECORD OF THE CARD AND ROLL
007520*                     IT INTO THE REVIEW
007530******************************************************************
007540 2210-LE-HISTORICO.
007550     READ CARTAO-HISTORICO NEXT RECORD
007560         AT END
007570             MOVE "S" TO FIM-HISTORICO
007580     END-READ
007590     IF FIM-DO-HISTORICO
007600         GO TO 2210-LE-HISTORICO-EXIT
007610     END-IF
007620     IF HIST-NUMERO NOT = LIM-NUMERO
007630        OR HIST-DATA > WS-DATA-FIM
007640         MOVE "S" TO FIM-HISTORICO
007650         GO TO 2210-LE-HISTORICO-EXIT
007660     END-IF
007670     IF HIST-SALDO-APOS NUMERIC
007680        AND HIST-SALDO-APOS > WS-PICO-SALDO
007690         MOVE HIST-SALDO-APOS TO WS-PICO-SALDO
007700     END-IF
007710     IF HIST-MOTIVO = "ACIMA-LIM"
007720         ADD 1 TO WS-RECUSAS
007730     END-IF
007740     IF HIST-TIPO-TRANS = "2" AND HIST-RESULTADO = "APROVADO"
007750         DIVIDE HIST-DATA BY 100
007760             GIVING WS-ABS-ANO-MES REMAINDER WS-DATA-RESTO
007770         PERFORM 2960-MES-ABSOLUTO THRU 2960-MES-ABSOLUTO-EXIT
007780         COMPUTE WS-SLOT = WS-ABS-MES - WS-ABS-BASE + 1
007790         ADD HIST-VALOR TO WS-PAGO(WS-SLOT)
007800     END-IF.
007810 2210-LE-HISTORICO-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850* 2300-CALCULA-PONTOS - COUNT THE STATEMENTS DUE AND PAID ON TIME,
007860*                       WORK OUT USO AND THE SCORE
007870******************************************************************
007880 2300-CALCULA-PONTOS.
007890     MOVE LIM-NUMERO TO WS-TAB-CHAVE
007900     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
007910     IF CARTAO-ACHADO
007920         PERFORM 2310-CONFERE-FATURA THRU 2310-CONFERE-FATURA-EXIT
007930             VARYING WS-SLOT FROM 1 BY 1
007940             UNTIL WS-SLOT > WS-MESES
007950         MOVE WS-TAB-PIOR-ATRASO(WS-TAB-SLOT) TO WS-PIOR-ATRASO
007960         IF WS-TAB-ATRASO-ATUAL(WS-TAB-SLOT) = 1
007970             MOVE "S" TO WS-ATRASO-ATUAL
007980         END-IF
007990     END-IF
008000     COMPUTE WS-USO-CALCULO = WS-PICO-SALDO * 100 / LIM-LIMITE
008010     IF WS-USO-CALCULO > 999
008020         MOVE 999 TO WS-USO
008030     ELSE
008040         MOVE WS-USO-CALCULO TO WS-USO
008050     END-IF
008060     IF WS-FATURAS = ZERO
008070         MOVE 60 TO WS-PONTOS-PAGAMENTO
008080     ELSE
008090         COMPUTE WS-PONTOS-PAGAMENTO ROUNDED =
008100             60 * WS-EM-DIA / WS-FATURAS
008110     END-IF
008120     EVALUATE TRUE
008130         WHEN WS-PIOR-ATRASO = ZERO
008140             MOVE 40 TO WS-PONTOS-ATRASO
008150         WHEN WS-PIOR-ATRASO NOT > 30
008160          AND WS-ATRASO-ATUAL NOT = "S"
008170             MOVE 20 TO WS-PONTOS-ATRASO
008180         WHEN OTHER
008190             MOVE ZERO TO WS-PONTOS-ATRASO
008200     END-EVALUATE
008210     COMPUTE WS-PONTOS = WS-PONTOS-PAGAMENTO + WS-PONTOS-ATRASO.
008220 2300-CALCULA-PONTOS-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260* 2310-CONFERE-FATURA - ONE STATEMENT MONTH: A MINIMUM DUE COUNTS
008270*                       AS PAID ON TIME WHEN THE NEXT MONTH'S
008280*                       PAYMENTS COVER IT
008290******************************************************************
008300 2310-CONFERE-FATURA.
008310     IF WS-TAB-MINIMO(WS-TAB-SLOT, WS-SLOT) > ZERO
008320         ADD 1 TO WS-FATURAS
008330         IF WS-PAGO(WS-SLOT + 1)
008340               NOT < WS-TAB-MINIMO(WS-TAB-SLOT, WS-SLOT)
008350             ADD 1 TO WS-EM-DIA
008360         END-IF
008370     END-IF.
008380 2310-CONFERE-FATURA-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 2400-ESCOLHE-FAIXA - FIND THE FIRST BAND THAT FITS THE CARD;
008430*                      WS-FAIXA IS LEFT ZERO WHEN NONE DOES
008440******************************************************************
008450 2400-ESCOLHE-FAIXA.
008460     MOVE ZERO TO WS-FAIXA
008470     PERFORM 2410-CONFERE-FAIXA THRU 2410-CONFERE-FAIXA-EXIT
008480         VARYING WS-FXA-SUB FROM 1 BY 1
008490         UNTIL WS-FXA-SUB > WS-FXA-QTD
008500            OR WS-FAIXA NOT = ZERO.
008510 2400-ESCOLHE-FAIXA-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550* 2410-CONFERE-FAIXA - TEST ONE BAND: THE SCORE MUST FALL IN ITS
008560*                      RANGE AND, FOR AN INCREASE, THE CARD MUST
008570*                      BE PRESSING ITS LIMIT
008580******************************************************************
008590 2410-CONFERE-FAIXA.
008600     IF WS-PONTOS < WS-FXA-PONTOS-MIN(WS-FXA-SUB)
008610        OR WS-PONTOS > WS-FXA-PONTOS-MAX(WS-FXA-SUB)
008620         GO TO 2410-CONFERE-FAIXA-EXIT
008630     END-IF
008640     IF WS-FXA-ACAO(WS-FXA-SUB) = "A"
008650         MOVE "N" TO WS-PRESSAO-SW
008660         IF WS-FXA-USO-MIN(WS-FXA-SUB) = ZERO
008670            AND WS-FXA-RECUSAS-MIN(WS-FXA-SUB) = ZERO
008680             MOVE "S" TO WS-PRESSAO-SW
008690         END-IF
008700         IF WS-FXA-USO-MIN(WS-FXA-SUB) > ZERO
008710            AND WS-USO NOT < WS-FXA-USO-MIN(WS-FXA-SUB)
008720             MOVE "S" TO WS-PRESSAO-SW
008730         END-IF
008740         IF WS-FXA-RECUSAS-MIN(WS-FXA-SUB) > ZERO
008750            AND WS-RECUSAS NOT < WS-FXA-RECUSAS-MIN(WS-FXA-SUB)
008760             MOVE "S" TO WS-PRESSAO-SW
008770         END-IF
008780         IF NOT LIMITE-PRESSIONADO
008790             GO TO 2410-CONFERE-FAIXA-EXIT
008800         END-IF
008810     END-IF
008820     MOVE WS-FXA-SUB TO WS-FAIXA.
008830 2410-CONFERE-FAIXA-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* 2500-CALCULA-PROPOSTA - WORK OUT THE STEP AND THE PROPOSED
008880*                         LIMIT UNDER THE BAND, THE CEILING AND
008890*                         THE FLOOR
008900******************************************************************
008910 2500-CALCULA-PROPOSTA.
008920     MOVE SPACES TO WS-MOTIVO
008930     COMPUTE WS-PASSO ROUNDED =
008940         LIM-LIMITE * WS-FXA-PERCENTUAL(WS-FAIXA) / 100
008950     IF WS-FXA-PASSO-MAXIMO(WS-FAIXA) > ZERO
008960        AND WS-PASSO > WS-FXA-PASSO-MAXIMO(WS-FAIXA)
008970         MOVE WS-FXA-PASSO-MAXIMO(WS-FAIXA) TO WS-PASSO
008980     END-IF
008990     IF WS-FXA-ACAO(WS-FAIXA) = "A"
009000         COMPUTE WS-NOVO-LIMITE = LIM-LIMITE + WS-PASSO
009010         IF WS-LIMITE-MAXIMO > ZERO
009020            AND WS-NOVO-LIMITE > WS-LIMITE-MAXIMO
009030             MOVE WS-LIMITE-MAXIMO TO WS-NOVO-LIMITE
009040             MOVE "TETO" TO WS-MOTIVO
009050         END-IF
009060         IF WS-NOVO-LIMITE > LIM-LIMITE
009070             MOVE "AUMENTO" TO WS-ACAO
009080             COMPUTE WS-DIFERENCA = WS-NOVO-LIMITE - LIM-LIMITE
009090         ELSE
009100             MOVE "MANTEM" TO WS-ACAO
009110         END-IF
009120         GO TO 2500-CALCULA-PROPOSTA-EXIT
009130     END-IF
009140     MOVE WS-LIMITE-MINIMO TO WS-PISO
009150     IF LIM-SALDO > WS-PISO
009160         MOVE LIM-SALDO TO WS-PISO
009170     END-IF
009180     IF WS-PASSO > LIM-LIMITE
009190         MOVE ZERO TO WS-NOVO-LIMITE
009200     ELSE
009210         COMPUTE WS-NOVO-LIMITE = LIM-LIMITE - WS-PASSO
009220     END-IF
009230     IF WS-NOVO-LIMITE < WS-PISO
009240         MOVE WS-PISO TO WS-NOVO-LIMITE
009250         IF WS-PISO = LIM-SALDO
009260             MOVE "SALDO" TO WS-MOTIVO
009270         ELSE
009280             MOVE "PISO" TO WS-MOTIVO
009290         END-IF
009300     END-IF
009310     IF WS-NOVO-LIMITE < LIM-LIMITE
009320         MOVE "REDUCAO" TO WS-ACAO
009330         COMPUTE WS-DIFERENCA = LIM-LIMITE - WS-NOVO-LIMITE
009340     ELSE
009350         MOVE "MANTEM" TO WS-ACAO
009360     END-IF.
009370 2500-CALCULA-PROPOSTA-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410* 2600-GRAVA-PROPOSTA - LIST THE CARD FOR THE COMMITTEE AND, WHEN
009420*                       THE LIMIT MOVES, WRITE THE PROPOSAL
009430******************************************************************
009440 2600-GRAVA-PROPOSTA.
009450     MOVE LIM-NUMERO TO WS-PAN-CLARO
009460     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
009470     MOVE WS-PAN-MASCARADO TO DET-NUMERO
009480     MOVE LIM-LIMITE TO WS-VALOR-EDITADO
009490     MOVE WS-VALOR-EDITADO TO DET-LIMITE
009500     MOVE WS-USO         TO DET-USO
009510     MOVE WS-EM-DIA      TO DET-EM-DIA
009520     MOVE WS-FATURAS     TO DET-FATURAS
009530     MOVE WS-PIOR-ATRASO TO DET-ATRASO
009540     MOVE WS-RECUSAS     TO DET-RECUSAS
009550     MOVE WS-PONTOS      TO DET-PONTOS
009560     MOVE WS-ACAO        TO DET-ACAO
009570     MOVE WS-NOVO-LIMITE TO WS-VALOR-EDITADO
009580     MOVE WS-VALOR-EDITADO TO DET-NOVO-LIMITE
009590     MOVE WS-FAIXA       TO DET-FAIXA
009600     MOVE WS-MOTIVO      TO DET-MOTIVO
009610     WRITE RELATORIO-LINHA FROM REL-DETALHE
009620     EVALUATE WS-ACAO
009630         WHEN "AUMENTO"
009640             ADD 1 TO WS-TOTAL-AUMENTOS
009650             ADD WS-DIFERENCA TO WS-SOMA-AUMENTOS
009660         WHEN "REDUCAO"
009670             ADD 1 TO WS-TOTAL-REDUCOES
009680             ADD WS-DIFERENCA TO WS-SOMA-REDUCOES
009690         WHEN OTHER
009700             ADD 1 TO WS-TOTAL-MANTIDOS
009710             GO TO 2600-GRAVA-PROPOSTA-EXIT
009720     END-EVALUATE
009730     MOVE "L"            TO PRP-ACAO
009740     MOVE LIM-NUMERO     TO PRP-NUMERO
009750     MOVE WS-NOVO-LIMITE TO PRP-LIMITE
009760     MOVE LIM-SALDO      TO PRP-SALDO
009761     MOVE "CARTREVL"     TO PRP-OPERADOR
009770     WRITE PROPOSTA-REGISTRO.
009780 2600-GRAVA-PROPOSTA-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820* 2800-PROCURA-CARTAO - HASH THE CARD NUMBER IN WS-TAB-CHAVE TO
009830*                       ITS HOME SLOT (DIVISION REMAINDER) AND
009840*                       PROBE FORWARD TO THE NUMBER OR THE FIRST
009850*                       EMPTY SLOT; WS-TAB-SLOT IS LEFT ON THE
009860*                       SLOT FOUND
009870******************************************************************
009880 2800-PROCURA-CARTAO.
009890     MOVE "N" TO WS-TAB-ACHADO-SW
009900     MOVE "N" TO WS-TAB-SONDA-SW
009910     DIVIDE WS-TAB-CHAVE BY WS-TAB-TAMANHO
009920         GIVING WS-TAB-QUOC REMAINDER WS-TAB-RESTO
009930     COMPUTE WS-TAB-SLOT = WS-TAB-RESTO + 1
009940     PERFORM 2810-SONDA-CARTAO THRU 2810-SONDA-CARTAO-EXIT
009950         UNTIL SONDA-TERMINADA.
009960 2800-PROCURA-CARTAO-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 2810-SONDA-CARTAO - EXAMINE ONE SLOT: THE CARD NUMBER ENDS THE
010010*                     PROBE AS FOUND, AN EMPTY SLOT ENDS IT AS NOT
010020*                     FOUND, ANYTHING ELSE MOVES TO THE NEXT SLOT,
010030*                     WRAPPING AT THE END
010040******************************************************************
010050 2810-SONDA-CARTAO.
010060     EVALUATE TRUE
010070         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = WS-TAB-CHAVE
010080             MOVE "S" TO WS-TAB-ACHADO-SW
010090             MOVE "S" TO WS-TAB-SONDA-SW
010100         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = ZERO
010110             MOVE "S" TO WS-TAB-SONDA-SW
010120         WHEN OTHER
010130             ADD 1 TO WS-TAB-SLOT
010140             IF WS-TAB-SLOT > WS-TAB-TAMANHO
010150                 MOVE 1 TO WS-TAB-SLOT
010160             END-IF
010170     END-EVALUATE.
010180 2810-SONDA-CARTAO-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220* 2820-INCLUI-CARTAO - CLAIM THE EMPTY SLOT THE PROBE STOPPED ON
010230*                      FOR THE CARD IN WS-TAB-CHAVE
010240******************************************************************
010250 2820-INCLUI-CARTAO.
010260     IF WS-TAB-QTD >= WS-TAB-MAXIMO
010270         DISPLAY "CARTAO-REVISAO - TABELA DE CARTOES CHEIA, "
010280             "MAXIMO " WS-TAB-MAXIMO
010290         MOVE 16 TO RETURN-CODE
010300         STOP RUN
010310     END-IF
010320     MOVE WS-TAB-CHAVE TO WS-TAB-NUMERO(WS-TAB-SLOT)
010330     ADD 1 TO WS-TAB-QTD.
010340 2820-INCLUI-CARTAO-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
010390*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
010400*                    AS CARTAO-BATCH DOES (PCI)
010410******************************************************************
010420 2910-MASCARA-PAN.
010430     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
010440     MOVE "******"      TO WS-MSC-MEIO
010450     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
010460 2910-MASCARA-PAN-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500* 2950-ANO-MES-ABSOLUTO - TURN THE MONTH COUNT IN WS-ABS-MES
010510*                         (YEAR X 12 + MONTH - 1) BACK INTO YYYYMM
010520*                         IN WS-ABS-ANO-MES
010530******************************************************************
010540 2950-ANO-MES-ABSOLUTO.
010550     DIVIDE WS-ABS-MES BY 12
010560         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
010570     COMPUTE WS-ABS-ANO-MES = WS-DATA-ANO * 100 + WS-DATA-MES + 1.
010580 2950-ANO-MES-ABSOLUTO-EXIT.
010590     EXIT.
010600
010610******************************************************************
010620* 2960-MES-ABSOLUTO - TURN THE YYYYMM IN WS-ABS-ANO-MES INTO A
010630*                     MONTH COUNT (YEAR X 12 + MONTH - 1) IN
010640*                     WS-ABS-MES
010650******************************************************************
010660 2960-MES-ABSOLUTO.
010670     DIVIDE WS-ABS-ANO-MES BY 100
010680         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
010690     COMPUTE WS-ABS-MES = WS-DATA-ANO * 12 + WS-DATA-MES - 1.
010700 2960-MES-ABSOLUTO-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740* 3000-FINALIZE - PRINT THE TOTALS AND THE POLICY APPLIED, CLOSE
010750*                 THE FILES AND MARK THE RUN COMPLETED
010760******************************************************************
010770 3000-FINALIZE.
010780     MOVE SPACES TO RELATORIO-LINHA
010790     WRITE RELATORIO-LINHA
010800     MOVE SPACES TO TOT-SOMA
010810     MOVE "CARTOES REVISADOS...:" TO TOT-ROTULO
010820     MOVE WS-TOTAL-REVISADOS TO TOT-QTD
010830     WRITE RELATORIO-LINHA FROM REL-TOTAL
010840     MOVE "PROPOSTAS AUMENTO...:" TO TOT-ROTULO
010850     MOVE WS-TOTAL-AUMENTOS TO TOT-QTD
010860     MOVE WS-SOMA-AUMENTOS TO WS-SOMA-EDITADA
010870     MOVE WS-SOMA-EDITADA TO TOT-SOMA
010880     WRITE RELATORIO-LINHA FROM REL-TOTAL
010890     MOVE "PROPOSTAS REDUCAO...:" TO TOT-ROTULO
010900     MOVE WS-TOTAL-REDUCOES TO TOT-QTD
010910     MOVE WS-SOMA-REDUCOES TO WS-SOMA-EDITADA
010920     MOVE WS-SOMA-EDITADA TO TOT-SOMA
010930     WRITE RELATORIO-LINHA FROM REL-TOTAL
010940     MOVE SPACES TO TOT-SOMA
010950     MOVE "MANTIDOS............:" TO TOT-ROTULO
010960     MOVE WS-TOTAL-MANTIDOS TO TOT-QTD
010970     WRITE RELATORIO-LINHA FROM REL-TOTAL
010980     MOVE "SEM FAIXA...........:" TO TOT-ROTULO
010990     MOVE WS-TOTAL-SEM-FAIXA TO TOT-QTD
011000     WRITE RELATORIO-LINHA FROM REL-TOTAL
011010     MOVE "SEM LIMITE..........:" TO TOT-ROTULO
011020     MOVE WS-TOTAL-SEM-LIMITE TO TOT-QTD
011030     WRITE RELATORIO-LINHA FROM REL-TOTAL
011040     MOVE SPACES TO RELATORIO-LINHA
011050     WRITE RELATORIO-LINHA
011060     PERFORM 3110-LISTA-FAIXA THRU 3110-LISTA-FAIXA-EXIT
011070         VARYING WS-FXA-SUB FROM 1 BY 1
011080         UNTIL WS-FXA-SUB > WS-FXA-QTD
011090     CLOSE CARTAO-LIMITES
011100     CLOSE CARTAO-HISTORICO
011110     CLOSE REVISAO-RELATORIO
011120     CLOSE REVISAO-PROPOSTAS
011130     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
011140     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
011150 3000-FINALIZE-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
011200******************************************************************
011210 3100-PRINT-TOTALS.
011220     DISPLAY "CARTAO-REVISAO - TOTAIS DE CONTROLE".
011230     DISPLAY "-----------------------------------------".
011240     DISPLAY "MES DE REVISAO.....: " WS-ANO-MES.
011250     DISPLAY "MESES NA JANELA....: " WS-MESES.
011260     DISPLAY "FATURAS NA JANELA..: " WS-FAT-LIDAS.
011270     DISPLAY "ATRASOS NA JANELA..: " WS-ATR-LIDOS.
011280     DISPLAY "CARTOES LIDOS......: " WS-TOTAL-LIDOS.
011290     DISPLAY "CARTOES REVISADOS..: " WS-TOTAL-REVISADOS.
011300     DISPLAY "SEM LIMITE.........: " WS-TOTAL-SEM-LIMITE.
011310     DISPLAY "PROPOSTAS AUMENTO..: " WS-TOTAL-AUMENTOS.
011320     DISPLAY "SOMA AUMENTOS......: " WS-SOMA-AUMENTOS.
011330     DISPLAY "PROPOSTAS REDUCAO..: " WS-TOTAL-REDUCOES.
011340     DISPLAY "SOMA REDUCOES......: " WS-SOMA-REDUCOES.
011350     DISPLAY "MANTIDOS...........: " WS-TOTAL-MANTIDOS.
011360     DISPLAY "SEM FAIXA..........: " WS-TOTAL-SEM-FAIXA.
011370     DISPLAY "-----------------------------------------".
011380 3100-PRINT-TOTALS-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420* 3110-LISTA-FAIXA - PRINT ONE POLICY BAND AND HOW MANY CARDS FELL
011430*                    INTO IT
011440******************************************************************
011450 3110-LISTA-FAIXA.
011460     MOVE WS-FXA-SUB                      TO FXA-NUMERO
011470     MOVE WS-FXA-PONTOS-MIN(WS-FXA-SUB)   TO FXA-PONTOS-MIN
011480     MOVE WS-FXA-PONTOS-MAX(WS-FXA-SUB)   TO FXA-PONTOS-MAX
011490     MOVE WS-FXA-ACAO(WS-FXA-SUB)         TO FXA-ACAO
011500     MOVE WS-FXA-USO-MIN(WS-FXA-SUB)      TO FXA-USO-MIN
011510     MOVE WS-FXA-RECUSAS-MIN(WS-FXA-SUB)  TO FXA-RECUSAS-MIN
011520     MOVE WS-FXA-PERCENTUAL(WS-FXA-SUB)   TO FXA-PERCENTUAL
011530     MOVE WS-FXA-PASSO-MAXIMO(WS-FXA-SUB) TO FXA-PASSO-MAXIMO
011540     MOVE WS-FXA-CARTOES(WS-FXA-SUB)      TO FXA-CARTOES
011550     WRITE RELATORIO-LINHA FROM REL-FAIXA.
011560 3110-LISTA-FAIXA-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
011610*                        CONTROL REGISTRY UNDER CODE CARTREVL AND
011620*                        THE REVIEW MONTH (YYYYMM00); A MONTH
011630*                        ALREADY COMPLETED STOPS THE RUN UNLESS
011640*                        THE OVERRIDE WAS KEYED
011650******************************************************************
011660 1600-REGISTRA-INICIO.
011661     PERFORM 1620-VERIFICA-PREREQ
011662         THRU 1620-VERIFICA-PREREQ-EXIT
011670     OPEN I-O CARTAO-RUNCTL
011680     IF WS-RUN-STATUS = "35"
011690         OPEN OUTPUT CARTAO-RUNCTL
011700         CLOSE CARTAO-RUNCTL
011710         OPEN I-O CARTAO-RUNCTL
011720     END-IF
011730     IF WS-RUN-STATUS NOT = "00"
011740         DISPLAY "CARTAO-REVISAO - CARTAO-RUNCTL OPEN FAILED, "
011750             "STATUS " WS-RUN-STATUS
011760         MOVE 16 TO RETURN-CODE
011770         STOP RUN
011780     END-IF
011790     MOVE "CARTREVL" TO RUN-PROGRAMA
011800     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
011810     READ CARTAO-RUNCTL
011820         INVALID KEY
011830             PERFORM 1610-PREPARA-RUNCTL
011840                 THRU 1610-PREPARA-RUNCTL-EXIT
011850             WRITE RUNCTL-REGISTRO
011860         NOT INVALID KEY
011870             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
011880                 DISPLAY "CARTAO-REVISAO - MES " WS-ANO-MES
011890                     " JA REVISADO E COMPLETO NO REGISTRO DE "
011900                     "RUNS - USE O OVERRIDE DO CARTAO DE "
011910                     "PARAMETROS PARA FORCAR"
011920                 MOVE 16 TO RETURN-CODE
011930                 STOP RUN
011940             END-IF
011950             PERFORM 1610-PREPARA-RUNCTL
011960                 THRU 1610-PREPARA-RUNCTL-EXIT
011970             REWRITE RUNCTL-REGISTRO
011980     END-READ.
011990 1600-REGISTRA-INICIO-EXIT.
012000     EXIT.
012010
012020******************************************************************
012030* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
012040*                       IS STARTING
012050******************************************************************
012060 1610-PREPARA-RUNCTL.
012070     MOVE "CARTREVL" TO RUN-PROGRAMA
012080     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
012090     MOVE "I" TO RUN-SITUACAO
012100     MOVE SPACE TO RUN-MODO
012110     MOVE WS-DATA-PROCESSO TO RUN-DATA-EXEC
012120     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
012130     MOVE ZERO TO RUN-TOTAL-REGISTROS
012140     MOVE ZERO TO RUN-TOTAL-VALOR.
012150 1610-PREPARA-RUNCTL-EXIT.
012160     EXIT.
012161
012162******************************************************************
012163* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
012164*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
012165*                        THIS REFERENCE SHOW COMPLETED ON THE
012166*                        REGISTRY (CARTAO-PREREQ)
012167******************************************************************
012168 1620-VERIFICA-PREREQ.
012169     MOVE "CARTREVL" TO PRQ-PROGRAMA
012170     MOVE WS-RUN-DATA-REF TO PRQ-DATA-REF
012171     MOVE "S" TO PRQ-MENSAGENS
012172     CALL "CARTAO-PREREQ" USING PRQ-AREA
012173     IF PRQ-RETORNO NOT = ZERO
012174         DISPLAY "CARTAO-REVISAO - PRE-REQUISITOS PENDENTES PARA "
012175             WS-RUN-DATA-REF " - RUN NAO INICIADO"
012176         MOVE 16 TO RETURN-CODE
012177         STOP RUN
012178     END-IF.
012179 1620-VERIFICA-PREREQ-EXIT.
012180     EXIT.
012181
012182******************************************************************
012190* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY, WITH
012200*                     THE PROPOSALS WRITTEN AND THE TOTAL INCREASE
012210*                     PROPOSED
012220******************************************************************
012230 3300-REGISTRA-FIM.
012240     MOVE "CARTREVL" TO RUN-PROGRAMA
012250     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
012260     READ CARTAO-RUNCTL
012270         INVALID KEY
012280             CONTINUE
012290         NOT INVALID KEY
012300             MOVE "C" TO RUN-SITUACAO
012310             COMPUTE RUN-TOTAL-REGISTROS =
012320                 WS-TOTAL-AUMENTOS + WS-TOTAL-REDUCOES
012330             MOVE WS-SOMA-AUMENTOS TO RUN-TOTAL-VALOR
012340             REWRITE RUNCTL-REGISTRO
012350     END-READ
012360     CLOSE CARTAO-RUNCTL.
012370 3300-REGISTRA-FIM-EXIT.
012380     EXIT.
