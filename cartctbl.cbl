000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-CONTABIL.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-CONTABIL
000100*    DESCRIPTION..: GENERAL LEDGER INTERFACE AND DAILY TRIAL
000110*                   BALANCE OF THE CARDHOLDER RECEIVABLE. RUN
000120*                   ONCE A BUSINESS DATE, AFTER THE LAST POSTING
000130*                   RUN OF THE DAY, IT:
000140*                     - TAKES THE JORNAL.TXT ENTRIES WRITTEN SINCE
000150*                       THE LAST PROOF AND TURNS THEM INTO
000160*                       BALANCED DEBIT/CREDIT ENTRIES, ONE GROUP
000170*                       PER POSTING DATE AND TRANSACTION TYPE
000180*                       (PURCHASES, PAYMENTS, REFUNDS AND
000190*                       CHARGEBACKS, INTEREST "J", INSTALLMENTS
000200*                       "P", THE DISPUTE, REFUND AND FEE TYPES),
000210*                       AGAINST THE RECEIVABLE CONTROL ACCOUNT
000220*                       (LIM-SALDO) AND THE CARDHOLDER CREDIT
000230*                       BALANCE CONTROL ACCOUNT
000240*                       (LIM-SALDO-CREDOR);
000250*                     - TURNS THE DAY'S MERCHANT REMITTANCE
000260*                       (REMESSA.TXT) INTO THE MERCHANT PAYABLE
000270*                       AND THE DISCOUNT-FEE INCOME;
000280*                     - WRITES BOTH TO THE GL UPLOAD FILE
000290*                       (CTBLANC.TXT);
000300*                     - PROVES THE SUBLEDGER: THE SUM OF LIM-SALDO
000310*                       ON LIMITES.DAT MUST EQUAL THE RECEIVABLE
000320*                       OF THE LAST PROOF PLUS THE JOURNALED
000330*                       MOVEMENT SINCE, CARD BY CARD, AND THE SAME
000340*                       FOR THE CREDIT BALANCE. EVERY CARD THAT
000350*                       DOES NOT AGREE IS ITEMIZED ON THE PROOF
000360*                       SHEET (CTBPROVA.TXT, MASKED PAN) AND THE
000370*                       RUN ENDS WITH RETURN-CODE 8.
000371*                       A DIVERGENT PROOF STILL BOOKS THE DAY:
000372*                       THE GL ENTRIES ARE WRITTEN AND THE
000373*                       SNAPSHOT MOVES TO THE BALANCES FOUND ON
000374*                       LIMITES.DAT, SO THE NEXT PROOF DOES NOT
000375*                       BOOK THE SAME JOURNAL RECORDS AGAIN. THE
000376*                       CARDS ON THE PROOF SHEET ARE ADJUSTED BY
000377*                       HAND, OR THE DATE IS PROVEN AGAIN WITH THE
000378*                       OVERRIDE, STARTING FROM THE PROOF BEFORE.
000380*                   THE ACCOUNTS COME FROM THE CHART-OF-ACCOUNTS
000390*                   MAPPING FILE (CTBPLANO.TXT), ONE RECORD PER
000400*                   MAPPING KEY:
000410*                     SR  RECEIVABLE CONTROL ACCOUNT
000420*                     SC  CARDHOLDER CREDIT BALANCE ACCOUNT
000430*                     JX  CONTRA ACCOUNT OF JOURNAL TYPE X
000440*                         (J1 PURCHASE - ALSO THE BLANK TYPE -,
000450*                         J2 PAYMENT, J3 REFUND, J4 CHARGEBACK,
000460*                         JJ, JP, JG, JV, JD, JA, JT, JM, JE)
000470*                     RB  MERCHANT CLEARING (GROSS SALES)
000480*                     RL  MERCHANT PAYABLE (NET REMITTANCE)
000490*                     RT  DISCOUNT-FEE INCOME
000500*                   A KEY THE DAY NEEDS AND THE FILE LACKS STOPS
000510*                   THE RUN BEFORE ANYTHING IS WRITTEN.
000520*                   THE CARD REISSUE TRANSFERS OF CARTAO-RENOVA
000530*                   (TYPE "R") MOVE A BALANCE BETWEEN TWO CARDS OF
000540*                   THE SAME HOLDER; THEY TAKE PART IN THE PROOF
000550*                   BUT NOT IN THE GL.
000551*                   A BACKOUT (CARTAO-BACKOUT) APPENDS ONE
000552*                   REVERSING RECORD (JRN-ESTORNO) PER POSTING IT
000553*                   RESTORES, OF THE ORIGINAL TYPE AND DATE AND
000554*                   WITH THE OPPOSITE MOVEMENT, SO IT IS BOOKED
000555*                   AGAINST THE SAME ACCOUNTS AS A REVERSAL AND
000556*                   THE PROOF NEEDS NO MANUAL ADJUSTMENT.
000560*
000570*    THE PROOF KEEPS ITS OWN BALANCE SNAPSHOT (CTBSALDO.DAT): THE
000580*    BALANCE AND CREDIT BALANCE OF EVERY CARD AT THE LAST PROOF
000590*    AND AT THE ONE BEFORE, AND A CONTROL RECORD (KEY ZERO) WITH
000600*    THE DATE OF THE LAST PROOF AND HOW MANY JOURNAL RECORDS IT
000610*    HAD READ. THE NEXT PROOF STARTS WITH THE JOURNAL RECORD
000620*    AFTER THOSE, SO NO POSTING IS BOOKED TWICE OR LEFT OUT,
000630*    WHATEVER DATE IT WAS POSTED UNDER. A PROOF REPEATED FOR THE
000640*    SAME DATE STARTS AGAIN FROM THE PROOF BEFORE. THE SNAPSHOT
000650*    IS BUILT ONCE BY AN INITIAL LOAD (CTB-CARGA "S") UNDER THE
000660*    LAST DATE ALREADY IN THE BOOKS; THE LOAD WRITES NO GL
000670*    ENTRIES.
000680*
000690*    PARAMETER CARD (CTBPARM.TXT, ONE RECORD, REQUIRED):
000700*        CTB-DATA-MOVTO    THE BUSINESS DATE BEING BOOKED AND
000710*                          PROVEN, YYYYMMDD; IT IS ALSO THE GL
000720*                          BATCH NUMBER
000730*        CTB-CARGA         "S" = INITIAL LOAD OF THE SNAPSHOT
000740*        CTB-OVERRIDE      "S" = RERUN A DATE THE RUN-CONTROL
000750*                          REGISTRY SHOWS STARTED, COMPLETED OR
000760*                          DIVERGENTE, OR RELOAD AN EXISTING
000761*                          SNAPSHOT
000770*
000780*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTCTBL
000790*    AND THE BUSINESS DATE: "C" WHEN THE PROOF AGREES, "D"
000791*    (DIVERGENTE) WHEN IT DOES NOT, WHICH HOLDS THE STEPS THAT
000792*    NAME CARTCTBL AS A PREREQUISITE UNTIL THE DATE IS PROVEN
000793*    AGAIN.
000800*
000810*    MODIFICATION HISTORY
000820*    DATE        BY   DESCRIPTION
000830*    ----------  ---  -----------------------------------------
000840*    2026-10-15  JCM  ORIGINAL VERSION.
000841*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000842*                     THE JOB-STREAM PREREQUISITES TABLE
000843*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000844*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000845*    2026-10-15  JCM  HEADER NOTE ON THE REVERSING RECORDS OF
000846*                     CARTAO-BACKOUT.
000847*    2026-10-15  JCM  A DIVERGENT PROOF IS REGISTERED "D" ON
000848*                     RUNCTL.DAT AND NEEDS THE OVERRIDE TO BE
000849*                     REPEATED, AS A COMPLETED ONE DOES.
000850******************************************************************
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000880 FILE-CONTROL.
000890     SELECT CONTABIL-PARAMETRO ASSIGN TO "CTBPARM.TXT"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT CONTABIL-PLANO ASSIGN TO "CTBPLANO.TXT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-MAP-STATUS.
000950
000960     SELECT OPTIONAL CARTAO-JORNAL ASSIGN TO "JORNAL.TXT"
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990     SELECT OPTIONAL CARTAO-REMESSA ASSIGN TO "REMESSA.TXT"
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010
001020     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
001030         ORGANIZATION IS INDEXED
001040         ACCESS IS DYNAMIC
001050         RECORD KEY IS LIM-NUMERO
001060         FILE STATUS IS WS-LIM-STATUS.
001070
001080     SELECT CONTABIL-SALDOS ASSIGN TO "CTBSALDO.DAT"
001090         ORGANIZATION IS INDEXED
001100         ACCESS IS DYNAMIC
001110         RECORD KEY IS SLD-NUMERO
001120         FILE STATUS IS WS-SLD-STATUS.
001130
001140     SELECT CONTABIL-LANCAMENTOS ASSIGN TO "CTBLANC.TXT"
001150         ORGANIZATION IS LINE SEQUENTIAL.
001160
001170     SELECT CONTABIL-RELATORIO ASSIGN TO "CTBPROVA.TXT"
001180         ORGANIZATION IS LINE SEQUENTIAL.
001190
001200     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001210         ORGANIZATION IS INDEXED
001220         ACCESS IS RANDOM
001230         RECORD KEY IS RUN-CHAVE
001240         FILE STATUS IS WS-RUN-STATUS.
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  CONTABIL-PARAMETRO.
001280 01  PARAMETRO-REGISTRO.
001290     05  CTB-DATA-MOVTO        PIC 9(08).
001300     05  CTB-CARGA             PIC X(01).
001310     05  CTB-OVERRIDE          PIC X(01).
001320
001330 FD  CONTABIL-PLANO.
001340 01  PLANO-REGISTRO.
001350     05  MAP-CHAVE             PIC X(02).
001360     05  MAP-CONTA             PIC X(12).
001370     05  MAP-DESCRICAO         PIC X(30).
001380
001390 FD  CARTAO-JORNAL.
001400 01  JORNAL-REGISTRO.
001410     COPY JORNREG.
001420
001430 FD  CARTAO-REMESSA.
001440 01  REMESSA-REGISTRO.
001450     COPY REMREG.
001460
001470 FD  CARTAO-LIMITES.
001480 01  LIMITE-REGISTRO.
001490     COPY LIMREG.
001500
001510*    ONE RECORD PER CARD: THE BALANCES AT THE LAST PROOF THAT
001520*    SAW THE CARD (SLD-DATA) AND AT THE ONE BEFORE IT. THE
001530*    RECORD WITH KEY ZERO IS THE CONTROL RECORD.
001540 FD  CONTABIL-SALDOS.
001550 01  SALDO-REGISTRO.
001560     05  SLD-NUMERO            PIC 9(16).
001570     05  SLD-DATA              PIC 9(08).
001580     05  SLD-SALDO             PIC 9(08)V99.
001590     05  SLD-CREDOR            PIC 9(08)V99.
001600     05  SLD-DATA-ANT          PIC 9(08).
001610     05  SLD-SALDO-ANT         PIC 9(08)V99.
001620     05  SLD-CREDOR-ANT        PIC 9(08)V99.
001630 01  SALDO-CONTROLE.
001640     05  CTL-CHAVE             PIC 9(16).
001650     05  CTL-DATA              PIC 9(08).
001660     05  CTL-LIDOS             PIC 9(10).
001670     05  CTL-DATA-ANT          PIC 9(08).
001680     05  CTL-LIDOS-ANT         PIC 9(10).
001690     05  FILLER                PIC X(20).
001700
001710*    ONE RECORD PER LEG FOR THE ACCOUNTING SYSTEM. THE DEBITS OF
001720*    A BATCH (LAN-LOTE) ALWAYS EQUAL ITS CREDITS.
001730 FD  CONTABIL-LANCAMENTOS.
001740 01  LANCAMENTO-REGISTRO.
001750     05  LAN-DATA              PIC 9(08).
001760     05  LAN-LOTE              PIC 9(08).
001770     05  LAN-SEQ               PIC 9(06).
001780     05  LAN-CONTA             PIC X(12).
001790     05  LAN-NATUREZA          PIC X(01).
001800     05  LAN-VALOR             PIC 9(11)V99.
001810     05  LAN-ORIGEM            PIC X(02).
001820     05  LAN-HISTORICO         PIC X(30).
001830
001840 FD  CONTABIL-RELATORIO.
001850 01  RELATORIO-LINHA           PIC X(100).
001860
001870 FD  CARTAO-RUNCTL.
001880 01  RUNCTL-REGISTRO.
001890     COPY RUNREG.
001900
001910 WORKING-STORAGE SECTION.
001920 01  WS-SWITCHES.
001930     05  FIM-PLANO             PIC X(01) VALUE "N".
001940         88  FIM-DO-PLANO          VALUE "S".
001950     05  FIM-JORNAL            PIC X(01) VALUE "N".
001960         88  FIM-DO-JORNAL         VALUE "S".
001970     05  FIM-REMESSA           PIC X(01) VALUE "N".
001980         88  FIM-DA-REMESSA        VALUE "S".
001990     05  FIM-LIMITES           PIC X(01) VALUE "N".
002000         88  FIM-DOS-LIMITES       VALUE "S".
002010     05  FIM-SALDOS            PIC X(01) VALUE "N".
002020         88  FIM-DOS-SALDOS        VALUE "S".
002030     05  WS-CARGA-SW           PIC X(01) VALUE "N".
002040         88  CARGA-INICIAL         VALUE "S".
002050     05  WS-CONTROLE-SW        PIC X(01) VALUE "N".
002060         88  CONTROLE-EXISTE       VALUE "S".
002070     05  WS-SLD-SW             PIC X(01) VALUE "N".
002080         88  SALDO-EXISTE          VALUE "S".
002090     05  WS-BALANCO-SW         PIC X(01) VALUE "N".
002100         88  FORA-DE-BALANCO       VALUE "S".
002110     05  WS-DIVERGE-SW         PIC X(01) VALUE "N".
002120         88  CARTAO-DIVERGE        VALUE "S".
002130
002140 01  WS-CAMPOS.
002150     05  WS-MAP-STATUS         PIC X(02) VALUE SPACES.
002160     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
002170     05  WS-SLD-STATUS         PIC X(02) VALUE SPACES.
002180     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
002190     05  WS-DATA-ANO-MES       PIC 9(06) VALUE ZERO.
002200     05  WS-DATA-DIA           PIC 9(02) VALUE ZERO.
002210     05  WS-DATA-ANO           PIC 9(04) VALUE ZERO.
002220     05  WS-DATA-MES           PIC 9(02) VALUE ZERO.
002230     05  WS-TIPO               PIC X(01) VALUE SPACES.
002240     05  WS-CHAVES-AUSENTES    PIC 9(03) VALUE ZERO.
002250
002260 01  WS-JORNAL-DADOS.
002270     05  WS-JRN-LIDOS          PIC 9(10) VALUE ZERO.
002280     05  WS-JRN-INICIO         PIC 9(10) VALUE ZERO.
002290     05  WS-JRN-NOVOS          PIC 9(10) VALUE ZERO.
002300     05  WS-JRN-CREDOR-ANTES   PIC 9(08)V99 VALUE ZERO.
002310     05  WS-JRN-CREDOR-DEPOIS  PIC 9(08)V99 VALUE ZERO.
002320     05  WS-JRN-MOV-SALDO      PIC S9(09)V99 VALUE ZERO.
002330     05  WS-JRN-MOV-CREDOR     PIC S9(09)V99 VALUE ZERO.
002340
002350 01  WS-REMESSA-DADOS.
002360     05  WS-REM-LIDOS          PIC 9(07) VALUE ZERO.
002370     05  WS-REM-CREDITOS       PIC 9(07) VALUE ZERO.
002380     05  WS-REM-DEBITOS        PIC 9(07) VALUE ZERO.
002390     05  WS-REM-C-BRUTO        PIC 9(11)V99 VALUE ZERO.
002400     05  WS-REM-C-TARIFA       PIC 9(11)V99 VALUE ZERO.
002410     05  WS-REM-C-LIQUIDO      PIC 9(11)V99 VALUE ZERO.
002420     05  WS-REM-D-BRUTO        PIC 9(11)V99 VALUE ZERO.
002430     05  WS-REM-D-TARIFA       PIC 9(11)V99 VALUE ZERO.
002440     05  WS-REM-D-LIQUIDO      PIC 9(11)V99 VALUE ZERO.
002450
002460*    ONE LEG PAIR OR ONE LEG TO BE WRITTEN TO THE GL FILE
002470 01  WS-LANCAMENTO-DADOS.
002480     05  WS-LAN-SEQ            PIC 9(06) VALUE ZERO.
002490     05  WS-LAN-DATA           PIC 9(08) VALUE ZERO.
002500     05  WS-LAN-CHAVE          PIC X(02) VALUE SPACES.
002510     05  WS-LAN-NATUREZA       PIC X(01) VALUE SPACES.
002520     05  WS-LAN-VALOR          PIC 9(11)V99 VALUE ZERO.
002530     05  WS-LAN-ORIGEM         PIC X(02) VALUE SPACES.
002540     05  WS-LAN-HISTORICO      PIC X(02) VALUE SPACES.
002550     05  WS-PERNA-DEBITO       PIC X(02) VALUE SPACES.
002560     05  WS-PERNA-CREDITO      PIC X(02) VALUE SPACES.
002570     05  WS-CONTRA-CHAVE.
002580         10  WS-CONTRA-PREFIXO PIC X(01) VALUE "J".
002590         10  WS-CONTRA-TIPO    PIC X(01) VALUE SPACES.
002600
002610*    THE CARD BEING PROVEN: BALANCES AT THE LAST PROOF, JOURNALED
002620*    MOVEMENT SINCE, EXPECTED AND ACTUAL BALANCES
002630 01  WS-PROVA-DADOS.
002640     05  WS-CMP-NUMERO         PIC 9(16) VALUE ZERO.
002650     05  WS-ANT-SALDO          PIC 9(08)V99 VALUE ZERO.
002660     05  WS-ANT-CREDOR         PIC 9(08)V99 VALUE ZERO.
002670     05  WS-MOV-SALDO          PIC S9(09)V99 VALUE ZERO.
002680     05  WS-MOV-CREDOR         PIC S9(09)V99 VALUE ZERO.
002690     05  WS-ESP-SALDO          PIC S9(09)V99 VALUE ZERO.
002700     05  WS-ESP-CREDOR         PIC S9(09)V99 VALUE ZERO.
002710     05  WS-ATU-SALDO          PIC 9(08)V99 VALUE ZERO.
002720     05  WS-ATU-CREDOR         PIC 9(08)V99 VALUE ZERO.
002730     05  WS-DIF-SALDO          PIC S9(09)V99 VALUE ZERO.
002740     05  WS-DIF-CREDOR         PIC S9(09)V99 VALUE ZERO.
002750
002760 01  WS-CONTADORES.
002770     05  WS-TOTAL-CARTOES      PIC 9(07) VALUE ZERO.
002780     05  WS-TOTAL-SEM-LIMITE   PIC 9(07) VALUE ZERO.
002790     05  WS-TOTAL-DIVERGENTES  PIC 9(07) VALUE ZERO.
002800     05  WS-TOTAL-LANCAMENTOS  PIC 9(07) VALUE ZERO.
002810     05  WS-TOTAL-DEBITOS      PIC 9(13)V99 VALUE ZERO.
002820     05  WS-TOTAL-CREDITOS     PIC 9(13)V99 VALUE ZERO.
002830     05  WS-SOMA-ANT-SALDO     PIC S9(11)V99 VALUE ZERO.
002840     05  WS-SOMA-MOV-SALDO     PIC S9(11)V99 VALUE ZERO.
002850     05  WS-SOMA-ESP-SALDO     PIC S9(11)V99 VALUE ZERO.
002860     05  WS-SOMA-ATU-SALDO     PIC S9(11)V99 VALUE ZERO.
002870     05  WS-SOMA-DIF-SALDO     PIC S9(11)V99 VALUE ZERO.
002880     05  WS-SOMA-ANT-CREDOR    PIC S9(11)V99 VALUE ZERO.
002890     05  WS-SOMA-MOV-CREDOR    PIC S9(11)V99 VALUE ZERO.
002900     05  WS-SOMA-ESP-CREDOR    PIC S9(11)V99 VALUE ZERO.
002910     05  WS-SOMA-ATU-CREDOR    PIC S9(11)V99 VALUE ZERO.
002920     05  WS-SOMA-DIF-CREDOR    PIC S9(11)V99 VALUE ZERO.
002930
002940 01  WS-RUNCTL-DADOS.
002950     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
002960     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
002970         88  OVERRIDE-OPERADOR     VALUE "S".
002980
002981 01  PRQ-AREA.
002982     COPY PREQREG.
002983
002990*    THE CHART-OF-ACCOUNTS MAPPING, AS LOADED FROM CTBPLANO.TXT
003000 01  WS-TABELA-PLANO.
003010     05  WS-MAP-QTD            PIC 9(03) COMP VALUE ZERO.
003020     05  WS-MAP-SUB            PIC 9(03) COMP VALUE ZERO.
003030     05  WS-MAP-ACHADO         PIC 9(03) COMP VALUE ZERO.
003040     05  WS-MAP-MAXIMO         PIC 9(03) COMP VALUE 100.
003050     05  WS-MAP-PROCURA        PIC X(02) VALUE SPACES.
003060     05  WS-MAP-ENTRADA        OCCURS 100 TIMES.
003070         10  WS-MAP-CHAVE      PIC X(02).
003080         10  WS-MAP-CONTA      PIC X(12).
003090         10  WS-MAP-DESCRICAO  PIC X(30).
003100
003110*    ONE ENTRY PER POSTING DATE AND JOURNAL TYPE, WITH THE
003120*    INCREASES AND DECREASES OF THE BALANCE AND OF THE CREDIT
003130*    BALANCE KEPT APART
003140 01  WS-TABELA-GRUPOS.
003150     05  WS-GRP-QTD            PIC 9(04) COMP VALUE ZERO.
003160     05  WS-GRP-SUB            PIC 9(04) COMP VALUE ZERO.
003170     05  WS-GRP-ACHADO         PIC 9(04) COMP VALUE ZERO.
003180     05  WS-GRP-MAXIMO         PIC 9(04) COMP VALUE 500.
003190     05  WS-GRP-ENTRADA        OCCURS 500 TIMES.
003200         10  WS-GRP-DATA       PIC 9(08).
003210         10  WS-GRP-TIPO       PIC X(01).
003220         10  WS-GRP-QTD-LANC   PIC 9(07).
003230         10  WS-GRP-SALDO-MAIS PIC 9(11)V99.
003240         10  WS-GRP-SALDO-MENOS
003250                               PIC 9(11)V99.
003260         10  WS-GRP-CREDOR-MAIS
003270                               PIC 9(11)V99.
003280         10  WS-GRP-CREDOR-MENOS
003290                               PIC 9(11)V99.
003300
003310 01  WS-CARTAO-DADOS.
003320     05  WS-TAB-CHAVE          PIC 9(16) VALUE ZERO.
003330     05  WS-TAB-SLOT           PIC 9(06) COMP VALUE ZERO.
003340     05  WS-TAB-TAMANHO        PIC 9(06) COMP VALUE 150001.
003350     05  WS-TAB-QTD            PIC 9(06) COMP VALUE ZERO.
003360     05  WS-TAB-MAXIMO         PIC 9(06) COMP VALUE 100000.
003370     05  WS-TAB-QUOC           PIC 9(16) COMP VALUE ZERO.
003380     05  WS-TAB-RESTO          PIC 9(16) COMP VALUE ZERO.
003390     05  WS-TAB-ACHADO-SW      PIC X(01) VALUE "N".
003400         88  CARTAO-ACHADO         VALUE "S".
003410     05  WS-TAB-SONDA-SW       PIC X(01) VALUE "N".
003420         88  SONDA-TERMINADA       VALUE "S".
003430
003440*    ONE ENTRY PER CARD WITH JOURNALED MOVEMENT SINCE THE LAST
003450*    PROOF; WS-TAB-VISTO IS SET WHEN THE PROOF REACHES THE CARD
003460 01  WS-TABELA-CARTOES.
003470     05  WS-TAB-ENTRADA        OCCURS 150001 TIMES.
003480         10  WS-TAB-NUMERO     PIC 9(16).
003490         10  WS-TAB-MOV-SALDO  PIC S9(09)V99.
003500         10  WS-TAB-MOV-CREDOR PIC S9(09)V99.
003510         10  WS-TAB-VISTO      PIC X(01).
003520
003530 01  WS-MASCARA-DADOS.
003540     05  WS-PAN-CLARO.
003550         10  WS-PAN-INICIO     PIC X(06).
003560         10  WS-PAN-MEIO       PIC X(06).
003570         10  WS-PAN-FIM        PIC X(04).
003580     05  WS-PAN-MASCARADO.
003590         10  WS-MSC-INICIO     PIC X(06).
003600         10  WS-MSC-MEIO       PIC X(06).
003610         10  WS-MSC-FIM        PIC X(04).
003620
003630 01  REL-CABECALHO-1.
003640     05  FILLER                PIC X(40) VALUE
003650         "CARTAO-CONTABIL - PROVA DO RECEBIVEL EM ".
003660     05  CAB-DATA              PIC 9(08).
003670     05  FILLER                PIC X(20) VALUE
003680         "  JORNAL APOS O REG ".
003690     05  CAB-INICIO            PIC Z(09)9.
003700     05  FILLER                PIC X(22) VALUE SPACES.
003710
003720 01  REL-CABECALHO-2.
003730     05  FILLER                PIC X(16) VALUE "NUMERO".
003740     05  FILLER                PIC X(02) VALUE SPACES.
003750     05  FILLER                PIC X(07) VALUE "SALDO".
003760     05  FILLER                PIC X(01) VALUE SPACES.
003770     05  FILLER                PIC X(13) VALUE "     ANTERIOR".
003780     05  FILLER                PIC X(01) VALUE SPACES.
003790     05  FILLER                PIC X(13) VALUE "    MOVIMENTO".
003800     05  FILLER                PIC X(01) VALUE SPACES.
003810     05  FILLER                PIC X(13) VALUE "     ESPERADO".
003820     05  FILLER                PIC X(01) VALUE SPACES.
003830     05  FILLER                PIC X(12) VALUE "       ATUAL".
003840     05  FILLER                PIC X(01) VALUE SPACES.
003850     05  FILLER                PIC X(13) VALUE "    DIFERENCA".
003860     05  FILLER                PIC X(06) VALUE SPACES.
003870
003880 01  REL-DIFERENCA.
003890     05  DIF-NUMERO            PIC X(16).
003900     05  FILLER                PIC X(02) VALUE SPACES.
003910     05  DIF-SALDO             PIC X(07).
003920     05  FILLER                PIC X(01) VALUE SPACES.
003930     05  DIF-ANTERIOR          PIC Z(08)9.99-.
003940     05  FILLER                PIC X(01) VALUE SPACES.
003950     05  DIF-MOVIMENTO         PIC Z(08)9.99-.
003960     05  FILLER                PIC X(01) VALUE SPACES.
003970     05  DIF-ESPERADO          PIC Z(08)9.99-.
003980     05  FILLER                PIC X(01) VALUE SPACES.
003990     05  DIF-ATUAL             PIC Z(08)9.99.
004000     05  FILLER                PIC X(01) VALUE SPACES.
004010     05  DIF-DIFERENCA         PIC Z(08)9.99-.
004020     05  FILLER                PIC X(06) VALUE SPACES.
004030
004040 01  REL-TOTAL.
004050     05  TOT-ROTULO            PIC X(21).
004060     05  TOT-VALOR             PIC Z(12)9.99-.
004070     05  FILLER                PIC X(62) VALUE SPACES.
004080
004090 01  REL-CONTAGEM.
004100     05  CNT-ROTULO            PIC X(21).
004110     05  CNT-QTD               PIC Z(09)9.
004120     05  FILLER                PIC X(69) VALUE SPACES.
004130
004140 01  REL-SITUACAO.
004150     05  FILLER                PIC X(21) VALUE
004160         "SITUACAO...........: ".
004170     05  SIT-TEXTO             PIC X(40).
004180     05  FILLER                PIC X(39) VALUE SPACES.
004190
004200 PROCEDURE DIVISION.
004210******************************************************************
004220* 0000-MAINLINE
004230******************************************************************
004240 0000-MAINLINE.
004250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004260     IF NOT CARGA-INICIAL
004270         PERFORM 2000-LANCA-CONTABIL
004280             THRU 2000-LANCA-CONTABIL-EXIT
004290     END-IF
004300     PERFORM 2100-PROVA-SALDOS THRU 2100-PROVA-SALDOS-EXIT
004310     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
004320     STOP RUN.
004330
004340******************************************************************
004350* 1000-INITIALIZE - READ THE PARAMETER CARD AND THE CONTROL
004360*                   RECORD, GATHER THE NEW JOURNAL ENTRIES AND
004370*                   THE DAY'S REMITTANCE, CHECK THE MAPPING HAS
004380*                   EVERY ACCOUNT THEY NEED, REGISTER THE RUN AND
004390*                   OPEN THE OUTPUT FILES
004400******************************************************************
004410 1000-INITIALIZE.
004420     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
004430     IF NOT CARGA-INICIAL
004440         PERFORM 1300-CARREGA-PLANO THRU 1300-CARREGA-PLANO-EXIT
004450     END-IF
004460     PERFORM 1400-ABRE-SALDOS THRU 1400-ABRE-SALDOS-EXIT
004470     MOVE ZEROS TO WS-TABELA-CARTOES
004480     PERFORM 1500-LE-JORNAL THRU 1500-LE-JORNAL-EXIT
004490     IF NOT CARGA-INICIAL
004500         PERFORM 1550-LE-REMESSA THRU 1550-LE-REMESSA-EXIT
004510         PERFORM 1700-VALIDA-PLANO THRU 1700-VALIDA-PLANO-EXIT
004520     END-IF
004530     PERFORM 1600-REGISTRA-INICIO
004540         THRU 1600-REGISTRA-INICIO-EXIT
004550     OPEN INPUT CARTAO-LIMITES
004560     IF WS-LIM-STATUS NOT = "00"
004570         DISPLAY "CARTAO-CONTABIL - CARTAO-LIMITES OPEN FAILED, "
004580             "STATUS " WS-LIM-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF
004620     OPEN OUTPUT CONTABIL-LANCAMENTOS
004630     OPEN OUTPUT CONTABIL-RELATORIO
004640     MOVE WS-DATA-PROCESSO TO CAB-DATA
004650     MOVE WS-JRN-INICIO    TO CAB-INICIO
004660     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
004670     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2.
004680 1000-INITIALIZE-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 1200-LE-PARAMETRO - READ AND VALIDATE THE PARAMETER CARD
004730******************************************************************
004740 1200-LE-PARAMETRO.
004750     OPEN INPUT CONTABIL-PARAMETRO
004760     READ CONTABIL-PARAMETRO
004770         AT END
004780             DISPLAY "CARTAO-CONTABIL - CTBPARM.TXT VAZIO"
004790             MOVE 16 TO RETURN-CODE
004800             STOP RUN
004810     END-READ
004820     IF CTB-DATA-MOVTO NOT NUMERIC OR CTB-DATA-MOVTO = ZERO
004830         DISPLAY "CARTAO-CONTABIL - PARAMETROS INVALIDOS"
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF
004870     DIVIDE CTB-DATA-MOVTO BY 100
004880         GIVING WS-DATA-ANO-MES REMAINDER WS-DATA-DIA
004890     DIVIDE WS-DATA-ANO-MES BY 100
004900         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
004910     IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
004920        OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
004930         DISPLAY "CARTAO-CONTABIL - DATA DO MOVIMENTO INVALIDA"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF
004970     MOVE CTB-DATA-MOVTO TO WS-DATA-PROCESSO
004980     IF CTB-CARGA = "S"
004990         MOVE "S" TO WS-CARGA-SW
005000         DISPLAY "CARTAO-CONTABIL - CARGA INICIAL DOS SALDOS"
005010     END-IF
005020     IF CTB-OVERRIDE = "S"
005030         MOVE "S" TO WS-OVERRIDE-SW
005040         DISPLAY "CARTAO-CONTABIL - OVERRIDE DE OPERADOR ACEITO"
005050     END-IF
005060     CLOSE CONTABIL-PARAMETRO.
005070 1200-LE-PARAMETRO-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* 1300-CARREGA-PLANO - LOAD THE CHART-OF-ACCOUNTS MAPPING
005120******************************************************************
005130 1300-CARREGA-PLANO.
005140     OPEN INPUT CONTABIL-PLANO
005150     IF WS-MAP-STATUS NOT = "00"
005160         DISPLAY "CARTAO-CONTABIL - CONTABIL-PLANO OPEN FAILED, "
005170             "STATUS " WS-MAP-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF
005210     PERFORM 1310-LE-PLANO THRU 1310-LE-PLANO-EXIT
005220         UNTIL FIM-DO-PLANO
005230     CLOSE CONTABIL-PLANO.
005240 1300-CARREGA-PLANO-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280* 1310-LE-PLANO - READ ONE MAPPING RECORD INTO THE TABLE; A KEY
005290*                 WITH NO ACCOUNT IS LEFT OUT, SO IT IS REPORTED
005300*                 MISSING IF THE DAY NEEDS IT
005310******************************************************************
005320 1310-LE-PLANO.
005330     READ CONTABIL-PLANO
005340         AT END
005350             MOVE "S" TO FIM-PLANO
005360     END-READ
005370     IF FIM-DO-PLANO
005380        OR MAP-CHAVE = SPACES
005390        OR MAP-CONTA = SPACES
005400         GO TO 1310-LE-PLANO-EXIT
005410     END-IF
005420     IF WS-MAP-QTD >= WS-MAP-MAXIMO
005430         DISPLAY "CARTAO-CONTABIL - TABELA DO PLANO DE CONTAS "
005440             "CHEIA, MAXIMO " WS-MAP-MAXIMO
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF
005480     ADD 1 TO WS-MAP-QTD
005490     MOVE MAP-CHAVE     TO WS-MAP-CHAVE(WS-MAP-QTD)
005500     MOVE MAP-CONTA     TO WS-MAP-CONTA(WS-MAP-QTD)
005510     MOVE MAP-DESCRICAO TO WS-MAP-DESCRICAO(WS-MAP-QTD).
005520 1310-LE-PLANO-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 1400-ABRE-SALDOS - OPEN THE BALANCE SNAPSHOT (CREATING IT ON
005570*                    THE INITIAL LOAD), READ THE CONTROL RECORD
005580*                    AND WORK OUT WHERE THE NEW JOURNAL ENTRIES
005590*                    START
005600******************************************************************
005610 1400-ABRE-SALDOS.
005620     OPEN I-O CONTABIL-SALDOS
005630     IF WS-SLD-STATUS = "35" AND CARGA-INICIAL
005640         OPEN OUTPUT CONTABIL-SALDOS
005650         CLOSE CONTABIL-SALDOS
005660         OPEN I-O CONTABIL-SALDOS
005670     END-IF
005680     IF WS-SLD-STATUS = "35"
005690         DISPLAY "CARTAO-CONTABIL - CTBSALDO.DAT AUSENTE - "
005700             "EXECUTE A CARGA INICIAL (CTB-CARGA = S)"
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF
005740     IF WS-SLD-STATUS NOT = "00"
005750         DISPLAY "CARTAO-CONTABIL - CONTABIL-SALDOS OPEN FAILED, "
005760             "STATUS " WS-SLD-STATUS
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF
005800     MOVE ZERO TO CTL-CHAVE
005810     READ CONTABIL-SALDOS
005820         INVALID KEY
005830             MOVE "N" TO WS-CONTROLE-SW
005840         NOT INVALID KEY
005850             MOVE "S" TO WS-CONTROLE-SW
005860     END-READ
005870     IF CARGA-INICIAL
005880         IF CONTROLE-EXISTE AND NOT OVERRIDE-OPERADOR
005890             DISPLAY "CARTAO-CONTABIL - CARGA INICIAL JA FEITA, "
005900                 "ULTIMA PROVA EM " CTL-DATA
005910                 " - USE O OVERRIDE DO CARTAO DE PARAMETROS "
005920                 "PARA RECARREGAR"
005930             MOVE 16 TO RETURN-CODE
005940             STOP RUN
005950         END-IF
005960         GO TO 1400-ABRE-SALDOS-EXIT
005970     END-IF
005980     IF NOT CONTROLE-EXISTE
005990         DISPLAY "CARTAO-CONTABIL - CTBSALDO.DAT SEM REGISTRO DE "
006000             "CONTROLE - EXECUTE A CARGA INICIAL (CTB-CARGA = S)"
006010         MOVE 16 TO RETURN-CODE
006020         STOP RUN
006030     END-IF
006040     IF WS-DATA-PROCESSO < CTL-DATA
006050         DISPLAY "CARTAO-CONTABIL - DATA " WS-DATA-PROCESSO
006060             " ANTERIOR A ULTIMA PROVA, EM " CTL-DATA
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF
006100     IF WS-DATA-PROCESSO = CTL-DATA
006110         MOVE CTL-LIDOS-ANT TO WS-JRN-INICIO
006120         DISPLAY "CARTAO-CONTABIL - PROVA REPETIDA PARA "
006130             WS-DATA-PROCESSO ", JORNAL A PARTIR DO REGISTRO "
006140             WS-JRN-INICIO
006150     ELSE
006160         MOVE CTL-LIDOS TO WS-JRN-INICIO
006170     END-IF.
006180 1400-ABRE-SALDOS-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 1500-LE-JORNAL - COUNT THE JOURNAL AND GATHER THE ENTRIES
006230*                  WRITTEN SINCE THE LAST PROOF
006240******************************************************************
006250 1500-LE-JORNAL.
006260     OPEN INPUT CARTAO-JORNAL
006270     PERFORM 1510-ACUMULA-JORNAL THRU 1510-ACUMULA-JORNAL-EXIT
006280         UNTIL FIM-DO-JORNAL
006290     CLOSE CARTAO-JORNAL
006300     IF WS-JRN-LIDOS < WS-JRN-INICIO
006310         DISPLAY "CARTAO-CONTABIL - JORNAL.TXT COM "
006320             WS-JRN-LIDOS " REGISTROS, MENOS QUE OS "
006330             WS-JRN-INICIO " DA ULTIMA PROVA"
006340         MOVE 16 TO RETURN-CODE
006350         STOP RUN
006360     END-IF.
006370 1500-LE-JORNAL-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 1510-ACUMULA-JORNAL - READ ONE JOURNAL RECORD; A NEW ONE ADDS
006420*                       ITS MOVEMENT TO THE CARD AND, UNLESS IT IS
006430*                       A REISSUE TRANSFER, TO ITS GL GROUP (A
006431*                       BACKOUT'S REVERSING RECORD THUS BOOKING
006432*                       THE OPPOSITE MOVEMENT OF ITS POSTING). A
006440*                       RECORD WRITTEN BEFORE THE CREDIT BALANCE
006450*                       EXISTED HAS NO CREDIT BALANCE MOVEMENT.
006460******************************************************************
006470 1510-ACUMULA-JORNAL.
006480     READ CARTAO-JORNAL
006490         AT END
006500             MOVE "S" TO FIM-JORNAL
006510     END-READ
006520     IF FIM-DO-JORNAL
006530         GO TO 1510-ACUMULA-JORNAL-EXIT
006540     END-IF
006550     ADD 1 TO WS-JRN-LIDOS
006560     IF CARGA-INICIAL OR WS-JRN-LIDOS NOT > WS-JRN-INICIO
006570         GO TO 1510-ACUMULA-JORNAL-EXIT
006580     END-IF
006590     ADD 1 TO WS-JRN-NOVOS
006600     IF JRN-CREDOR-ANTES NUMERIC AND JRN-CREDOR-DEPOIS NUMERIC
006610         MOVE JRN-CREDOR-ANTES  TO WS-JRN-CREDOR-ANTES
006620         MOVE JRN-CREDOR-DEPOIS TO WS-JRN-CREDOR-DEPOIS
006630     ELSE
006640         MOVE ZERO TO WS-JRN-CREDOR-ANTES
006650         MOVE ZERO TO WS-JRN-CREDOR-DEPOIS
006660     END-IF
006670     COMPUTE WS-JRN-MOV-SALDO =
006680         JRN-SALDO-DEPOIS - JRN-SALDO-ANTES
006690     COMPUTE WS-JRN-MOV-CREDOR =
006700         WS-JRN-CREDOR-DEPOIS - WS-JRN-CREDOR-ANTES
006710     MOVE JRN-NUMERO TO WS-TAB-CHAVE
006720     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
006730     IF NOT CARTAO-ACHADO
006740         PERFORM 2820-INCLUI-CARTAO THRU 2820-INCLUI-CARTAO-EXIT
006750     END-IF
006760     ADD WS-JRN-MOV-SALDO  TO WS-TAB-MOV-SALDO(WS-TAB-SLOT)
006770     ADD WS-JRN-MOV-CREDOR TO WS-TAB-MOV-CREDOR(WS-TAB-SLOT)
006780     IF JRN-TIPO-TRANS NOT = "R"
006790         PERFORM 1520-ACUMULA-GRUPO THRU 1520-ACUMULA-GRUPO-EXIT
006800     END-IF.
006810 1510-ACUMULA-JORNAL-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 1520-ACUMULA-GRUPO - ADD THE JOURNAL RECORD TO THE GROUP OF ITS
006860*                      POSTING DATE AND TYPE (BLANK = PURCHASE)
006870******************************************************************
006880 1520-ACUMULA-GRUPO.
006890     MOVE JRN-TIPO-TRANS TO WS-TIPO
006900     IF WS-TIPO = SPACE
006910         MOVE "1" TO WS-TIPO
006920     END-IF
006930     PERFORM 2830-PROCURA-GRUPO THRU 2830-PROCURA-GRUPO-EXIT
006940     IF WS-GRP-ACHADO = ZERO
006950         IF WS-GRP-QTD >= WS-GRP-MAXIMO
006960             DISPLAY "CARTAO-CONTABIL - TABELA DE GRUPOS CHEIA, "
006970                 "MAXIMO " WS-GRP-MAXIMO
006980             MOVE 16 TO RETURN-CODE
006990             STOP RUN
007000         END-IF
007010         ADD 1 TO WS-GRP-QTD
007020         MOVE WS-GRP-QTD     TO WS-GRP-ACHADO
007030         MOVE JRN-RUN-DATA   TO WS-GRP-DATA(WS-GRP-ACHADO)
007040         MOVE WS-TIPO        TO WS-GRP-TIPO(WS-GRP-ACHADO)
007050         MOVE ZERO TO WS-GRP-QTD-LANC(WS-GRP-ACHADO)
007060         MOVE ZERO TO WS-GRP-SALDO-MAIS(WS-GRP-ACHADO)
007070         MOVE ZERO TO WS-GRP-SALDO-MENOS(WS-GRP-ACHADO)
007080         MOVE ZERO TO WS-GRP-CREDOR-MAIS(WS-GRP-ACHADO)
007090         MOVE ZERO TO WS-GRP-CREDOR-MENOS(WS-GRP-ACHADO)
007100     END-IF
007110     ADD 1 TO WS-GRP-QTD-LANC(WS-GRP-ACHADO)
007120     IF WS-JRN-MOV-SALDO > ZERO
007130         ADD WS-JRN-MOV-SALDO
007140             TO WS-GRP-SALDO-MAIS(WS-GRP-ACHADO)
007150     ELSE
007160         SUBTRACT WS-JRN-MOV-SALDO
007170             FROM WS-GRP-SALDO-MENOS(WS-GRP-ACHADO)
007180     END-IF
007190     IF WS-JRN-MOV-CREDOR > ZERO
007200         ADD WS-JRN-MOV-CREDOR
007210             TO WS-GRP-CREDOR-MAIS(WS-GRP-ACHADO)
007220     ELSE
007230         SUBTRACT WS-JRN-MOV-CREDOR
007240             FROM WS-GRP-CREDOR-MENOS(WS-GRP-ACHADO)
007250     END-IF.
007260 1520-ACUMULA-GRUPO-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 1550-LE-REMESSA - TOTAL THE DAY'S MERCHANT REMITTANCE BY NATURE
007310******************************************************************
007320 1550-LE-REMESSA.
007330     OPEN INPUT CARTAO-REMESSA
007340     PERFORM 1560-ACUMULA-REMESSA THRU 1560-ACUMULA-REMESSA-EXIT
007350         UNTIL FIM-DA-REMESSA
007360     CLOSE CARTAO-REMESSA.
007370 1550-LE-REMESSA-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 1560-ACUMULA-REMESSA - READ ONE REMITTANCE RECORD OF THE DATE:
007420*                        "D" IS A DEBIT TO THE MERCHANT (LOST
007430*                        CHARGEBACK), ANYTHING ELSE A CREDIT
007440******************************************************************
007450 1560-ACUMULA-REMESSA.
007460     READ CARTAO-REMESSA
007470         AT END
007480             MOVE "S" TO FIM-REMESSA
007490     END-READ
007500     IF FIM-DA-REMESSA
007510         GO TO 1560-ACUMULA-REMESSA-EXIT
007520     END-IF
007530     IF REM-DATA NOT NUMERIC
007540        OR REM-DATA NOT = WS-DATA-PROCESSO
007550         GO TO 1560-ACUMULA-REMESSA-EXIT
007560     END-IF
007570     ADD 1 TO WS-REM-LIDOS
007580     IF REM-NATUREZA = "D"
007590         ADD 1 TO WS-REM-DEBITOS
007600         ADD REM-BRUTO   TO WS-REM-D-BRUTO
007610         ADD REM-TARIFA  TO WS-REM-D-TARIFA
007620         ADD REM-LIQUIDO TO WS-REM-D-LIQUIDO
007630     ELSE
007640         ADD 1 TO WS-REM-CREDITOS
007650         ADD REM-BRUTO   TO WS-REM-C-BRUTO
007660         ADD REM-TARIFA  TO WS-REM-C-TARIFA
007670         ADD REM-LIQUIDO TO WS-REM-C-LIQUIDO
007680     END-IF.
007690 1560-ACUMULA-REMESSA-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
007740*                        CONTROL REGISTRY UNDER CODE CARTCTBL AND
007750*                        THE BUSINESS DATE. A DATE ALREADY
007760*                        BOOKED (COMPLETED OR DIVERGENTE), OR
007761*                        STARTED AND NEVER FINISHED, STOPS THE
007770*                        RUN UNLESS THE OVERRIDE WAS KEYED
007790******************************************************************
007800 1600-REGISTRA-INICIO.
007801     PERFORM 1620-VERIFICA-PREREQ
007802         THRU 1620-VERIFICA-PREREQ-EXIT
007810     OPEN I-O CARTAO-RUNCTL
007820     IF WS-RUN-STATUS = "35"
007830         OPEN OUTPUT CARTAO-RUNCTL
007840         CLOSE CARTAO-RUNCTL
007850         OPEN I-O CARTAO-RUNCTL
007860     END-IF
007870     IF WS-RUN-STATUS NOT = "00"
007880         DISPLAY "CARTAO-CONTABIL - CARTAO-RUNCTL OPEN FAILED, "
007890             "STATUS " WS-RUN-STATUS
007900         MOVE 16 TO RETURN-CODE
007910         STOP RUN
007920     END-IF
007930     MOVE "CARTCTBL" TO RUN-PROGRAMA
007940     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
007950     READ CARTAO-RUNCTL
007960         INVALID KEY
007970             PERFORM 1610-PREPARA-RUNCTL
007980                 THRU 1610-PREPARA-RUNCTL-EXIT
007990             WRITE RUNCTL-REGISTRO
008000         NOT INVALID KEY
008010             IF (RUN-COMPLETO OR RUN-DIVERGENTE)
008011                 AND NOT OVERRIDE-OPERADOR
008020                 DISPLAY "CARTAO-CONTABIL - DATA "
008030                     WS-DATA-PROCESSO
008040                     " JA CONTABILIZADA NO REGISTRO DE RUNS "
008041                     "(SITUACAO " RUN-SITUACAO
008050                     ") - USE O OVERRIDE DO CARTAO DE "
008060                     "PARAMETROS PARA FORCAR"
008070                 MOVE 16 TO RETURN-CODE
008080                 STOP RUN
008090             END-IF
008100             IF RUN-INICIADO AND NOT OVERRIDE-OPERADOR
008110                 DISPLAY "CARTAO-CONTABIL - DATA "
008120                     WS-DATA-PROCESSO
008130                     " COM RUN INTERROMPIDO EM " RUN-DATA-EXEC
008140                     " - A PROVA PODE SER REPETIDA COM O "
008150                     "OVERRIDE DO CARTAO DE PARAMETROS"
008160                 MOVE 16 TO RETURN-CODE
008170                 STOP RUN
008180             END-IF
008190             PERFORM 1610-PREPARA-RUNCTL
008200                 THRU 1610-PREPARA-RUNCTL-EXIT
008210             REWRITE RUNCTL-REGISTRO
008220     END-READ.
008230 1600-REGISTRA-INICIO-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
008280*                       IS STARTING
008290******************************************************************
008300 1610-PREPARA-RUNCTL.
008310     MOVE "CARTCTBL" TO RUN-PROGRAMA
008320     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
008330     MOVE "I" TO RUN-SITUACAO
008340     MOVE SPACE TO RUN-MODO
008350     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
008360     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
008370     MOVE ZERO TO RUN-TOTAL-REGISTROS
008380     MOVE ZERO TO RUN-TOTAL-VALOR.
008390 1610-PREPARA-RUNCTL-EXIT.
008400     EXIT.
008401
008402******************************************************************
008403* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
008404*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
008405*                        THIS REFERENCE SHOW COMPLETED ON THE
008406*                        REGISTRY (CARTAO-PREREQ)
008407******************************************************************
008408 1620-VERIFICA-PREREQ.
008409     MOVE "CARTCTBL" TO PRQ-PROGRAMA
008410     MOVE WS-DATA-PROCESSO TO PRQ-DATA-REF
008411     MOVE "S" TO PRQ-MENSAGENS
008412     CALL "CARTAO-PREREQ" USING PRQ-AREA
008413     IF PRQ-RETORNO NOT = ZERO
008414         DISPLAY "CARTAO-CONTABIL - PRE-REQUISITOS PENDENTES "
008415             "PARA " WS-DATA-PROCESSO " - RUN NAO INICIADO"
008416         MOVE 16 TO RETURN-CODE
008417         STOP RUN
008418     END-IF.
008419 1620-VERIFICA-PREREQ-EXIT.
008420     EXIT.
008421
008422******************************************************************
008430* 1700-VALIDA-PLANO - CHECK THE MAPPING HAS EVERY ACCOUNT THE
008440*                     DAY'S ENTRIES NEED, LISTING EVERY KEY
008450*                     MISSING BEFORE STOPPING THE RUN
008460******************************************************************
008470 1700-VALIDA-PLANO.
008480     MOVE "SR" TO WS-MAP-PROCURA
008490     PERFORM 1710-VALIDA-CHAVE THRU 1710-VALIDA-CHAVE-EXIT
008500     MOVE "SC" TO WS-MAP-PROCURA
008510     PERFORM 1710-VALIDA-CHAVE THRU 1710-VALIDA-CHAVE-EXIT
008520     PERFORM 1720-VALIDA-GRUPO THRU 1720-VALIDA-GRUPO-EXIT
008530         VARYING WS-GRP-SUB FROM 1 BY 1
008540         UNTIL WS-GRP-SUB > WS-GRP-QTD
008550     IF WS-REM-LIDOS > ZERO
008560         MOVE "RB" TO WS-MAP-PROCURA
008570         PERFORM 1710-VALIDA-CHAVE THRU 1710-VALIDA-CHAVE-EXIT
008580         MOVE "RL" TO WS-MAP-PROCURA
008590         PERFORM 1710-VALIDA-CHAVE THRU 1710-VALIDA-CHAVE-EXIT
008600         MOVE "RT" TO WS-MAP-PROCURA
008610         PERFORM 1710-VALIDA-CHAVE THRU 1710-VALIDA-CHAVE-EXIT
008620     END-IF
008630     IF WS-CHAVES-AUSENTES > ZERO
008640         DISPLAY "CARTAO-CONTABIL - " WS-CHAVES-AUSENTES
008650             " CHAVE(S) SEM CONTA NO CTBPLANO.TXT - NADA FOI "
008660             "CONTABILIZADO"
008670         MOVE 16 TO RETURN-CODE
008680         STOP RUN
008690     END-IF.
008700 1700-VALIDA-PLANO-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 1710-VALIDA-CHAVE - LOOK UP ONE MAPPING KEY AND LIST IT WHEN IT
008750*                     IS MISSING
008760******************************************************************
008770 1710-VALIDA-CHAVE.
008780     PERFORM 2850-PROCURA-CONTA THRU 2850-PROCURA-CONTA-EXIT
008790     IF WS-MAP-ACHADO = ZERO
008800         ADD 1 TO WS-CHAVES-AUSENTES
008810         DISPLAY "CARTAO-CONTABIL - CHAVE " WS-MAP-PROCURA
008820             " AUSENTE DO CTBPLANO.TXT"
008830     END-IF.
008840 1710-VALIDA-CHAVE-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880* 1720-VALIDA-GRUPO - CHECK THE CONTRA ACCOUNT OF ONE GROUP'S
008890*                     JOURNAL TYPE
008900******************************************************************
008910 1720-VALIDA-GRUPO.
008920     MOVE WS-GRP-TIPO(WS-GRP-SUB) TO WS-CONTRA-TIPO
008930     MOVE WS-CONTRA-CHAVE TO WS-MAP-PROCURA
008940     PERFORM 1710-VALIDA-CHAVE THRU 1710-VALIDA-CHAVE-EXIT.
008950 1720-VALIDA-GRUPO-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990* 2000-LANCA-CONTABIL - WRITE THE GL ENTRIES OF EVERY JOURNAL
009000*                       GROUP AND OF THE DAY'S REMITTANCE
009010******************************************************************
009020 2000-LANCA-CONTABIL.
009030     PERFORM 2010-LANCA-GRUPO THRU 2010-LANCA-GRUPO-EXIT
009040         VARYING WS-GRP-SUB FROM 1 BY 1
009050         UNTIL WS-GRP-SUB > WS-GRP-QTD
009060     IF WS-REM-LIDOS > ZERO
009070         PERFORM 2050-LANCA-REMESSA THRU 2050-LANCA-REMESSA-EXIT
009080     END-IF
009090     IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
009100         MOVE "S" TO WS-BALANCO-SW
009110         DISPLAY "CARTAO-CONTABIL - LANCAMENTOS DESBALANCEADOS, "
009120             "DEBITOS " WS-TOTAL-DEBITOS
009130             " CREDITOS " WS-TOTAL-CREDITOS
009140     END-IF.
009150 2000-LANCA-CONTABIL-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190* 2010-LANCA-GRUPO - WRITE ONE GROUP'S ENTRIES UNDER ITS POSTING
009200*                    DATE. AN INCREASE OF THE BALANCE DEBITS THE
009210*                    RECEIVABLE AGAINST THE TYPE'S CONTRA ACCOUNT
009220*                    AND A DECREASE CREDITS IT; AN INCREASE OF
009230*                    THE CREDIT BALANCE CREDITS THE CREDIT
009240*                    BALANCE ACCOUNT AND A DECREASE DEBITS IT.
009250******************************************************************
009260 2010-LANCA-GRUPO.
009270     MOVE WS-GRP-DATA(WS-GRP-SUB) TO WS-LAN-DATA
009280     MOVE WS-GRP-TIPO(WS-GRP-SUB) TO WS-CONTRA-TIPO
009290     MOVE WS-CONTRA-CHAVE TO WS-LAN-ORIGEM
009300     MOVE WS-CONTRA-CHAVE TO WS-LAN-HISTORICO
009310     MOVE "SR" TO WS-PERNA-DEBITO
009320     MOVE WS-CONTRA-CHAVE TO WS-PERNA-CREDITO
009330     MOVE WS-GRP-SALDO-MAIS(WS-GRP-SUB) TO WS-LAN-VALOR
009340     PERFORM 2020-LANCA-PERNAS THRU 2020-LANCA-PERNAS-EXIT
009350     MOVE WS-CONTRA-CHAVE TO WS-PERNA-DEBITO
009360     MOVE "SR" TO WS-PERNA-CREDITO
009370     MOVE WS-GRP-SALDO-MENOS(WS-GRP-SUB) TO WS-LAN-VALOR
009380     PERFORM 2020-LANCA-PERNAS THRU 2020-LANCA-PERNAS-EXIT
009390     MOVE WS-CONTRA-CHAVE TO WS-PERNA-DEBITO
009400     MOVE "SC" TO WS-PERNA-CREDITO
009410     MOVE WS-GRP-CREDOR-MAIS(WS-GRP-SUB) TO WS-LAN-VALOR
009420     PERFORM 2020-LANCA-PERNAS THRU 2020-LANCA-PERNAS-EXIT
009430     MOVE "SC" TO WS-PERNA-DEBITO
009440     MOVE WS-CONTRA-CHAVE TO WS-PERNA-CREDITO
009450     MOVE WS-GRP-CREDOR-MENOS(WS-GRP-SUB) TO WS-LAN-VALOR
009460     PERFORM 2020-LANCA-PERNAS THRU 2020-LANCA-PERNAS-EXIT.
009470 2010-LANCA-GRUPO-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510* 2020-LANCA-PERNAS - WRITE ONE DEBIT AND ITS CREDIT FOR THE
009520*                     AMOUNT IN WS-LAN-VALOR; NOTHING WHEN IT IS
009530*                     ZERO
009540******************************************************************
009550 2020-LANCA-PERNAS.
009560     IF WS-LAN-VALOR = ZERO
009570         GO TO 2020-LANCA-PERNAS-EXIT
009580     END-IF
009590     MOVE WS-PERNA-DEBITO  TO WS-LAN-CHAVE
009600     MOVE "D"              TO WS-LAN-NATUREZA
009610     PERFORM 2900-GRAVA-LANCAMENTO
009620         THRU 2900-GRAVA-LANCAMENTO-EXIT
009630     MOVE WS-PERNA-CREDITO TO WS-LAN-CHAVE
009640     MOVE "C"              TO WS-LAN-NATUREZA
009650     PERFORM 2900-GRAVA-LANCAMENTO
009660         THRU 2900-GRAVA-LANCAMENTO-EXIT.
009670 2020-LANCA-PERNAS-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710* 2050-LANCA-REMESSA - WRITE THE REMITTANCE ENTRIES UNDER THE
009720*                      BUSINESS DATE: THE CREDITS TO MERCHANTS
009730*                      DEBIT THE CLEARING ACCOUNT BY THE GROSS
009740*                      AND CREDIT THE PAYABLE BY THE NET AND THE
009750*                      FEE INCOME BY THE DISCOUNT; THE DEBITS TO
009760*                      MERCHANTS DO THE REVERSE
009770******************************************************************
009780 2050-LANCA-REMESSA.
009790     MOVE WS-DATA-PROCESSO TO WS-LAN-DATA
009800     MOVE "RC" TO WS-LAN-ORIGEM
009810     MOVE SPACES TO WS-LAN-HISTORICO
009820     MOVE "RB" TO WS-LAN-CHAVE
009830     MOVE "D"  TO WS-LAN-NATUREZA
009840     MOVE WS-REM-C-BRUTO TO WS-LAN-VALOR
009850     PERFORM 2900-GRAVA-LANCAMENTO
009860         THRU 2900-GRAVA-LANCAMENTO-EXIT
009870     MOVE "RL" TO WS-LAN-CHAVE
009880     MOVE "C"  TO WS-LAN-NATUREZA
009890     MOVE WS-REM-C-LIQUIDO TO WS-LAN-VALOR
009900     PERFORM 2900-GRAVA-LANCAMENTO
009910         THRU 2900-GRAVA-LANCAMENTO-EXIT
009920     MOVE "RT" TO WS-LAN-CHAVE
009930     MOVE WS-REM-C-TARIFA TO WS-LAN-VALOR
009940     PERFORM 2900-GRAVA-LANCAMENTO
009950         THRU 2900-GRAVA-LANCAMENTO-EXIT
009960     MOVE "RD" TO WS-LAN-ORIGEM
009970     MOVE "RL" TO WS-LAN-CHAVE
009980     MOVE "D"  TO WS-LAN-NATUREZA
009990     MOVE WS-REM-D-LIQUIDO TO WS-LAN-VALOR
010000     PERFORM 2900-GRAVA-LANCAMENTO
010010         THRU 2900-GRAVA-LANCAMENTO-EXIT
010020     MOVE "RT" TO WS-LAN-CHAVE
010030     MOVE WS-REM-D-TARIFA TO WS-LAN-VALOR
010040     PERFORM 2900-GRAVA-LANCAMENTO
010050         THRU 2900-GRAVA-LANCAMENTO-EXIT
010060     MOVE "RB" TO WS-LAN-CHAVE
010070     MOVE "C"  TO WS-LAN-NATUREZA
010080     MOVE WS-REM-D-BRUTO TO WS-LAN-VALOR
010090     PERFORM 2900-GRAVA-LANCAMENTO
010100         THRU 2900-GRAVA-LANCAMENTO-EXIT.
010110 2050-LANCA-REMESSA-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150* 2100-PROVA-SALDOS - PROVE EVERY CARD ON THE LIMITS MASTER, THEN
010160*                     EVERY CARD OF THE SNAPSHOT NO LONGER ON IT,
010170*                     THEN EVERY CARD WITH JOURNALED MOVEMENT THAT
010180*                     IS ON NEITHER
010190******************************************************************
010200 2100-PROVA-SALDOS.
010210     MOVE ZERO TO LIM-NUMERO
010220     START CARTAO-LIMITES KEY NOT < LIM-NUMERO
010230         INVALID KEY
010240             MOVE "S" TO FIM-LIMITES
010250     END-START
010260     PERFORM 2110-LE-LIMITE THRU 2110-LE-LIMITE-EXIT
010270         UNTIL FIM-DOS-LIMITES
010280     MOVE 1 TO SLD-NUMERO
010290     START CONTABIL-SALDOS KEY NOT < SLD-NUMERO
010300         INVALID KEY
010310             MOVE "S" TO FIM-SALDOS
010320     END-START
010330     PERFORM 2150-LE-SALDO THRU 2150-LE-SALDO-EXIT
010340         UNTIL FIM-DOS-SALDOS
010350     IF NOT CARGA-INICIAL
010360         PERFORM 2180-VERIFICA-TABELA
010370             THRU 2180-VERIFICA-TABELA-EXIT
010380             VARYING WS-TAB-SLOT FROM 1 BY 1
010390             UNTIL WS-TAB-SLOT > WS-TAB-TAMANHO
010400     END-IF.
010410 2100-PROVA-SALDOS-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450* 2110-LE-LIMITE - PROVE ONE CARD OF THE LIMITS MASTER AND TAKE
010460*                  ITS BALANCES INTO THE SNAPSHOT
010470******************************************************************
010480 2110-LE-LIMITE.
010490     READ CARTAO-LIMITES NEXT RECORD
010500         AT END
010510             MOVE "S" TO FIM-LIMITES
010520     END-READ
010530     IF FIM-DOS-LIMITES
010540         GO TO 2110-LE-LIMITE-EXIT
010550     END-IF
010560     ADD 1 TO WS-TOTAL-CARTOES
010570     MOVE LIM-NUMERO       TO WS-CMP-NUMERO
010580     MOVE LIM-SALDO        TO WS-ATU-SALDO
010590     MOVE LIM-SALDO-CREDOR TO WS-ATU-CREDOR
010600     MOVE WS-CMP-NUMERO    TO SLD-NUMERO
010610     READ CONTABIL-SALDOS
010620         INVALID KEY
010630             MOVE "N" TO WS-SLD-SW
010640         NOT INVALID KEY
010650             MOVE "S" TO WS-SLD-SW
010660     END-READ
010670     IF CARGA-INICIAL
010680         ADD WS-ATU-SALDO  TO WS-SOMA-ATU-SALDO
010690         ADD WS-ATU-CREDOR TO WS-SOMA-ATU-CREDOR
010700     ELSE
010710         PERFORM 2300-SALDO-ANTERIOR THRU 2300-SALDO-ANTERIOR-EXIT
010720         PERFORM 2200-COMPARA-CARTAO THRU 2200-COMPARA-CARTAO-EXIT
010730     END-IF
010740     PERFORM 2310-ATUALIZA-SALDO THRU 2310-ATUALIZA-SALDO-EXIT.
010750 2110-LE-LIMITE-EXIT.
010760     EXIT.
010770
010780******************************************************************
010790* 2150-LE-SALDO - A SNAPSHOT CARD NO LONGER ON THE LIMITS MASTER
010800*                 IS PROVEN AGAINST A ZERO BALANCE AND KEPT AT
010810*                 ZERO IN THE SNAPSHOT; ONE ALREADY AT ZERO IS
010820*                 LEFT ALONE (ANY MOVEMENT ON IT IS PROVEN FROM
010830*                 THE CARD TABLE)
010840******************************************************************
010850 2150-LE-SALDO.
010860     READ CONTABIL-SALDOS NEXT RECORD
010870         AT END
010880             MOVE "S" TO FIM-SALDOS
010890     END-READ
010900     IF FIM-DOS-SALDOS
010910         GO TO 2150-LE-SALDO-EXIT
010920     END-IF
010930     MOVE SLD-NUMERO TO LIM-NUMERO
010940     READ CARTAO-LIMITES
010950         INVALID KEY
010960             CONTINUE
010970         NOT INVALID KEY
010980             GO TO 2150-LE-SALDO-EXIT
010990     END-READ
011000     MOVE "S"        TO WS-SLD-SW
011010     MOVE SLD-NUMERO TO WS-CMP-NUMERO
011020     MOVE ZERO       TO WS-ATU-SALDO
011030     MOVE ZERO       TO WS-ATU-CREDOR
011040     PERFORM 2300-SALDO-ANTERIOR THRU 2300-SALDO-ANTERIOR-EXIT
011050     IF WS-ANT-SALDO = ZERO AND WS-ANT-CREDOR = ZERO
011060         GO TO 2150-LE-SALDO-EXIT
011070     END-IF
011080     ADD 1 TO WS-TOTAL-SEM-LIMITE
011090     IF NOT CARGA-INICIAL
011100         PERFORM 2200-COMPARA-CARTAO THRU 2200-COMPARA-CARTAO-EXIT
011110     END-IF
011120     PERFORM 2310-ATUALIZA-SALDO THRU 2310-ATUALIZA-SALDO-EXIT.
011130 2150-LE-SALDO-EXIT.
011140     EXIT.
011150
011160******************************************************************
011170* 2180-VERIFICA-TABELA - A CARD WITH JOURNALED MOVEMENT THAT IS
011180*                        NEITHER ON THE LIMITS MASTER NOR IN THE
011190*                        SNAPSHOT IS PROVEN FROM ZERO TO ZERO
011200******************************************************************
011210 2180-VERIFICA-TABELA.
011220     IF WS-TAB-NUMERO(WS-TAB-SLOT) = ZERO
011230        OR WS-TAB-VISTO(WS-TAB-SLOT) = "S"
011240         GO TO 2180-VERIFICA-TABELA-EXIT
011250     END-IF
011260     MOVE WS-TAB-NUMERO(WS-TAB-SLOT) TO WS-CMP-NUMERO
011270     MOVE ZERO TO WS-ANT-SALDO
011280     MOVE ZERO TO WS-ANT-CREDOR
011290     MOVE WS-TAB-MOV-SALDO(WS-TAB-SLOT)  TO WS-MOV-SALDO
011300     MOVE WS-TAB-MOV-CREDOR(WS-TAB-SLOT) TO WS-MOV-CREDOR
011310     MOVE ZERO TO WS-ATU-SALDO
011320     MOVE ZERO TO WS-ATU-CREDOR
011330     PERFORM 2210-CONFERE-CARTAO THRU 2210-CONFERE-CARTAO-EXIT.
011340 2180-VERIFICA-TABELA-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380* 2200-COMPARA-CARTAO - FETCH THE CARD'S JOURNALED MOVEMENT,
011390*                       MARKING IT SEEN, AND PROVE THE CARD
011400******************************************************************
011410 2200-COMPARA-CARTAO.
011420     MOVE ZERO TO WS-MOV-SALDO
011430     MOVE ZERO TO WS-MOV-CREDOR
011440     MOVE WS-CMP-NUMERO TO WS-TAB-CHAVE
011450     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
011460     IF CARTAO-ACHADO
011470         MOVE WS-TAB-MOV-SALDO(WS-TAB-SLOT)  TO WS-MOV-SALDO
011480         MOVE WS-TAB-MOV-CREDOR(WS-TAB-SLOT) TO WS-MOV-CREDOR
011490         MOVE "S" TO WS-TAB-VISTO(WS-TAB-SLOT)
011500     END-IF
011510     PERFORM 2210-CONFERE-CARTAO THRU 2210-CONFERE-CARTAO-EXIT.
011520 2200-COMPARA-CARTAO-EXIT.
011530     EXIT.
011540
011550******************************************************************
011560* 2210-CONFERE-CARTAO - EXPECTED = LAST PROOF + MOVEMENT, FOR THE
011570*                       BALANCE AND THE CREDIT BALANCE; ADD TO THE
011580*                       TOTALS AND ITEMIZE ANY DIFFERENCE
011590******************************************************************
011600 2210-CONFERE-CARTAO.
011610     COMPUTE WS-ESP-SALDO  = WS-ANT-SALDO  + WS-MOV-SALDO
011620     COMPUTE WS-ESP-CREDOR = WS-ANT-CREDOR + WS-MOV-CREDOR
011630     COMPUTE WS-DIF-SALDO  = WS-ATU-SALDO  - WS-ESP-SALDO
011640     COMPUTE WS-DIF-CREDOR = WS-ATU-CREDOR - WS-ESP-CREDOR
011650     ADD WS-ANT-SALDO   TO WS-SOMA-ANT-SALDO
011660     ADD WS-MOV-SALDO   TO WS-SOMA-MOV-SALDO
011670     ADD WS-ESP-SALDO   TO WS-SOMA-ESP-SALDO
011680     ADD WS-ATU-SALDO   TO WS-SOMA-ATU-SALDO
011690     ADD WS-DIF-SALDO   TO WS-SOMA-DIF-SALDO
011700     ADD WS-ANT-CREDOR  TO WS-SOMA-ANT-CREDOR
011710     ADD WS-MOV-CREDOR  TO WS-SOMA-MOV-CREDOR
011720     ADD WS-ESP-CREDOR  TO WS-SOMA-ESP-CREDOR
011730     ADD WS-ATU-CREDOR  TO WS-SOMA-ATU-CREDOR
011740     ADD WS-DIF-CREDOR  TO WS-SOMA-DIF-CREDOR
011750     IF WS-DIF-SALDO = ZERO AND WS-DIF-CREDOR = ZERO
011760         GO TO 2210-CONFERE-CARTAO-EXIT
011770     END-IF
011780     ADD 1 TO WS-TOTAL-DIVERGENTES
011790     MOVE "S" TO WS-BALANCO-SW
011800     MOVE WS-CMP-NUMERO TO WS-PAN-CLARO
011810     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
011820     MOVE WS-PAN-MASCARADO TO DIF-NUMERO
011830     IF WS-DIF-SALDO NOT = ZERO
011840         MOVE "DEVEDOR"     TO DIF-SALDO
011850         MOVE WS-ANT-SALDO  TO DIF-ANTERIOR
011860         MOVE WS-MOV-SALDO  TO DIF-MOVIMENTO
011870         MOVE WS-ESP-SALDO  TO DIF-ESPERADO
011880         MOVE WS-ATU-SALDO  TO DIF-ATUAL
011890         MOVE WS-DIF-SALDO  TO DIF-DIFERENCA
011900         WRITE RELATORIO-LINHA FROM REL-DIFERENCA
011910     END-IF
011920     IF WS-DIF-CREDOR NOT = ZERO
011930         MOVE "CREDOR"      TO DIF-SALDO
011940         MOVE WS-ANT-CREDOR TO DIF-ANTERIOR
011950         MOVE WS-MOV-CREDOR TO DIF-MOVIMENTO
011960         MOVE WS-ESP-CREDOR TO DIF-ESPERADO
011970         MOVE WS-ATU-CREDOR TO DIF-ATUAL
011980         MOVE WS-DIF-CREDOR TO DIF-DIFERENCA
011990         WRITE RELATORIO-LINHA FROM REL-DIFERENCA
012000     END-IF.
012010 2210-CONFERE-CARTAO-EXIT.
012020     EXIT.
012030
012040******************************************************************
012050* 2300-SALDO-ANTERIOR - THE CARD'S BALANCES AT THE LAST PROOF: A
012060*                       SNAPSHOT ALREADY TAKEN UNDER THIS DATE (A
012070*                       REPEATED OR INTERRUPTED PROOF) GIVES THE
012080*                       ONES BEFORE IT; NO SNAPSHOT GIVES ZERO
012090******************************************************************
012100 2300-SALDO-ANTERIOR.
012110     EVALUATE TRUE
012120         WHEN NOT SALDO-EXISTE
012130             MOVE ZERO TO WS-ANT-SALDO
012140             MOVE ZERO TO WS-ANT-CREDOR
012150         WHEN SLD-DATA = WS-DATA-PROCESSO
012160             MOVE SLD-SALDO-ANT  TO WS-ANT-SALDO
012170             MOVE SLD-CREDOR-ANT TO WS-ANT-CREDOR
012180         WHEN OTHER
012190             MOVE SLD-SALDO      TO WS-ANT-SALDO
012200             MOVE SLD-CREDOR     TO WS-ANT-CREDOR
012210     END-EVALUATE.
012220 2300-SALDO-ANTERIOR-EXIT.
012230     EXIT.
012240
012250******************************************************************
012260* 2310-ATUALIZA-SALDO - RECORD THE CARD'S CURRENT BALANCES IN THE
012270*                       SNAPSHOT UNDER THIS DATE, KEEPING THE
012280*                       PREVIOUS PROOF'S AS THE ONES BEFORE. THE
012290*                       INITIAL LOAD SETS BOTH TO THE CURRENT
012300*                       ONES.
012310******************************************************************
012320 2310-ATUALIZA-SALDO.
012330     IF NOT SALDO-EXISTE
012340         MOVE WS-CMP-NUMERO TO SLD-NUMERO
012350         MOVE ZERO TO SLD-DATA-ANT
012360         MOVE ZERO TO SLD-SALDO-ANT
012370         MOVE ZERO TO SLD-CREDOR-ANT
012380     ELSE
012390         IF SLD-DATA NOT = WS-DATA-PROCESSO
012400             MOVE SLD-DATA   TO SLD-DATA-ANT
012410             MOVE SLD-SALDO  TO SLD-SALDO-ANT
012420             MOVE SLD-CREDOR TO SLD-CREDOR-ANT
012430         END-IF
012440     END-IF
012450     MOVE WS-DATA-PROCESSO TO SLD-DATA
012460     MOVE WS-ATU-SALDO     TO SLD-SALDO
012470     MOVE WS-ATU-CREDOR    TO SLD-CREDOR
012480     IF CARGA-INICIAL
012490         MOVE WS-DATA-PROCESSO TO SLD-DATA-ANT
012500         MOVE WS-ATU-SALDO     TO SLD-SALDO-ANT
012510         MOVE WS-ATU-CREDOR    TO SLD-CREDOR-ANT
012520     END-IF
012530     IF SALDO-EXISTE
012540         REWRITE SALDO-REGISTRO
012550     ELSE
012560         WRITE SALDO-REGISTRO
012570     END-IF
012580     IF WS-SLD-STATUS NOT = "00"
012590         DISPLAY "CARTAO-CONTABIL - CONTABIL-SALDOS WRITE "
012600             "FAILED, "
012610             "STATUS " WS-SLD-STATUS
012620         MOVE 16 TO RETURN-CODE
012630         STOP RUN
012640     END-IF.
012650 2310-ATUALIZA-SALDO-EXIT.
012660     EXIT.
012670
012680******************************************************************
012690* 2800-PROCURA-CARTAO - HASH THE CARD NUMBER IN WS-TAB-CHAVE TO
012700*                       ITS HOME SLOT (DIVISION REMAINDER) AND
012710*                       PROBE FORWARD TO THE NUMBER OR THE FIRST
012720*                       EMPTY SLOT; WS-TAB-SLOT IS LEFT ON THE
012730*                       SLOT FOUND
012740******************************************************************
012750 2800-PROCURA-CARTAO.
012760     MOVE "N" TO WS-TAB-ACHADO-SW
012770     MOVE "N" TO WS-TAB-SONDA-SW
012780     DIVIDE WS-TAB-CHAVE BY WS-TAB-TAMANHO
012790         GIVING WS-TAB-QUOC REMAINDER WS-TAB-RESTO
012800     COMPUTE WS-TAB-SLOT = WS-TAB-RESTO + 1
012810     PERFORM 2810-SONDA-CARTAO THRU 2810-SONDA-CARTAO-EXIT
012820         UNTIL SONDA-TERMINADA.
012830 2800-PROCURA-CARTAO-EXIT.
012840     EXIT.
012850
012860******************************************************************
012870* 2810-SONDA-CARTAO - EXAMINE ONE SLOT: THE CARD NUMBER ENDS THE
012880*                     PROBE AS FOUND, AN EMPTY SLOT ENDS IT AS NOT
012890*                     FOUND, ANYTHING ELSE MOVES TO THE NEXT SLOT,
012900*                     WRAPPING AT THE END
012910******************************************************************
012920 2810-SONDA-CARTAO.
012930     EVALUATE TRUE
012940         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = WS-TAB-CHAVE
012950             MOVE "S" TO WS-TAB-ACHADO-SW
012960             MOVE "S" TO WS-TAB-SONDA-SW
012970         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = ZERO
012980             MOVE "S" TO WS-TAB-SONDA-SW
012990         WHEN OTHER
013000             ADD 1 TO WS-TAB-SLOT
013010             IF WS-TAB-SLOT > WS-TAB-TAMANHO
013020                 MOVE 1 TO WS-TAB-SLOT
013030             END-IF
013040     END-EVALUATE.
013050 2810-SONDA-CARTAO-EXIT.
013060     EXIT.
013070
013080******************************************************************
013090* 2820-INCLUI-CARTAO - CLAIM THE EMPTY SLOT THE PROBE STOPPED ON
013100*                      FOR THE CARD IN WS-TAB-CHAVE
013110******************************************************************
013120 2820-INCLUI-CARTAO.
013130     IF WS-TAB-QTD >= WS-TAB-MAXIMO
013140         DISPLAY "CARTAO-CONTABIL - TABELA DE CARTOES CHEIA, "
013150             "MAXIMO " WS-TAB-MAXIMO
013160         MOVE 16 TO RETURN-CODE
013170         STOP RUN
013180     END-IF
013190     MOVE WS-TAB-CHAVE TO WS-TAB-NUMERO(WS-TAB-SLOT)
013200     MOVE ZERO TO WS-TAB-MOV-SALDO(WS-TAB-SLOT)
013210     MOVE ZERO TO WS-TAB-MOV-CREDOR(WS-TAB-SLOT)
013220     MOVE "N"  TO WS-TAB-VISTO(WS-TAB-SLOT)
013230     ADD 1 TO WS-TAB-QTD.
013240 2820-INCLUI-CARTAO-EXIT.
013250     EXIT.
013260
013270******************************************************************
013280* 2830-PROCURA-GRUPO - FIND THE GROUP OF THE JOURNAL RECORD'S
013290*                      POSTING DATE AND TYPE (WS-TIPO);
013300*                      WS-GRP-ACHADO IS ZERO WHEN THERE IS NONE
013310******************************************************************
013320 2830-PROCURA-GRUPO.
013330     MOVE ZERO TO WS-GRP-ACHADO
013340     PERFORM 2831-COMPARA-GRUPO THRU 2831-COMPARA-GRUPO-EXIT
013350         VARYING WS-GRP-SUB FROM 1 BY 1
013360         UNTIL WS-GRP-SUB > WS-GRP-QTD
013370            OR WS-GRP-ACHADO NOT = ZERO.
013380 2830-PROCURA-GRUPO-EXIT.
013390     EXIT.
013400
013410******************************************************************
013420* 2831-COMPARA-GRUPO - COMPARE ONE GROUP WITH THE JOURNAL RECORD
013430******************************************************************
013440 2831-COMPARA-GRUPO.
013450     IF WS-GRP-DATA(WS-GRP-SUB) = JRN-RUN-DATA
013460        AND WS-GRP-TIPO(WS-GRP-SUB) = WS-TIPO
013470         MOVE WS-GRP-SUB TO WS-GRP-ACHADO
013480     END-IF.
013490 2831-COMPARA-GRUPO-EXIT.
013500     EXIT.
013510
013520******************************************************************
013530* 2850-PROCURA-CONTA - FIND THE MAPPING KEY IN WS-MAP-PROCURA;
013540*                      WS-MAP-ACHADO IS ZERO WHEN IT IS MISSING
013550******************************************************************
013560 2850-PROCURA-CONTA.
013570     MOVE ZERO TO WS-MAP-ACHADO
013580     PERFORM 2851-COMPARA-CONTA THRU 2851-COMPARA-CONTA-EXIT
013590         VARYING WS-MAP-SUB FROM 1 BY 1
013600         UNTIL WS-MAP-SUB > WS-MAP-QTD
013610            OR WS-MAP-ACHADO NOT = ZERO.
013620 2850-PROCURA-CONTA-EXIT.
013630     EXIT.
013640
013650******************************************************************
013660* 2851-COMPARA-CONTA - COMPARE ONE MAPPING ENTRY WITH THE KEY
013670******************************************************************
013680 2851-COMPARA-CONTA.
013690     IF WS-MAP-CHAVE(WS-MAP-SUB) = WS-MAP-PROCURA
013700         MOVE WS-MAP-SUB TO WS-MAP-ACHADO
013710     END-IF.
013720 2851-COMPARA-CONTA-EXIT.
013730     EXIT.
013740
013750******************************************************************
013760* 2900-GRAVA-LANCAMENTO - WRITE ONE LEG TO THE GL FILE: THE
013770*                         ACCOUNT OF WS-LAN-CHAVE, WITH THE
013780*                         DESCRIPTION OF WS-LAN-HISTORICO (THE
013790*                         JOURNAL TYPE'S CONTRA ACCOUNT) OR, WHEN
013800*                         BLANK, OF THE ACCOUNT ITSELF; A ZERO
013810*                         AMOUNT IS NOT WRITTEN
013820******************************************************************
013830 2900-GRAVA-LANCAMENTO.
013840     IF WS-LAN-VALOR = ZERO
013850         GO TO 2900-GRAVA-LANCAMENTO-EXIT
013860     END-IF
013870     ADD 1 TO WS-LAN-SEQ
013880     MOVE WS-LAN-DATA      TO LAN-DATA
013890     MOVE WS-DATA-PROCESSO TO LAN-LOTE
013900     MOVE WS-LAN-SEQ       TO LAN-SEQ
013910     MOVE WS-LAN-CHAVE     TO WS-MAP-PROCURA
013920     PERFORM 2850-PROCURA-CONTA THRU 2850-PROCURA-CONTA-EXIT
013930     MOVE WS-MAP-CONTA(WS-MAP-ACHADO) TO LAN-CONTA
013940     MOVE WS-LAN-NATUREZA  TO LAN-NATUREZA
013950     MOVE WS-LAN-VALOR     TO LAN-VALOR
013960     MOVE WS-LAN-ORIGEM    TO LAN-ORIGEM
013970     MOVE WS-MAP-DESCRICAO(WS-MAP-ACHADO) TO LAN-HISTORICO
013980     IF WS-LAN-HISTORICO NOT = SPACES
013990         MOVE WS-LAN-HISTORICO TO WS-MAP-PROCURA
014000         PERFORM 2850-PROCURA-CONTA THRU 2850-PROCURA-CONTA-EXIT
014010         MOVE WS-MAP-DESCRICAO(WS-MAP-ACHADO) TO LAN-HISTORICO
014020     END-IF
014030     WRITE LANCAMENTO-REGISTRO
014040     ADD 1 TO WS-TOTAL-LANCAMENTOS
014050     IF WS-LAN-NATUREZA = "D"
014060         ADD WS-LAN-VALOR TO WS-TOTAL-DEBITOS
014070     ELSE
014080         ADD WS-LAN-VALOR TO WS-TOTAL-CREDITOS
014090     END-IF.
014100 2900-GRAVA-LANCAMENTO-EXIT.
014110     EXIT.
014120
014130******************************************************************
014140* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
014150*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
014160*                    AS CARTAO-BATCH DOES (PCI)
014170******************************************************************
014180 2910-MASCARA-PAN.
014190     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
014200     MOVE "******"      TO WS-MSC-MEIO
014210     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
014220 2910-MASCARA-PAN-EXIT.
014230     EXIT.
014240
014250******************************************************************
014260* 3000-FINALIZE - PRINT THE PROOF TOTALS, ADVANCE THE CONTROL
014270*                 RECORD, CLOSE FILES, MARK THE RUN COMPLETED AND
014280*                 SET RETURN-CODE 8 WHEN ANYTHING IS OUT OF
014290*                 BALANCE
014300******************************************************************
014310 3000-FINALIZE.
014320     PERFORM 3150-GRAVA-TOTAIS THRU 3150-GRAVA-TOTAIS-EXIT
014330     PERFORM 3200-ATUALIZA-CONTROLE
014340         THRU 3200-ATUALIZA-CONTROLE-EXIT
014350     CLOSE CARTAO-LIMITES
014360     CLOSE CONTABIL-SALDOS
014370     CLOSE CONTABIL-LANCAMENTOS
014380     CLOSE CONTABIL-RELATORIO
014390     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
014400     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT
014410     IF FORA-DE-BALANCO
014420         MOVE 8 TO RETURN-CODE
014430     END-IF.
014440 3000-FINALIZE-EXIT.
014450     EXIT.
014460
014470******************************************************************
014480* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
014490******************************************************************
014500 3100-PRINT-TOTALS.
014510     DISPLAY "CARTAO-CONTABIL - TOTAIS DE CONTROLE".
014520     DISPLAY "-----------------------------------------".
014530     DISPLAY "DATA DO MOVIMENTO..: " WS-DATA-PROCESSO.
014540     DISPLAY "JORNAL LIDO........: " WS-JRN-LIDOS.
014550     DISPLAY "JORNAL CONTABILIZ..: " WS-JRN-NOVOS.
014560     DISPLAY "REMESSA DO DIA.....: " WS-REM-LIDOS.
014570     DISPLAY "LANCAMENTOS GL.....: " WS-TOTAL-LANCAMENTOS.
014580     DISPLAY "TOTAL DEBITOS......: " WS-TOTAL-DEBITOS.
014590     DISPLAY "TOTAL CREDITOS.....: " WS-TOTAL-CREDITOS.
014600     DISPLAY "CARTOES NO LIMITES.: " WS-TOTAL-CARTOES.
014610     DISPLAY "CARTOES S/ LIMITES.: " WS-TOTAL-SEM-LIMITE.
014620     DISPLAY "CARTOES DIVERGENTES: " WS-TOTAL-DIVERGENTES.
014630     IF FORA-DE-BALANCO
014640         DISPLAY "SITUACAO...........: FORA DE BALANCO"
014650     ELSE
014660         DISPLAY "SITUACAO...........: BALANCO CONFERE"
014670     END-IF.
014680     DISPLAY "-----------------------------------------".
014690 3100-PRINT-TOTALS-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 3150-GRAVA-TOTAIS - PRINT THE TRIAL BALANCE AT THE FOOT OF THE
014740*                     PROOF SHEET
014750******************************************************************
014760 3150-GRAVA-TOTAIS.
014770     MOVE SPACES TO RELATORIO-LINHA
014780     WRITE RELATORIO-LINHA
014790     MOVE "RECEBIVEL ANTERIOR.: " TO TOT-ROTULO
014800     MOVE WS-SOMA-ANT-SALDO    TO TOT-VALOR
014810     WRITE RELATORIO-LINHA FROM REL-TOTAL
014820     MOVE "MOVIMENTO JORNAL...: " TO TOT-ROTULO
014830     MOVE WS-SOMA-MOV-SALDO    TO TOT-VALOR
014840     WRITE RELATORIO-LINHA FROM REL-TOTAL
014850     MOVE "RECEBIVEL ESPERADO.: " TO TOT-ROTULO
014860     MOVE WS-SOMA-ESP-SALDO    TO TOT-VALOR
014870     WRITE RELATORIO-LINHA FROM REL-TOTAL
014880     MOVE "SOMA LIM-SALDO.....: " TO TOT-ROTULO
014890     MOVE WS-SOMA-ATU-SALDO    TO TOT-VALOR
014900     WRITE RELATORIO-LINHA FROM REL-TOTAL
014910     MOVE "DIFERENCA..........: " TO TOT-ROTULO
014920     MOVE WS-SOMA-DIF-SALDO    TO TOT-VALOR
014930     WRITE RELATORIO-LINHA FROM REL-TOTAL
014940     MOVE SPACES TO RELATORIO-LINHA
014950     WRITE RELATORIO-LINHA
014960     MOVE "CREDOR ANTERIOR....: " TO TOT-ROTULO
014970     MOVE WS-SOMA-ANT-CREDOR   TO TOT-VALOR
014980     WRITE RELATORIO-LINHA FROM REL-TOTAL
014990     MOVE "MOVIMENTO CREDOR...: " TO TOT-ROTULO
015000     MOVE WS-SOMA-MOV-CREDOR   TO TOT-VALOR
015010     WRITE RELATORIO-LINHA FROM REL-TOTAL
015020     MOVE "CREDOR ESPERADO....: " TO TOT-ROTULO
015030     MOVE WS-SOMA-ESP-CREDOR   TO TOT-VALOR
015040     WRITE RELATORIO-LINHA FROM REL-TOTAL
015050     MOVE "SOMA SALDO-CREDOR..: " TO TOT-ROTULO
015060     MOVE WS-SOMA-ATU-CREDOR   TO TOT-VALOR
015070     WRITE RELATORIO-LINHA FROM REL-TOTAL
015080     MOVE "DIFERENCA CREDOR...: " TO TOT-ROTULO
015090     MOVE WS-SOMA-DIF-CREDOR   TO TOT-VALOR
015100     WRITE RELATORIO-LINHA FROM REL-TOTAL
015110     MOVE SPACES TO RELATORIO-LINHA
015120     WRITE RELATORIO-LINHA
015130     MOVE "CARTOES NO LIMITES.: " TO CNT-ROTULO
015140     MOVE WS-TOTAL-CARTOES     TO CNT-QTD
015150     WRITE RELATORIO-LINHA FROM REL-CONTAGEM
015160     MOVE "CARTOES DIVERGENTES: " TO CNT-ROTULO
015170     MOVE WS-TOTAL-DIVERGENTES TO CNT-QTD
015180     WRITE RELATORIO-LINHA FROM REL-CONTAGEM
015190     MOVE "JORNAL CONTABILIZ..: " TO CNT-ROTULO
015200     MOVE WS-JRN-NOVOS         TO CNT-QTD
015210     WRITE RELATORIO-LINHA FROM REL-CONTAGEM
015220     MOVE "LANCAMENTOS GL.....: " TO CNT-ROTULO
015230     MOVE WS-TOTAL-LANCAMENTOS TO CNT-QTD
015240     WRITE RELATORIO-LINHA FROM REL-CONTAGEM
015250     MOVE "TOTAL DEBITOS GL...: " TO TOT-ROTULO
015260     MOVE WS-TOTAL-DEBITOS     TO TOT-VALOR
015270     WRITE RELATORIO-LINHA FROM REL-TOTAL
015280     MOVE "TOTAL CREDITOS GL..: " TO TOT-ROTULO
015290     MOVE WS-TOTAL-CREDITOS    TO TOT-VALOR
015300     WRITE RELATORIO-LINHA FROM REL-TOTAL
015310     EVALUATE TRUE
015320         WHEN CARGA-INICIAL
015330             MOVE "CARGA INICIAL DOS SALDOS" TO SIT-TEXTO
015340         WHEN FORA-DE-BALANCO
015350             MOVE "FORA DE BALANCO" TO SIT-TEXTO
015360         WHEN OTHER
015370             MOVE "BALANCO CONFERE" TO SIT-TEXTO
015380     END-EVALUATE
015390     WRITE RELATORIO-LINHA FROM REL-SITUACAO.
015400 3150-GRAVA-TOTAIS-EXIT.
015410     EXIT.
015420
015430******************************************************************
015440* 3200-ATUALIZA-CONTROLE - ADVANCE THE CONTROL RECORD TO THIS
015450*                          PROOF, KEEPING THE PREVIOUS ONE FOR A
015460*                          REPEATED PROOF OF THE SAME DATE. A
015461*                          DIVERGENT PROOF ADVANCES IT AS WELL:
015462*                          ITS GL ENTRIES ARE ALREADY WRITTEN,
015463*                          AND THE REGISTRY "D" HOLDS THE STEPS
015464*                          THAT DEPEND ON IT
015470******************************************************************
015480 3200-ATUALIZA-CONTROLE.
015490     MOVE ZERO TO SLD-NUMERO
015500     READ CONTABIL-SALDOS
015510         INVALID KEY
015520             MOVE "N" TO WS-CONTROLE-SW
015530         NOT INVALID KEY
015540             MOVE "S" TO WS-CONTROLE-SW
015550     END-READ
015560     IF NOT CONTROLE-EXISTE
015570         MOVE SPACES TO SALDO-CONTROLE
015580         MOVE ZERO   TO CTL-CHAVE
015590         MOVE ZERO   TO CTL-DATA
015600     END-IF
015610     IF CARGA-INICIAL
015620         MOVE WS-DATA-PROCESSO TO CTL-DATA-ANT
015630         MOVE WS-JRN-LIDOS     TO CTL-LIDOS-ANT
015640     ELSE
015650         IF CTL-DATA NOT = WS-DATA-PROCESSO
015660             MOVE CTL-DATA  TO CTL-DATA-ANT
015670             MOVE CTL-LIDOS TO CTL-LIDOS-ANT
015680         END-IF
015690     END-IF
015700     MOVE WS-DATA-PROCESSO TO CTL-DATA
015710     MOVE WS-JRN-LIDOS     TO CTL-LIDOS
015720     IF CONTROLE-EXISTE
015730         REWRITE SALDO-CONTROLE
015740     ELSE
015750         WRITE SALDO-CONTROLE
015760     END-IF.
015770 3200-ATUALIZA-CONTROLE-EXIT.
015780     EXIT.
015790
015800******************************************************************
015810* 3300-REGISTRA-FIM - CLOSE THE RUN ON THE REGISTRY: COMPLETED
015820*                     WHEN THE PROOF AGREED, DIVERGENTE WHEN IT
015830*                     DID NOT, WITH THE JOURNAL RECORDS BOOKED
015831*                     AND THE DEBITS WRITTEN TO THE GL
015840******************************************************************
015850 3300-REGISTRA-FIM.
015860     MOVE "CARTCTBL" TO RUN-PROGRAMA
015870     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
015880     READ CARTAO-RUNCTL
015890         INVALID KEY
015900             CONTINUE
015910         NOT INVALID KEY
015920             IF FORA-DE-BALANCO
015921                 MOVE "D" TO RUN-SITUACAO
015922             ELSE
015923                 MOVE "C" TO RUN-SITUACAO
015924             END-IF
015930             MOVE WS-JRN-NOVOS     TO RUN-TOTAL-REGISTROS
015940             MOVE WS-TOTAL-DEBITOS TO RUN-TOTAL-VALOR
015950             REWRITE RUNCTL-REGISTRO
015960     END-READ
015970     CLOSE CARTAO-RUNCTL.
015980 3300-REGISTRA-FIM-EXIT.
015990     EXIT.
