000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-REPASSE.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-REPASSE
000100*    DESCRIPTION..: DAILY MERCHANT PAYOUT RUN. READS THE MERCHANT
000110*                   RECEIVABLES CALENDAR (AGENDA.DAT, AGEREG) THAT
000120*                   CARTAO-BATCH AND CARTAO-PARCELA BOOK INTO, ONE
000130*                   MERCHANT AT A TIME IN PAYMENT-DATE ORDER, AND:
000140*                     - PAYS EVERY ENTRY STILL PENDING WITH A
000150*                       PAYMENT DATE AT OR BEFORE THE RUN DATE (SO
000160*                       A SKIPPED DAY IS CAUGHT UP), MARKING IT
000170*                       LIQUIDADO;
000180*                     - PAYS EARLY (ANTECIPACAO) THE FUTURE
000190*                       ENTRIES OF THE MERCHANTS THAT ASKED FOR IT
000200*                       ON THE DAY'S REQUEST FILE (ANTECIPA.TXT),
000210*                       LESS A DISCOUNT OF THE MONTHLY RATE PRO
000220*                       RATA FOR THE DAYS PAID EARLY, MARKING THEM
000230*                       ANTECIPADO;
000240*                     - WRITES THE DAY'S REMITTANCE (REMESSA.TXT,
000250*                       REMREG): PER MERCHANT ONE CREDIT RECORD
000260*                       ("C") FOR THE ENTRIES THAT FELL DUE AND
000270*                       ONE ("A") FOR THE ENTRIES PAID EARLY,
000280*                       WHOSE REM-TARIFA CARRIES THE DISCOUNT FEE
000290*                       PLUS THE ANTECIPACAO DISCOUNT;
000291*                     - RECOVERS THE DAY'S CHARGEBACKS (ORIGIN
000292*                       "C", DUE ON THE DATE THEY POSTED) WITH ONE
000293*                       DEBIT RECORD ("D") PER MERCHANT; THEY ARE
000294*                       NEVER PAID EARLY NOR SHOWN AS RECEIVABLE;
000300*                     - LISTS THE PAYOUT PER MERCHANT AND THE
000310*                       ANTECIPACAO REQUESTS ON REPAREL.TXT;
000320*                     - PRINTS THE STATEMENT OF FUTURE RECEIVABLES
000330*                       (AGENREL.TXT): FOR EACH MERCHANT, WHAT IS
000340*                       STILL TO BE PAID, BY PAYMENT DATE.
000350*                   BANK DETAILS COME FROM THE MERCHANT MASTER
000360*                   (ESTAB.DAT) AT PAYOUT TIME. THE DUE ENTRIES OF
000370*                   A MERCHANT MISSING FROM THE MASTER ARE HELD
000380*                   (RETIDO) AND PAID ON THE FIRST RUN AFTER IT IS
000390*                   RESTORED, AND SO ARE ITS CHARGEBACK DEBITS.
000400*
000410*    REMESSA.TXT IS CREATED HERE EACH DAY, SO THIS RUN FOLLOWS
000420*    CARTAO-BATCH AND PRECEDES CARTAO-DISPUTA, WHICH APPENDS THE
000430*    DISPUTE DEBITS AND RE-CREDITS TO THE SAME REMITTANCE. A RERUN
000440*    OF THE SAME DATE PAYS THE ENTRIES ALREADY STAMPED WITH THAT
000450*    DATE AGAIN, SO THE REMITTANCE IS REBUILT IN FULL.
000460*
000470*    PARAMETER CARD (REPAPARM.TXT, ONE RECORD, OPTIONAL):
000480*        RPA-DATA-MOVTO     PAYOUT DATE, YYYYMMDD; ZERO/BLANK OR A
000490*                           MISSING CARD = TODAY
000500*        RPA-TAXA-ANTECIPA  DEFAULT ANTECIPACAO RATE, PERCENT PER
000510*                           30 DAYS, FOR A REQUEST THAT NAMES
000520*                           NONE; ZERO/BLANK = 2.00
000530*        RPA-ESTAB-EXTRATO  MERCHANT WHOSE STATEMENT IS WANTED;
000540*                           ZERO/BLANK = EVERY MERCHANT
000550*        RPA-OVERRIDE       "S" = RERUN A DATE THE RUN-CONTROL
000560*                           REGISTRY ALREADY SHOWS COMPLETED
000570*
000580*    ANTECIPACAO REQUESTS (ANTECIPA.TXT, OPTIONAL, ONE PER
000590*    MERCHANT):
000600*        ANT-ESTAB          MERCHANT CODE
000610*        ANT-DATA-LIMITE    PAY EARLY THE ENTRIES DUE UP TO THIS
000620*                           DATE; ZERO/BLANK = EVERY FUTURE ENTRY
000630*        ANT-TAXA           RATE, PERCENT PER 30 DAYS;
000640*                           ZERO/BLANK = RPA-TAXA-ANTECIPA
000650*    DISCOUNT = NET AMOUNT X RATE / 100 X DAYS PAID EARLY / 30,
000660*    NEVER MORE THAN THE NET AMOUNT.
000670*
000680*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTREPA
000690*    AND THE PAYOUT DATE.
000700*
000710*    MODIFICATION HISTORY
000720*    DATE        BY   DESCRIPTION
000730*    ----------  ---  -----------------------------------------
000740*    2026-10-15  JCM  ORIGINAL VERSION.
000741*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000742*                     THE JOB-STREAM PREREQUISITES TABLE
000743*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000744*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000745*    2026-10-15  JCM  THE DAY'S CHARGEBACK ENTRIES (ORIGIN "C")
000746*                     ARE NOW RECOVERED FROM THE MERCHANT WITH A
000747*                     DEBIT REMITTANCE RECORD ("D"), OR HELD WHILE
000748*                     THE MERCHANT IS MISSING FROM THE MASTER.
000750******************************************************************
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT OPTIONAL REPASSE-PARAMETRO ASSIGN TO "REPAPARM.TXT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT OPTIONAL REPASSE-PEDIDOS ASSIGN TO "ANTECIPA.TXT"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT CARTAO-AGENDA ASSIGN TO "AGENDA.DAT"
000860         ORGANIZATION IS INDEXED
000870         ACCESS IS DYNAMIC
000880         RECORD KEY IS AGE-CHAVE
000890         FILE STATUS IS WS-AGE-STATUS.
000900
000910     SELECT CARTAO-ESTABELEC ASSIGN TO "ESTAB.DAT"
000920         ORGANIZATION IS INDEXED
000930         ACCESS IS RANDOM
000940         RECORD KEY IS EST-CODIGO
000950         FILE STATUS IS WS-EST-STATUS.
000960
000970     SELECT CARTAO-REMESSA ASSIGN TO "REMESSA.TXT"
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990
001000     SELECT REPASSE-RELATORIO ASSIGN TO "REPAREL.TXT"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020
001030     SELECT REPASSE-EXTRATO ASSIGN TO "AGENREL.TXT"
001040         ORGANIZATION IS LINE SEQUENTIAL.
001050
001060     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001070         ORGANIZATION IS INDEXED
001080         ACCESS IS RANDOM
001090         RECORD KEY IS RUN-CHAVE
001100         FILE STATUS IS WS-RUN-STATUS.
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  REPASSE-PARAMETRO.
001140 01  PARAMETRO-REGISTRO.
001150     05  RPA-DATA-MOVTO        PIC 9(08).
001160     05  RPA-TAXA-ANTECIPA     PIC 9(02)V99.
001170     05  RPA-ESTAB-EXTRATO     PIC 9(08).
001180     05  RPA-OVERRIDE          PIC X(01).
001190
001200 FD  REPASSE-PEDIDOS.
001210 01  PEDIDO-REGISTRO.
001220     05  ANT-ESTAB             PIC 9(08).
001230     05  ANT-DATA-LIMITE       PIC 9(08).
001240     05  ANT-TAXA              PIC 9(02)V99.
001250
001260 FD  CARTAO-AGENDA.
001270 01  AGENDA-REGISTRO.
001280     COPY AGEREG.
001290
001300 FD  CARTAO-ESTABELEC.
001310 01  ESTABELEC-REGISTRO.
001320     COPY ESTREG.
001330
001340 FD  CARTAO-REMESSA.
001350 01  REMESSA-REGISTRO.
001360     COPY REMREG.
001370
001380 FD  REPASSE-RELATORIO.
001390 01  RELATORIO-LINHA           PIC X(100).
001400
001410 FD  REPASSE-EXTRATO.
001420 01  EXTRATO-LINHA             PIC X(100).
001430
001440 FD  CARTAO-RUNCTL.
001450 01  RUNCTL-REGISTRO.
001460     COPY RUNREG.
001470
001480 WORKING-STORAGE SECTION.
001490 01  WS-SWITCHES.
001500     05  FIM-AGENDA            PIC X(01) VALUE "N".
001510         88  FIM-DA-AGENDA         VALUE "S".
001520     05  FIM-PEDIDOS           PIC X(01) VALUE "N".
001530         88  FIM-DOS-PEDIDOS       VALUE "S".
001540     05  WS-ESTAB-SW           PIC X(01) VALUE "N".
001550         88  ESTAB-CADASTRADO      VALUE "S".
001560     05  WS-EXTRATO-SW         PIC X(01) VALUE "N".
001570         88  EXTRATO-DO-ESTAB      VALUE "S".
001580     05  WS-CAB-EXTRATO-SW     PIC X(01) VALUE "N".
001590         88  CABECALHO-IMPRESSO    VALUE "S".
001600
001610 01  WS-CAMPOS.
001620     05  WS-AGE-STATUS         PIC X(02) VALUE SPACES.
001630     05  WS-EST-STATUS         PIC X(02) VALUE SPACES.
001640     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001650     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
001660     05  WS-TAXA-ANTECIPA      PIC 9(02)V99 VALUE 2.00.
001670     05  WS-ESTAB-EXTRATO      PIC 9(08) VALUE ZERO.
001680     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
001690         88  OVERRIDE-OPERADOR     VALUE "S".
001700     05  WS-ESTAB-ATUAL        PIC 9(08) VALUE ZERO.
001710     05  WS-ESTAB-NOME         PIC X(30) VALUE SPACES.
001720     05  WS-DIAS-MOVTO         PIC 9(08) VALUE ZERO.
001730     05  WS-DIAS-ANTECIPADOS   PIC 9(04) VALUE ZERO.
001740     05  WS-TAXA-APLICADA      PIC 9(02)V99 VALUE ZERO.
001750
001751 01  PRQ-AREA.
001752     COPY PREQREG.
001753
001760 01  WS-CONTADORES.
001770     05  WS-TOTAL-LIDAS        PIC 9(07) VALUE ZERO.
001780     05  WS-TOTAL-ESTAB        PIC 9(07) VALUE ZERO.
001790     05  WS-TOTAL-LIQUIDADAS   PIC 9(07) VALUE ZERO.
001800     05  WS-TOTAL-ANTECIPADAS  PIC 9(07) VALUE ZERO.
001810     05  WS-TOTAL-RETIDAS      PIC 9(07) VALUE ZERO.
001820     05  WS-TOTAL-FUTURAS      PIC 9(07) VALUE ZERO.
001830     05  WS-TOTAL-REMESSAS     PIC 9(07) VALUE ZERO.
001840     05  WS-SOMA-LIQUIDADAS    PIC 9(11)V99 VALUE ZERO.
001850     05  WS-SOMA-ANTECIPADAS   PIC 9(11)V99 VALUE ZERO.
001860     05  WS-SOMA-DESCONTOS     PIC 9(11)V99 VALUE ZERO.
001870     05  WS-SOMA-RETIDAS       PIC 9(11)V99 VALUE ZERO.
001880     05  WS-SOMA-FUTURAS       PIC 9(11)V99 VALUE ZERO.
001890     05  WS-SOMA-REPASSADA     PIC 9(11)V99 VALUE ZERO.
001891     05  WS-TOTAL-DEBITADAS    PIC 9(07) VALUE ZERO.
001892     05  WS-TOTAL-DEB-RETIDOS  PIC 9(07) VALUE ZERO.
001893     05  WS-SOMA-DEBITADAS     PIC 9(11)V99 VALUE ZERO.
001894     05  WS-SOMA-DEB-RETIDOS   PIC 9(11)V99 VALUE ZERO.
001900
001910 01  WS-ESTAB-TOTAIS.
001920     05  WS-C-QTD              PIC 9(05) VALUE ZERO.
001930     05  WS-C-BRUTO            PIC 9(09)V99 VALUE ZERO.
001940     05  WS-C-TARIFA           PIC 9(09)V99 VALUE ZERO.
001950     05  WS-C-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
001960     05  WS-A-QTD              PIC 9(05) VALUE ZERO.
001970     05  WS-A-BRUTO            PIC 9(09)V99 VALUE ZERO.
001980     05  WS-A-TARIFA           PIC 9(09)V99 VALUE ZERO.
001990     05  WS-A-DESCONTO         PIC 9(09)V99 VALUE ZERO.
002000     05  WS-A-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
002010     05  WS-R-QTD              PIC 9(05) VALUE ZERO.
002020     05  WS-R-BRUTO            PIC 9(09)V99 VALUE ZERO.
002030     05  WS-R-TARIFA           PIC 9(09)V99 VALUE ZERO.
002040     05  WS-R-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
002050     05  WS-F-QTD              PIC 9(05) VALUE ZERO.
002060     05  WS-F-BRUTO            PIC 9(09)V99 VALUE ZERO.
002070     05  WS-F-TARIFA           PIC 9(09)V99 VALUE ZERO.
002080     05  WS-F-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
002081     05  WS-D-QTD              PIC 9(05) VALUE ZERO.
002082     05  WS-D-BRUTO            PIC 9(09)V99 VALUE ZERO.
002083     05  WS-D-TARIFA           PIC 9(09)V99 VALUE ZERO.
002084     05  WS-D-LIQUIDO          PIC 9(09)V99 VALUE ZERO.
002085     05  WS-DR-QTD             PIC 9(05) VALUE ZERO.
002086     05  WS-DR-BRUTO           PIC 9(09)V99 VALUE ZERO.
002087     05  WS-DR-TARIFA          PIC 9(09)V99 VALUE ZERO.
002088     05  WS-DR-LIQUIDO         PIC 9(09)V99 VALUE ZERO.
002090
002100 01  WS-EXTRATO-DADOS.
002110     05  WS-EXT-DATA           PIC 9(08) VALUE ZERO.
002120     05  WS-EXT-QTD            PIC 9(05) VALUE ZERO.
002130     05  WS-EXT-BRUTO          PIC 9(09)V99 VALUE ZERO.
002140     05  WS-EXT-TARIFA         PIC 9(09)V99 VALUE ZERO.
002150     05  WS-EXT-LIQUIDO        PIC 9(09)V99 VALUE ZERO.
002160
002170 01  WS-PEDIDOS-DADOS.
002180     05  WS-PED-QTD            PIC 9(04) COMP VALUE ZERO.
002190     05  WS-PED-SUB            PIC 9(04) COMP VALUE ZERO.
002200     05  WS-PED-ACHADO         PIC 9(04) COMP VALUE ZERO.
002210     05  WS-PED-MAXIMO         PIC 9(04) COMP VALUE 500.
002220     05  WS-PED-LIDOS          PIC 9(07) VALUE ZERO.
002230     05  WS-PED-INVALIDOS      PIC 9(07) VALUE ZERO.
002240
002250 01  WS-TABELA-PEDIDOS.
002260     05  WS-PED-ENTRADA        OCCURS 500 TIMES.
002270         10  WS-PED-ESTAB      PIC 9(08).
002280         10  WS-PED-LIMITE     PIC 9(08).
002290         10  WS-PED-TAXA       PIC 9(02)V99.
002300         10  WS-PED-ENTRADAS   PIC 9(05).
002310         10  WS-PED-LIQUIDO    PIC 9(09)V99.
002320         10  WS-PED-DESCONTO   PIC 9(09)V99.
002330         10  WS-PED-SITUACAO   PIC X(10).
002340
002350 01  WS-SERIAL-DADOS.
002360     05  WS-SRL-DATA           PIC 9(08) VALUE ZERO.
002370     05  WS-SRL-ANO            PIC 9(04) VALUE ZERO.
002380     05  WS-SRL-MES            PIC 9(02) VALUE ZERO.
002390     05  WS-SRL-DIA            PIC 9(02) VALUE ZERO.
002400     05  WS-SRL-QUOC           PIC 9(04) VALUE ZERO.
002410     05  WS-SRL-RESTO          PIC 9(04) VALUE ZERO.
002420     05  WS-SRL-MES-DIAS       PIC 9(03) VALUE ZERO.
002430     05  WS-SRL-BISSEXTO-SW    PIC X(01) VALUE "N".
002440         88  ANO-BISSEXTO          VALUE "S".
002450     05  WS-SRL-ANO-ANT        PIC 9(04) VALUE ZERO.
002460     05  WS-SRL-QUARTOS        PIC 9(04) VALUE ZERO.
002470     05  WS-SRL-CENTOS         PIC 9(04) VALUE ZERO.
002480     05  WS-SRL-QUADRI         PIC 9(04) VALUE ZERO.
002490     05  WS-SRL-DIAS           PIC 9(08) VALUE ZERO.
002500
002510 01  REL-CABECALHO-1.
002520     05  FILLER                PIC X(45) VALUE
002530         "CARTAO-REPASSE - REPASSE A ESTABELECIMENTOS ".
002540     05  CAB-DATA              PIC 9(08).
002550     05  FILLER                PIC X(47) VALUE SPACES.
002560
002570 01  REL-CABECALHO-2.
002580     05  FILLER                PIC X(25) VALUE
002590         "ESTAB    NOME            ".
002600     05  FILLER                PIC X(25) VALUE
002610         "     N   QTD        BRUTO".
002620     05  FILLER                PIC X(25) VALUE
002630         "       TARIFA     DESCONT".
002640     05  FILLER                PIC X(25) VALUE
002650         "O      LIQUIDO SITUACAO  ".
002660
002670 01  REL-DETALHE.
002680     05  DET-ESTAB             PIC 9(08).
002690     05  FILLER                PIC X(01) VALUE SPACES.
002700     05  DET-NOME              PIC X(20).
002710     05  FILLER                PIC X(01) VALUE SPACES.
002720     05  DET-NATUREZA          PIC X(01).
002730     05  FILLER                PIC X(01) VALUE SPACES.
002740     05  DET-QTD               PIC Z(04)9.
002750     05  FILLER                PIC X(01) VALUE SPACES.
002760     05  DET-BRUTO             PIC Z(08)9.99.
002770     05  FILLER                PIC X(01) VALUE SPACES.
002780     05  DET-TARIFA            PIC Z(08)9.99.
002790     05  FILLER                PIC X(01) VALUE SPACES.
002800     05  DET-DESCONTO          PIC Z(08)9.99.
002810     05  FILLER                PIC X(01) VALUE SPACES.
002820     05  DET-LIQUIDO           PIC Z(08)9.99.
002830     05  FILLER                PIC X(01) VALUE SPACES.
002840     05  DET-SITUACAO          PIC X(10).
002850
002860 01  REL-CABECALHO-PEDIDOS.
002870     05  FILLER                PIC X(25) VALUE
002880         "PEDIDOS DE ANTECIPACAO - ".
002890     05  FILLER                PIC X(25) VALUE
002900         "ESTAB    ATE       TAXA ".
002910     05  FILLER                PIC X(25) VALUE
002920         "  QTD     LIQUIDO    DESC".
002930     05  FILLER                PIC X(25) VALUE
002940         "ONTO SITUACAO            ".
002950
002960 01  REL-PEDIDO.
002970     05  FILLER                PIC X(25) VALUE SPACES.
002980     05  PED-ESTAB             PIC 9(08).
002990     05  FILLER                PIC X(01) VALUE SPACES.
003000     05  PED-LIMITE            PIC 9(08).
003010     05  FILLER                PIC X(01) VALUE SPACES.
003020     05  PED-TAXA              PIC Z9.99.
003030     05  FILLER                PIC X(01) VALUE SPACES.
003040     05  PED-QTD               PIC Z(04)9.
003050     05  FILLER                PIC X(01) VALUE SPACES.
003060     05  PED-LIQUIDO           PIC Z(07)9.99.
003070     05  FILLER                PIC X(01) VALUE SPACES.
003080     05  PED-DESCONTO          PIC Z(05)9.99.
003090     05  FILLER                PIC X(01) VALUE SPACES.
003100     05  PED-SITUACAO          PIC X(10).
003110     05  FILLER                PIC X(05) VALUE SPACES.
003120
003130 01  REL-TOTAL.
003140     05  TOT-ROTULO            PIC X(21).
003150     05  TOT-QTD               PIC Z(06)9.
003160     05  FILLER                PIC X(02) VALUE SPACES.
003170     05  TOT-SOMA              PIC X(14).
003180     05  FILLER                PIC X(56) VALUE SPACES.
003190
003200 01  WS-SOMA-EDITADA           PIC Z(10)9.99.
003210
003220 01  EXT-CABECALHO-1.
003230     05  FILLER                PIC X(50) VALUE
003240         "CARTAO-REPASSE - AGENDA DE RECEBIVEIS FUTUROS EM ".
003250     05  EXC-DATA              PIC 9(08).
003260     05  FILLER                PIC X(42) VALUE SPACES.
003270
003280 01  EXT-CABECALHO-ESTAB.
003290     05  FILLER                PIC X(16) VALUE
003300         "ESTABELECIMENTO ".
003310     05  EXC-ESTAB             PIC 9(08).
003320     05  FILLER                PIC X(01) VALUE SPACES.
003330     05  EXC-NOME              PIC X(30).
003340     05  FILLER                PIC X(45) VALUE SPACES.
003350
003360 01  EXT-CABECALHO-2.
003370     05  FILLER                PIC X(25) VALUE
003380         "  DATA PAGTO  QTD        ".
003390     05  FILLER                PIC X(25) VALUE
003400         "BRUTO       TARIFA      L".
003410     05  FILLER                PIC X(25) VALUE
003420         "IQUIDO                   ".
003430     05  FILLER                PIC X(25) VALUE SPACES.
003440
003450 01  EXT-DETALHE.
003460     05  FILLER                PIC X(02) VALUE SPACES.
003470     05  EXD-DATA              PIC X(08).
003480     05  FILLER                PIC X(02) VALUE SPACES.
003490     05  EXD-QTD               PIC Z(04)9.
003500     05  FILLER                PIC X(01) VALUE SPACES.
003510     05  EXD-BRUTO             PIC Z(08)9.99.
003520     05  FILLER                PIC X(01) VALUE SPACES.
003530     05  EXD-TARIFA            PIC Z(08)9.99.
003540     05  FILLER                PIC X(01) VALUE SPACES.
003550     05  EXD-LIQUIDO           PIC Z(08)9.99.
003560     05  FILLER                PIC X(44) VALUE SPACES.
003570
003580 PROCEDURE DIVISION.
003590******************************************************************
003600* 0000-MAINLINE
003610******************************************************************
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003640     PERFORM 2100-PROCESS-ESTAB THRU 2100-PROCESS-ESTAB-EXIT
003650         UNTIL FIM-DA-AGENDA
003660     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
003670     STOP RUN.
003680
003690******************************************************************
003700* 1000-INITIALIZE - READ THE PARAMETERS, REGISTER THE RUN, LOAD
003710*                   THE ANTECIPACAO REQUESTS, OPEN THE FILES,
003720*                   PRINT THE HEADINGS AND PRIME THE CALENDAR READ
003730******************************************************************
003740 1000-INITIALIZE.
003750     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
003760     PERFORM 1600-REGISTRA-INICIO
003770         THRU 1600-REGISTRA-INICIO-EXIT
003780     PERFORM 1300-CARREGA-PEDIDOS THRU 1300-CARREGA-PEDIDOS-EXIT
003790     MOVE WS-DATA-PROCESSO TO WS-SRL-DATA
003800     PERFORM 2900-CALCULA-SERIAL THRU 2900-CALCULA-SERIAL-EXIT
003810     MOVE WS-SRL-DIAS TO WS-DIAS-MOVTO
003820     OPEN I-O CARTAO-AGENDA
003830     IF WS-AGE-STATUS = "35"
003840         OPEN OUTPUT CARTAO-AGENDA
003850         CLOSE CARTAO-AGENDA
003860         OPEN I-O CARTAO-AGENDA
003870     END-IF
003880     IF WS-AGE-STATUS NOT = "00"
003890         DISPLAY "CARTAO-REPASSE - CARTAO-AGENDA OPEN FAILED, "
003900             "STATUS " WS-AGE-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF
003940     OPEN INPUT CARTAO-ESTABELEC
003950     IF WS-EST-STATUS NOT = "00"
003960         DISPLAY "CARTAO-REPASSE - CARTAO-ESTABELEC OPEN FAILED, "
003970             "STATUS " WS-EST-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF
004010     OPEN OUTPUT CARTAO-REMESSA
004020     OPEN OUTPUT REPASSE-RELATORIO
004030     OPEN OUTPUT REPASSE-EXTRATO
004040     MOVE WS-DATA-PROCESSO TO CAB-DATA
004050     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
004060     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
004070     MOVE WS-DATA-PROCESSO TO EXC-DATA
004080     WRITE EXTRATO-LINHA FROM EXT-CABECALHO-1
004090     MOVE LOW-VALUES TO AGE-CHAVE
004100     START CARTAO-AGENDA KEY IS NOT LESS THAN AGE-CHAVE
004110         INVALID KEY
004120             MOVE "S" TO FIM-AGENDA
004130     END-START
004140     IF NOT FIM-DA-AGENDA
004150         PERFORM 2000-LE-AGENDA THRU 2000-LE-AGENDA-EXIT
004160     END-IF.
004170 1000-INITIALIZE-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210* 1200-LE-PARAMETRO - READ THE OPTIONAL PARAMETER CARD AND APPLY
004220*                     THE DEFAULTS
004230******************************************************************
004240 1200-LE-PARAMETRO.
004250     OPEN INPUT REPASSE-PARAMETRO
004260     READ REPASSE-PARAMETRO
004270         AT END
004280             MOVE SPACES TO PARAMETRO-REGISTRO
004290     END-READ
004300     CLOSE REPASSE-PARAMETRO
004310     IF RPA-DATA-MOVTO NUMERIC AND RPA-DATA-MOVTO > ZERO
004320         MOVE RPA-DATA-MOVTO TO WS-DATA-PROCESSO
004330     ELSE
004340         ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
004350     END-IF
004360     IF RPA-TAXA-ANTECIPA NUMERIC AND RPA-TAXA-ANTECIPA > ZERO
004370         MOVE RPA-TAXA-ANTECIPA TO WS-TAXA-ANTECIPA
004380     END-IF
004390     IF RPA-ESTAB-EXTRATO NUMERIC
004400         MOVE RPA-ESTAB-EXTRATO TO WS-ESTAB-EXTRATO
004410     END-IF
004420     IF RPA-OVERRIDE = "S"
004430         MOVE "S" TO WS-OVERRIDE-SW
004440         DISPLAY "CARTAO-REPASSE - OVERRIDE DE OPERADOR ACEITO"
004450     END-IF.
004460 1200-LE-PARAMETRO-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500* 1300-CARREGA-PEDIDOS - LOAD THE DAY'S ANTECIPACAO REQUESTS INTO
004510*                        THE REQUEST TABLE. A REQUEST WITH A BAD
004520*                        MERCHANT CODE OR DATE IS COUNTED AND
004530*                        SKIPPED; A SECOND REQUEST FOR THE SAME
004540*                        MERCHANT IS LISTED DUPLICADO AND IGNORED.
004550******************************************************************
004560 1300-CARREGA-PEDIDOS.
004570     OPEN INPUT REPASSE-PEDIDOS
004580     PERFORM 1310-LE-PEDIDO THRU 1310-LE-PEDIDO-EXIT
004590         UNTIL FIM-DOS-PEDIDOS
004600     CLOSE REPASSE-PEDIDOS.
004610 1300-CARREGA-PEDIDOS-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 1310-LE-PEDIDO - READ ONE REQUEST AND ADD IT TO THE TABLE
004660******************************************************************
004670 1310-LE-PEDIDO.
004680     READ REPASSE-PEDIDOS
004690         AT END
004700             MOVE "S" TO FIM-PEDIDOS
004710     END-READ
004720     IF FIM-DOS-PEDIDOS
004730         GO TO 1310-LE-PEDIDO-EXIT
004740     END-IF
004750     ADD 1 TO WS-PED-LIDOS
004760     IF ANT-ESTAB NOT NUMERIC OR ANT-ESTAB = ZERO
004770         ADD 1 TO WS-PED-INVALIDOS
004780         GO TO 1310-LE-PEDIDO-EXIT
004790     END-IF
004800     IF ANT-DATA-LIMITE NOT NUMERIC
004810         MOVE ZERO TO ANT-DATA-LIMITE
004820     END-IF
004830     IF ANT-TAXA NOT NUMERIC
004840         MOVE ZERO TO ANT-TAXA
004850     END-IF
004860     IF WS-PED-QTD >= WS-PED-MAXIMO
004870         DISPLAY "CARTAO-REPASSE - TABELA DE PEDIDOS CHEIA, "
004880             "MAXIMO " WS-PED-MAXIMO
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF
004920     MOVE ANT-ESTAB TO WS-ESTAB-ATUAL
004930     PERFORM 2120-PROCURA-PEDIDO THRU 2120-PROCURA-PEDIDO-EXIT
004940     ADD 1 TO WS-PED-QTD
004950     MOVE ANT-ESTAB TO WS-PED-ESTAB(WS-PED-QTD)
004960     MOVE ANT-DATA-LIMITE TO WS-PED-LIMITE(WS-PED-QTD)
004970     IF ANT-TAXA > ZERO
004980         MOVE ANT-TAXA TO WS-PED-TAXA(WS-PED-QTD)
004990     ELSE
005000         MOVE WS-TAXA-ANTECIPA TO WS-PED-TAXA(WS-PED-QTD)
005010     END-IF
005020     MOVE ZERO TO WS-PED-ENTRADAS(WS-PED-QTD)
005030     MOVE ZERO TO WS-PED-LIQUIDO(WS-PED-QTD)
005040     MOVE ZERO TO WS-PED-DESCONTO(WS-PED-QTD)
005050     IF WS-PED-ACHADO > ZERO
005060         MOVE "DUPLICADO" TO WS-PED-SITUACAO(WS-PED-QTD)
005070     ELSE
005080         MOVE "SEM-AGENDA" TO WS-PED-SITUACAO(WS-PED-QTD)
005090     END-IF.
005100 1310-LE-PEDIDO-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 2000-LE-AGENDA - READ THE NEXT CALENDAR ENTRY IN KEY ORDER
005150******************************************************************
005160 2000-LE-AGENDA.
005170     READ CARTAO-AGENDA NEXT RECORD
005180         AT END
005190             MOVE "S" TO FIM-AGENDA
005200     END-READ
005210     IF NOT FIM-DA-AGENDA
005220         ADD 1 TO WS-TOTAL-LIDAS
005230     END-IF.
005240 2000-LE-AGENDA-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280* 2100-PROCESS-ESTAB - PROCESS EVERY CALENDAR ENTRY OF ONE
005290*                      MERCHANT, THEN WRITE ITS REMITTANCE, ITS
005300*                      PAYOUT LINES AND THE CLOSE OF ITS STATEMENT
005310******************************************************************
005320 2100-PROCESS-ESTAB.
005330     MOVE AGE-ESTAB TO WS-ESTAB-ATUAL
005340     PERFORM 2110-INICIA-ESTAB THRU 2110-INICIA-ESTAB-EXIT
005350     PERFORM 2200-PROCESS-ENTRADA THRU 2200-PROCESS-ENTRADA-EXIT
005360         UNTIL FIM-DA-AGENDA
005370            OR AGE-ESTAB NOT = WS-ESTAB-ATUAL
005380     PERFORM 2600-FECHA-ESTAB THRU 2600-FECHA-ESTAB-EXIT.
005390 2100-PROCESS-ESTAB-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430* 2110-INICIA-ESTAB - LOOK THE MERCHANT UP ON THE MASTER AND THE
005440*                     REQUEST TABLE AND CLEAR ITS TOTALS
005450******************************************************************
005460 2110-INICIA-ESTAB.
005470     ADD 1 TO WS-TOTAL-ESTAB
005480     MOVE WS-ESTAB-ATUAL TO EST-CODIGO
005490     READ CARTAO-ESTABELEC
005500         INVALID KEY
005510             MOVE "N" TO WS-ESTAB-SW
005520             MOVE "** NAO CADASTRADO **" TO WS-ESTAB-NOME
005530         NOT INVALID KEY
005540             MOVE "S" TO WS-ESTAB-SW
005550             MOVE EST-NOME TO WS-ESTAB-NOME
005560     END-READ
005570     PERFORM 2120-PROCURA-PEDIDO THRU 2120-PROCURA-PEDIDO-EXIT
005580     IF WS-PED-ACHADO > ZERO AND NOT ESTAB-CADASTRADO
005590         MOVE "SEM-ESTAB" TO WS-PED-SITUACAO(WS-PED-ACHADO)
005600         MOVE ZERO TO WS-PED-ACHADO
005610     END-IF
005620     IF WS-ESTAB-EXTRATO = ZERO
005630        OR WS-ESTAB-EXTRATO = WS-ESTAB-ATUAL
005640         MOVE "S" TO WS-EXTRATO-SW
005650     ELSE
005660         MOVE "N" TO WS-EXTRATO-SW
005670     END-IF
005680     MOVE "N" TO WS-CAB-EXTRATO-SW
005690     MOVE ZERO TO WS-EXT-DATA
005700     INITIALIZE WS-ESTAB-TOTAIS.
005710 2110-INICIA-ESTAB-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 2120-PROCURA-PEDIDO - LOOK FOR WS-ESTAB-ATUAL IN THE REQUEST
005760*                       TABLE (FIRST REQUEST OF THE MERCHANT)
005770******************************************************************
005780 2120-PROCURA-PEDIDO.
005790     MOVE ZERO TO WS-PED-ACHADO
005800     PERFORM 2121-COMPARA-PEDIDO THRU 2121-COMPARA-PEDIDO-EXIT
005810         VARYING WS-PED-SUB FROM 1 BY 1
005820         UNTIL WS-PED-SUB > WS-PED-QTD
005830            OR WS-PED-ACHADO NOT = ZERO.
005840 2120-PROCURA-PEDIDO-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 2121-COMPARA-PEDIDO - COMPARE ONE REQUEST TABLE ENTRY
005890******************************************************************
005900 2121-COMPARA-PEDIDO.
005910     IF WS-PED-ESTAB(WS-PED-SUB) = WS-ESTAB-ATUAL
005920         MOVE WS-PED-SUB TO WS-PED-ACHADO
005930     END-IF.
005940 2121-COMPARA-PEDIDO-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 2200-PROCESS-ENTRADA - ONE CALENDAR ENTRY: PAY IT WHEN DUE, PAY
005990*                        IT EARLY WHEN THE MERCHANT ASKED FOR IT,
006000*                        OTHERWISE SHOW IT ON THE STATEMENT. AN
006010*                        ENTRY ALREADY STAMPED WITH THIS PAYOUT
006020*                        DATE (A RERUN) GOES OUT AGAIN AS IT WAS.
006030*                        ENTRIES PAID ON EARLIER DATES ARE
006040*                        SKIPPED. A CHARGEBACK ENTRY IS ONLY
006041*                        EVER RECOVERED ON OR AFTER ITS DATE.
006050******************************************************************
006060 2200-PROCESS-ENTRADA.
006070     EVALUATE TRUE
006080         WHEN AGE-LIQUIDADO
006090          AND AGE-DATA-LIQUIDACAO = WS-DATA-PROCESSO
006100             PERFORM 2310-SOMA-LIQUIDADA
006110                 THRU 2310-SOMA-LIQUIDADA-EXIT
006120         WHEN AGE-ANTECIPADO
006130          AND AGE-DATA-LIQUIDACAO = WS-DATA-PROCESSO
006140             PERFORM 2410-SOMA-ANTECIPADA
006150                 THRU 2410-SOMA-ANTECIPADA-EXIT
006160         WHEN NOT AGE-PENDENTE
006170             CONTINUE
006180         WHEN AGE-DATA-PAGTO NOT > WS-DATA-PROCESSO
006190             PERFORM 2300-LIQUIDA-ENTRADA
006200                 THRU 2300-LIQUIDA-ENTRADA-EXIT
006201         WHEN AGE-CONTESTACAO
006202             CONTINUE
006210         WHEN WS-PED-ACHADO > ZERO
006220          AND (WS-PED-LIMITE(WS-PED-ACHADO) = ZERO
006230           OR AGE-DATA-PAGTO NOT > WS-PED-LIMITE(WS-PED-ACHADO))
006240             PERFORM 2400-ANTECIPA-ENTRADA
006250                 THRU 2400-ANTECIPA-ENTRADA-EXIT
006260         WHEN OTHER
006270             PERFORM 2500-EXTRATO-ENTRADA
006280                 THRU 2500-EXTRATO-ENTRADA-EXIT
006290     END-EVALUATE
006300     PERFORM 2000-LE-AGENDA THRU 2000-LE-AGENDA-EXIT.
006310 2200-PROCESS-ENTRADA-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350* 2300-LIQUIDA-ENTRADA - PAY A PENDING ENTRY THAT FELL DUE. THE
006360*                        ENTRY OF A MERCHANT MISSING FROM THE
006370*                        MASTER IS HELD (RETIDO) AND LEFT PENDING.
006380******************************************************************
006390 2300-LIQUIDA-ENTRADA.
006391     IF NOT ESTAB-CADASTRADO AND AGE-CONTESTACAO
006392         ADD 1 TO WS-DR-QTD
006393         ADD AGE-BRUTO   TO WS-DR-BRUTO
006394         ADD AGE-TARIFA  TO WS-DR-TARIFA
006395         ADD AGE-LIQUIDO TO WS-DR-LIQUIDO
006396         ADD 1 TO WS-TOTAL-DEB-RETIDOS
006397         ADD AGE-LIQUIDO TO WS-SOMA-DEB-RETIDOS
006398         GO TO 2300-LIQUIDA-ENTRADA-EXIT
006399     END-IF
006400     IF NOT ESTAB-CADASTRADO
006410         ADD 1 TO WS-R-QTD
006420         ADD AGE-BRUTO   TO WS-R-BRUTO
006430         ADD AGE-TARIFA  TO WS-R-TARIFA
006440         ADD AGE-LIQUIDO TO WS-R-LIQUIDO
006450         ADD 1 TO WS-TOTAL-RETIDAS
006460         ADD AGE-LIQUIDO TO WS-SOMA-RETIDAS
006470         GO TO 2300-LIQUIDA-ENTRADA-EXIT
006480     END-IF
006490     MOVE "L" TO AGE-SITUACAO
006500     MOVE WS-DATA-PROCESSO TO AGE-DATA-LIQUIDACAO
006510     REWRITE AGENDA-REGISTRO
006520     PERFORM 2310-SOMA-LIQUIDADA THRU 2310-SOMA-LIQUIDADA-EXIT.
006530 2300-LIQUIDA-ENTRADA-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570* 2310-SOMA-LIQUIDADA - ADD A PAID ENTRY TO THE MERCHANT'S CREDIT,
006571*                       OR A RECOVERED CHARGEBACK TO ITS DEBIT
006580******************************************************************
006590 2310-SOMA-LIQUIDADA.
006591     IF AGE-CONTESTACAO
006592         PERFORM 2320-SOMA-DEBITO THRU 2320-SOMA-DEBITO-EXIT
006593         GO TO 2310-SOMA-LIQUIDADA-EXIT
006594     END-IF
006600     ADD 1 TO WS-C-QTD
006610     ADD AGE-BRUTO   TO WS-C-BRUTO
006620     ADD AGE-TARIFA  TO WS-C-TARIFA
006630     ADD AGE-LIQUIDO TO WS-C-LIQUIDO
006640     ADD 1 TO WS-TOTAL-LIQUIDADAS
006650     ADD AGE-LIQUIDO TO WS-SOMA-LIQUIDADAS.
006660 2310-SOMA-LIQUIDADA-EXIT.
006670     EXIT.
006680
006681******************************************************************
006682* 2320-SOMA-DEBITO - ADD A RECOVERED CHARGEBACK TO THE MERCHANT'S
006683*                    DEBIT
006684******************************************************************
006685 2320-SOMA-DEBITO.
006686     ADD 1 TO WS-D-QTD
006687     ADD AGE-BRUTO   TO WS-D-BRUTO
006688     ADD AGE-TARIFA  TO WS-D-TARIFA
006689     ADD AGE-LIQUIDO TO WS-D-LIQUIDO
006690     ADD 1 TO WS-TOTAL-DEBITADAS
006691     ADD AGE-LIQUIDO TO WS-SOMA-DEBITADAS.
006692 2320-SOMA-DEBITO-EXIT.
006693     EXIT.
006694
006695******************************************************************
006700* 2400-ANTECIPA-ENTRADA - PAY A FUTURE ENTRY EARLY AT THE
006710*                         REQUEST'S RATE, PRO RATA FOR THE DAYS
006720*                         BETWEEN THE PAYOUT DATE AND THE PAYMENT
006730*                         DATE, THE DISCOUNT CAPPED AT THE NET
006740******************************************************************
006750 2400-ANTECIPA-ENTRADA.
006760     MOVE AGE-DATA-PAGTO TO WS-SRL-DATA
006770     PERFORM 2900-CALCULA-SERIAL THRU 2900-CALCULA-SERIAL-EXIT
006780     COMPUTE WS-DIAS-ANTECIPADOS = WS-SRL-DIAS - WS-DIAS-MOVTO
006790     MOVE WS-PED-TAXA(WS-PED-ACHADO) TO WS-TAXA-APLICADA
006800     COMPUTE AGE-DESCONTO ROUNDED =
006810         AGE-LIQUIDO * WS-TAXA-APLICADA / 100
006820             * WS-DIAS-ANTECIPADOS / 30
006830     IF AGE-DESCONTO > AGE-LIQUIDO
006840         MOVE AGE-LIQUIDO TO AGE-DESCONTO
006850     END-IF
006860     MOVE WS-DIAS-ANTECIPADOS TO AGE-DIAS-ANTECIPADOS
006870     MOVE WS-TAXA-APLICADA TO AGE-TAXA-ANTECIPACAO
006880     MOVE "A" TO AGE-SITUACAO
006890     MOVE WS-DATA-PROCESSO TO AGE-DATA-LIQUIDACAO
006900     REWRITE AGENDA-REGISTRO
006910     PERFORM 2410-SOMA-ANTECIPADA THRU 2410-SOMA-ANTECIPADA-EXIT.
006920 2400-ANTECIPA-ENTRADA-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960* 2410-SOMA-ANTECIPADA - ADD AN ENTRY PAID EARLY TO THE MERCHANT'S
006970*                        ANTECIPACAO AND TO ITS REQUEST
006980******************************************************************
006990 2410-SOMA-ANTECIPADA.
007000     ADD 1 TO WS-A-QTD
007010     ADD AGE-BRUTO    TO WS-A-BRUTO
007020     ADD AGE-TARIFA   TO WS-A-TARIFA
007030     ADD AGE-DESCONTO TO WS-A-DESCONTO
007040     COMPUTE WS-A-LIQUIDO =
007050         WS-A-LIQUIDO + AGE-LIQUIDO - AGE-DESCONTO
007060     ADD 1 TO WS-TOTAL-ANTECIPADAS
007070     COMPUTE WS-SOMA-ANTECIPADAS =
007080         WS-SOMA-ANTECIPADAS + AGE-LIQUIDO - AGE-DESCONTO
007090     ADD AGE-DESCONTO TO WS-SOMA-DESCONTOS
007100     IF WS-PED-ACHADO > ZERO
007110         ADD 1 TO WS-PED-ENTRADAS(WS-PED-ACHADO)
007120         COMPUTE WS-PED-LIQUIDO(WS-PED-ACHADO) =
007130             WS-PED-LIQUIDO(WS-PED-ACHADO)
007140                 + AGE-LIQUIDO - AGE-DESCONTO
007150         ADD AGE-DESCONTO TO WS-PED-DESCONTO(WS-PED-ACHADO)
007160         MOVE "ATENDIDO" TO WS-PED-SITUACAO(WS-PED-ACHADO)
007170     END-IF.
007180 2410-SOMA-ANTECIPADA-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 2500-EXTRATO-ENTRADA - A RECEIVABLE STILL TO BE PAID: ROLL IT
007230*                        INTO THE STATEMENT LINE OF ITS PAYMENT
007240*                        DATE, PRINTING THE PREVIOUS DATE'S LINE
007250*                        WHEN THE DATE CHANGES
007260******************************************************************
007270 2500-EXTRATO-ENTRADA.
007280     ADD 1 TO WS-F-QTD
007290     ADD AGE-BRUTO   TO WS-F-BRUTO
007300     ADD AGE-TARIFA  TO WS-F-TARIFA
007310     ADD AGE-LIQUIDO TO WS-F-LIQUIDO
007320     ADD 1 TO WS-TOTAL-FUTURAS
007330     ADD AGE-LIQUIDO TO WS-SOMA-FUTURAS
007340     IF NOT EXTRATO-DO-ESTAB
007350         GO TO 2500-EXTRATO-ENTRADA-EXIT
007360     END-IF
007370     IF NOT CABECALHO-IMPRESSO
007380         PERFORM 2520-CABECALHO-EXTRATO
007390             THRU 2520-CABECALHO-EXTRATO-EXIT
007400     END-IF
007410     IF AGE-DATA-PAGTO NOT = WS-EXT-DATA
007420         PERFORM 2510-GRAVA-DATA-EXTRATO
007430             THRU 2510-GRAVA-DATA-EXTRATO-EXIT
007440         MOVE AGE-DATA-PAGTO TO WS-EXT-DATA
007450     END-IF
007460     ADD 1 TO WS-EXT-QTD
007470     ADD AGE-BRUTO   TO WS-EXT-BRUTO
007480     ADD AGE-TARIFA  TO WS-EXT-TARIFA
007490     ADD AGE-LIQUIDO TO WS-EXT-LIQUIDO.
007500 2500-EXTRATO-ENTRADA-EXIT.
007510     EXIT.
007520
007530******************************************************************
007540* 2510-GRAVA-DATA-EXTRATO - PRINT THE STATEMENT LINE OF THE
007550*                           PAYMENT DATE JUST ENDED, IF ANY, AND
007560*                           CLEAR ITS TOTALS
007570******************************************************************
007580 2510-GRAVA-DATA-EXTRATO.
007590     IF WS-EXT-QTD > ZERO
007600         MOVE WS-EXT-DATA    TO EXD-DATA
007610         MOVE WS-EXT-QTD     TO EXD-QTD
007620         MOVE WS-EXT-BRUTO   TO EXD-BRUTO
007630         MOVE WS-EXT-TARIFA  TO EXD-TARIFA
007640         MOVE WS-EXT-LIQUIDO TO EXD-LIQUIDO
007650         WRITE EXTRATO-LINHA FROM EXT-DETALHE
007660     END-IF
007670     MOVE ZERO TO WS-EXT-QTD
007680     MOVE ZERO TO WS-EXT-BRUTO
007690     MOVE ZERO TO WS-EXT-TARIFA
007700     MOVE ZERO TO WS-EXT-LIQUIDO.
007710 2510-GRAVA-DATA-EXTRATO-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 2520-CABECALHO-EXTRATO - START THE MERCHANT'S STATEMENT
007760******************************************************************
007770 2520-CABECALHO-EXTRATO.
007780     MOVE SPACES TO EXTRATO-LINHA
007790     WRITE EXTRATO-LINHA
007800     MOVE WS-ESTAB-ATUAL TO EXC-ESTAB
007810     MOVE WS-ESTAB-NOME  TO EXC-NOME
007820     WRITE EXTRATO-LINHA FROM EXT-CABECALHO-ESTAB
007830     WRITE EXTRATO-LINHA FROM EXT-CABECALHO-2
007840     MOVE "S" TO WS-CAB-EXTRATO-SW.
007850 2520-CABECALHO-EXTRATO-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890* 2600-FECHA-ESTAB - END OF A MERCHANT: WRITE ITS REMITTANCE
007900*                    RECORDS AND PAYOUT LINES AND CLOSE ITS
007910*                    STATEMENT
007920******************************************************************
007930 2600-FECHA-ESTAB.
007940     IF WS-C-BRUTO > ZERO
007950         MOVE WS-C-BRUTO   TO REM-BRUTO
007960         MOVE WS-C-TARIFA  TO REM-TARIFA
007970         MOVE WS-C-LIQUIDO TO REM-LIQUIDO
007980         MOVE "C" TO REM-NATUREZA
007990         PERFORM 2610-GRAVA-REMESSA THRU 2610-GRAVA-REMESSA-EXIT
008000     END-IF
008010     IF WS-A-BRUTO > ZERO
008020         MOVE WS-A-BRUTO   TO REM-BRUTO
008030         COMPUTE REM-TARIFA = WS-A-TARIFA + WS-A-DESCONTO
008040         MOVE WS-A-LIQUIDO TO REM-LIQUIDO
008050         MOVE "A" TO REM-NATUREZA
008060         PERFORM 2610-GRAVA-REMESSA THRU 2610-GRAVA-REMESSA-EXIT
008070     END-IF
008071     IF WS-D-BRUTO > ZERO
008072         MOVE WS-D-BRUTO   TO REM-BRUTO
008073         MOVE WS-D-TARIFA  TO REM-TARIFA
008074         MOVE WS-D-LIQUIDO TO REM-LIQUIDO
008075         MOVE "D" TO REM-NATUREZA
008076         PERFORM 2610-GRAVA-REMESSA THRU 2610-GRAVA-REMESSA-EXIT
008077     END-IF
008080     IF WS-C-QTD > ZERO
008090         MOVE "C"          TO DET-NATUREZA
008100         MOVE WS-C-QTD     TO DET-QTD
008110         MOVE WS-C-BRUTO   TO DET-BRUTO
008120         MOVE WS-C-TARIFA  TO DET-TARIFA
008130         MOVE ZERO         TO DET-DESCONTO
008140         MOVE WS-C-LIQUIDO TO DET-LIQUIDO
008150         MOVE "PAGO"       TO DET-SITUACAO
008160         PERFORM 2620-GRAVA-DETALHE THRU 2620-GRAVA-DETALHE-EXIT
008170     END-IF
008180     IF WS-A-QTD > ZERO
008190         MOVE "A"           TO DET-NATUREZA
008200         MOVE WS-A-QTD      TO DET-QTD
008210         MOVE WS-A-BRUTO    TO DET-BRUTO
008220         MOVE WS-A-TARIFA   TO DET-TARIFA
008230         MOVE WS-A-DESCONTO TO DET-DESCONTO
008240         MOVE WS-A-LIQUIDO  TO DET-LIQUIDO
008250         MOVE "ANTECIPADO"  TO DET-SITUACAO
008260         PERFORM 2620-GRAVA-DETALHE THRU 2620-GRAVA-DETALHE-EXIT
008270     END-IF
008280     IF WS-R-QTD > ZERO
008290         MOVE "R"          TO DET-NATUREZA
008300         MOVE WS-R-QTD     TO DET-QTD
008310         MOVE WS-R-BRUTO   TO DET-BRUTO
008320         MOVE WS-R-TARIFA  TO DET-TARIFA
008330         MOVE ZERO         TO DET-DESCONTO
008340         MOVE WS-R-LIQUIDO TO DET-LIQUIDO
008350         MOVE "SEM-ESTAB"  TO DET-SITUACAO
008360         PERFORM 2620-GRAVA-DETALHE THRU 2620-GRAVA-DETALHE-EXIT
008370     END-IF
008371     IF WS-D-QTD > ZERO
008372         MOVE "D"          TO DET-NATUREZA
008373         MOVE WS-D-QTD     TO DET-QTD
008374         MOVE WS-D-BRUTO   TO DET-BRUTO
008375         MOVE WS-D-TARIFA  TO DET-TARIFA
008376         MOVE ZERO         TO DET-DESCONTO
008377         MOVE WS-D-LIQUIDO TO DET-LIQUIDO
008378         MOVE "DEBITADO"   TO DET-SITUACAO
008379         PERFORM 2620-GRAVA-DETALHE THRU 2620-GRAVA-DETALHE-EXIT
008380     END-IF
008381     IF WS-DR-QTD > ZERO
008382         MOVE "D"           TO DET-NATUREZA
008383         MOVE WS-DR-QTD     TO DET-QTD
008384         MOVE WS-DR-BRUTO   TO DET-BRUTO
008385         MOVE WS-DR-TARIFA  TO DET-TARIFA
008386         MOVE ZERO          TO DET-DESCONTO
008387         MOVE WS-DR-LIQUIDO TO DET-LIQUIDO
008388         MOVE "SEM-ESTAB"   TO DET-SITUACAO
008389         PERFORM 2620-GRAVA-DETALHE THRU 2620-GRAVA-DETALHE-EXIT
008390     END-IF
008391     IF CABECALHO-IMPRESSO
008392         PERFORM 2510-GRAVA-DATA-EXTRATO
008400             THRU 2510-GRAVA-DATA-EXTRATO-EXIT
008410         MOVE "TOTAL"      TO EXD-DATA
008420         MOVE WS-F-QTD     TO EXD-QTD
008430         MOVE WS-F-BRUTO   TO EXD-BRUTO
008440         MOVE WS-F-TARIFA  TO EXD-TARIFA
008450         MOVE WS-F-LIQUIDO TO EXD-LIQUIDO
008460         WRITE EXTRATO-LINHA FROM EXT-DETALHE
008470     END-IF.
008480 2600-FECHA-ESTAB-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 2610-GRAVA-REMESSA - WRITE ONE REMITTANCE RECORD OF THE MERCHANT
008530*                      WITH ITS BANK DETAILS FROM THE MASTER. THE
008531*                      AMOUNT REPASSED COUNTS THE CREDITS ONLY.
008540******************************************************************
008550 2610-GRAVA-REMESSA.
008560     MOVE WS-ESTAB-ATUAL   TO REM-CODIGO
008570     MOVE EST-NOME         TO REM-NOME
008580     MOVE EST-BANCO        TO REM-BANCO
008590     MOVE EST-AGENCIA      TO REM-AGENCIA
008600     MOVE EST-CONTA        TO REM-CONTA
008610     MOVE WS-DATA-PROCESSO TO REM-DATA
008620     WRITE REMESSA-REGISTRO
008630     ADD 1 TO WS-TOTAL-REMESSAS
008640     IF NOT REM-DEBITO
008641         ADD REM-LIQUIDO TO WS-SOMA-REPASSADA
008642     END-IF.
008650 2610-GRAVA-REMESSA-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690* 2620-GRAVA-DETALHE - PRINT ONE PAYOUT LINE OF THE MERCHANT
008700******************************************************************
008710 2620-GRAVA-DETALHE.
008720     MOVE WS-ESTAB-ATUAL TO DET-ESTAB
008730     MOVE WS-ESTAB-NOME  TO DET-NOME
008740     WRITE RELATORIO-LINHA FROM REL-DETALHE.
008750 2620-GRAVA-DETALHE-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 2900-CALCULA-SERIAL - CONVERT THE YYYYMMDD DATE IN WS-SRL-DATA
008800*                       INTO A SERIAL DAY COUNT IN WS-SRL-DIAS:
008810*                       DAYS IN THE WHOLE YEARS BEFORE IT (LEAP
008820*                       DAYS INCLUDED), DAYS IN THE WHOLE MONTHS
008830*                       BEFORE IT AND THE DAY OF THE MONTH
008840******************************************************************
008850 2900-CALCULA-SERIAL.
008860     DIVIDE WS-SRL-DATA BY 10000
008870         GIVING WS-SRL-ANO REMAINDER WS-SRL-RESTO
008880     DIVIDE WS-SRL-RESTO BY 100
008890         GIVING WS-SRL-MES REMAINDER WS-SRL-DIA
008900     MOVE "N" TO WS-SRL-BISSEXTO-SW
008910     DIVIDE WS-SRL-ANO BY 4
008920         GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
008930     IF WS-SRL-RESTO = ZERO
008940         MOVE "S" TO WS-SRL-BISSEXTO-SW
008950         DIVIDE WS-SRL-ANO BY 100
008960             GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
008970         IF WS-SRL-RESTO = ZERO
008980             MOVE "N" TO WS-SRL-BISSEXTO-SW
008990             DIVIDE WS-SRL-ANO BY 400
009000                 GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
009010             IF WS-SRL-RESTO = ZERO
009020                 MOVE "S" TO WS-SRL-BISSEXTO-SW
009030             END-IF
009040         END-IF
009050     END-IF
009060     EVALUATE WS-SRL-MES
009070         WHEN 1
009080             MOVE 0 TO WS-SRL-MES-DIAS
009090         WHEN 2
009100             MOVE 31 TO WS-SRL-MES-DIAS
009110         WHEN 3
009120             MOVE 59 TO WS-SRL-MES-DIAS
009130         WHEN 4
009140             MOVE 90 TO WS-SRL-MES-DIAS
009150         WHEN 5
009160             MOVE 120 TO WS-SRL-MES-DIAS
009170         WHEN 6
009180             MOVE 151 TO WS-SRL-MES-DIAS
009190         WHEN 7
009200             MOVE 181 TO WS-SRL-MES-DIAS
009210         WHEN 8
009220             MOVE 212 TO WS-SRL-MES-DIAS
009230         WHEN 9
009240             MOVE 243 TO WS-SRL-MES-DIAS
009250         WHEN 10
009260             MOVE 273 TO WS-SRL-MES-DIAS
009270         WHEN 11
009280             MOVE 304 TO WS-SRL-MES-DIAS
009290         WHEN OTHER
009300             MOVE 334 TO WS-SRL-MES-DIAS
009310     END-EVALUATE
009320     COMPUTE WS-SRL-ANO-ANT = WS-SRL-ANO - 1
009330     DIVIDE WS-SRL-ANO-ANT BY 4
009340         GIVING WS-SRL-QUARTOS REMAINDER WS-SRL-RESTO
009350     DIVIDE WS-SRL-ANO-ANT BY 100
009360         GIVING WS-SRL-CENTOS REMAINDER WS-SRL-RESTO
009370     DIVIDE WS-SRL-ANO-ANT BY 400
009380         GIVING WS-SRL-QUADRI REMAINDER WS-SRL-RESTO
009390     COMPUTE WS-SRL-DIAS =
009400         WS-SRL-ANO-ANT * 365
009410             + WS-SRL-QUARTOS - WS-SRL-CENTOS + WS-SRL-QUADRI
009420             + WS-SRL-MES-DIAS + WS-SRL-DIA
009430     IF ANO-BISSEXTO AND WS-SRL-MES > 2
009440         ADD 1 TO WS-SRL-DIAS
009450     END-IF.
009460 2900-CALCULA-SERIAL-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500* 3000-FINALIZE - LIST THE ANTECIPACAO REQUESTS, PRINT THE TOTALS,
009510*                 CLOSE THE FILES AND MARK THE RUN COMPLETED
009520******************************************************************
009530 3000-FINALIZE.
009540     IF WS-PED-QTD > ZERO
009550         MOVE SPACES TO RELATORIO-LINHA
009560         WRITE RELATORIO-LINHA
009570         WRITE RELATORIO-LINHA FROM REL-CABECALHO-PEDIDOS
009580         PERFORM 3110-LISTA-PEDIDO THRU 3110-LISTA-PEDIDO-EXIT
009590             VARYING WS-PED-SUB FROM 1 BY 1
009600             UNTIL WS-PED-SUB > WS-PED-QTD
009610     END-IF
009620     MOVE SPACES TO RELATORIO-LINHA
009630     WRITE RELATORIO-LINHA
009640     MOVE "TOTAL PAGAS.........:" TO TOT-ROTULO
009650     MOVE WS-TOTAL-LIQUIDADAS TO TOT-QTD
009660     MOVE WS-SOMA-LIQUIDADAS TO WS-SOMA-EDITADA
009670     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009680     WRITE RELATORIO-LINHA FROM REL-TOTAL
009690     MOVE "TOTAL ANTECIPADAS...:" TO TOT-ROTULO
009700     MOVE WS-TOTAL-ANTECIPADAS TO TOT-QTD
009710     MOVE WS-SOMA-ANTECIPADAS TO WS-SOMA-EDITADA
009720     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009730     WRITE RELATORIO-LINHA FROM REL-TOTAL
009740     MOVE "  DESCONTOS.........:" TO TOT-ROTULO
009750     MOVE ZERO TO TOT-QTD
009760     MOVE WS-SOMA-DESCONTOS TO WS-SOMA-EDITADA
009770     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009780     WRITE RELATORIO-LINHA FROM REL-TOTAL
009790     MOVE "TOTAL RETIDAS.......:" TO TOT-ROTULO
009800     MOVE WS-TOTAL-RETIDAS TO TOT-QTD
009810     MOVE WS-SOMA-RETIDAS TO WS-SOMA-EDITADA
009820     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009830     WRITE RELATORIO-LINHA FROM REL-TOTAL
009831     MOVE "TOTAL DEBITADAS.....:" TO TOT-ROTULO
009832     MOVE WS-TOTAL-DEBITADAS TO TOT-QTD
009833     MOVE WS-SOMA-DEBITADAS TO WS-SOMA-EDITADA
009834     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009835     WRITE RELATORIO-LINHA FROM REL-TOTAL
009836     MOVE "DEBITOS RETIDOS.....:" TO TOT-ROTULO
009837     MOVE WS-TOTAL-DEB-RETIDOS TO TOT-QTD
009838     MOVE WS-SOMA-DEB-RETIDOS TO WS-SOMA-EDITADA
009839     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009840     WRITE RELATORIO-LINHA FROM REL-TOTAL
009841     MOVE "TOTAL REPASSADO.....:" TO TOT-ROTULO
009850     MOVE WS-TOTAL-REMESSAS TO TOT-QTD
009860     MOVE WS-SOMA-REPASSADA TO WS-SOMA-EDITADA
009870     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009880     WRITE RELATORIO-LINHA FROM REL-TOTAL
009890     MOVE "TOTAL A RECEBER.....:" TO TOT-ROTULO
009900     MOVE WS-TOTAL-FUTURAS TO TOT-QTD
009910     MOVE WS-SOMA-FUTURAS TO WS-SOMA-EDITADA
009920     MOVE WS-SOMA-EDITADA TO TOT-SOMA
009930     WRITE RELATORIO-LINHA FROM REL-TOTAL
009940     CLOSE CARTAO-AGENDA
009950     CLOSE CARTAO-ESTABELEC
009960     CLOSE CARTAO-REMESSA
009970     CLOSE REPASSE-RELATORIO
009980     CLOSE REPASSE-EXTRATO
009990     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
010000     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
010010 3000-FINALIZE-EXIT.
010020     EXIT.
010030
010040******************************************************************
010050* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
010060******************************************************************
010070 3100-PRINT-TOTALS.
010080     DISPLAY "CARTAO-REPASSE - TOTAIS DE CONTROLE".
010090     DISPLAY "-----------------------------------------".
010100     DISPLAY "DATA DO REPASSE....: " WS-DATA-PROCESSO.
010110     DISPLAY "TOTAL LIDAS........: " WS-TOTAL-LIDAS.
010120     DISPLAY "TOTAL ESTAB........: " WS-TOTAL-ESTAB.
010130     DISPLAY "TOTAL PAGAS........: " WS-TOTAL-LIQUIDADAS.
010140     DISPLAY "SOMA PAGAS.........: " WS-SOMA-LIQUIDADAS.
010150     DISPLAY "TOTAL ANTECIPADAS..: " WS-TOTAL-ANTECIPADAS.
010160     DISPLAY "SOMA ANTECIPADAS...: " WS-SOMA-ANTECIPADAS.
010170     DISPLAY "SOMA DESCONTOS.....: " WS-SOMA-DESCONTOS.
010180     DISPLAY "TOTAL RETIDAS......: " WS-TOTAL-RETIDAS.
010190     DISPLAY "SOMA RETIDAS.......: " WS-SOMA-RETIDAS.
010191     DISPLAY "TOTAL DEBITADAS....: " WS-TOTAL-DEBITADAS.
010192     DISPLAY "SOMA DEBITADAS.....: " WS-SOMA-DEBITADAS.
010193     DISPLAY "DEBITOS RETIDOS....: " WS-TOTAL-DEB-RETIDOS.
010194     DISPLAY "SOMA DEB RETIDOS...: " WS-SOMA-DEB-RETIDOS.
010200     DISPLAY "REGISTROS REMESSA..: " WS-TOTAL-REMESSAS.
010210     DISPLAY "SOMA REPASSADA.....: " WS-SOMA-REPASSADA.
010220     DISPLAY "TOTAL A RECEBER....: " WS-TOTAL-FUTURAS.
010230     DISPLAY "SOMA A RECEBER.....: " WS-SOMA-FUTURAS.
010240     DISPLAY "PEDIDOS LIDOS......: " WS-PED-LIDOS.
010250     DISPLAY "PEDIDOS INVALIDOS..: " WS-PED-INVALIDOS.
010260     DISPLAY "-----------------------------------------".
010270 3100-PRINT-TOTALS-EXIT.
010280     EXIT.
010290
010300******************************************************************
010310* 3110-LISTA-PEDIDO - PRINT ONE ANTECIPACAO REQUEST AND WHAT WAS
010320*                     PAID AGAINST IT
010330******************************************************************
010340 3110-LISTA-PEDIDO.
010350     MOVE WS-PED-ESTAB(WS-PED-SUB)    TO PED-ESTAB
010360     MOVE WS-PED-LIMITE(WS-PED-SUB)   TO PED-LIMITE
010370     MOVE WS-PED-TAXA(WS-PED-SUB)     TO PED-TAXA
010380     MOVE WS-PED-ENTRADAS(WS-PED-SUB) TO PED-QTD
010390     MOVE WS-PED-LIQUIDO(WS-PED-SUB)  TO PED-LIQUIDO
010400     MOVE WS-PED-DESCONTO(WS-PED-SUB) TO PED-DESCONTO
010410     MOVE WS-PED-SITUACAO(WS-PED-SUB) TO PED-SITUACAO
010420     WRITE RELATORIO-LINHA FROM REL-PEDIDO.
010430 3110-LISTA-PEDIDO-EXIT.
010440     EXIT.
010450
010460******************************************************************
010470* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
010480*                        CONTROL REGISTRY UNDER CODE CARTREPA AND
010490*                        THE PAYOUT DATE; A DATE ALREADY COMPLETED
010500*                        STOPS THE RUN UNLESS THE OVERRIDE WAS
010510*                        KEYED. A RECORD LEFT INICIADO DOES NOT
010520*                        BLOCK THE RERUN, WHICH REBUILDS THE
010530*                        REMITTANCE IN FULL.
010540******************************************************************
010550 1600-REGISTRA-INICIO.
010551     PERFORM 1620-VERIFICA-PREREQ
010552         THRU 1620-VERIFICA-PREREQ-EXIT
010560     OPEN I-O CARTAO-RUNCTL
010570     IF WS-RUN-STATUS = "35"
010580         OPEN OUTPUT CARTAO-RUNCTL
010590         CLOSE CARTAO-RUNCTL
010600         OPEN I-O CARTAO-RUNCTL
010610     END-IF
010620     IF WS-RUN-STATUS NOT = "00"
010630         DISPLAY "CARTAO-REPASSE - CARTAO-RUNCTL OPEN FAILED, "
010640             "STATUS " WS-RUN-STATUS
010650         MOVE 16 TO RETURN-CODE
010660         STOP RUN
010670     END-IF
010680     MOVE "CARTREPA" TO RUN-PROGRAMA
010690     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
010700     READ CARTAO-RUNCTL
010710         INVALID KEY
010720             PERFORM 1610-PREPARA-RUNCTL
010730                 THRU 1610-PREPARA-RUNCTL-EXIT
010740             WRITE RUNCTL-REGISTRO
010750         NOT INVALID KEY
010760             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
010770                 DISPLAY "CARTAO-REPASSE - DATA " WS-DATA-PROCESSO
010780                     " JA REPASSADA E COMPLETA NO REGISTRO DE "
010790                     "RUNS - USE O OVERRIDE DO CARTAO DE "
010800                     "PARAMETROS PARA FORCAR"
010810                 MOVE 16 TO RETURN-CODE
010820                 STOP RUN
010830             END-IF
010840             PERFORM 1610-PREPARA-RUNCTL
010850                 THRU 1610-PREPARA-RUNCTL-EXIT
010860             REWRITE RUNCTL-REGISTRO
010870     END-READ.
010880 1600-REGISTRA-INICIO-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
010930*                       IS STARTING
010940******************************************************************
010950 1610-PREPARA-RUNCTL.
010960     MOVE "CARTREPA" TO RUN-PROGRAMA
010970     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
010980     MOVE "I" TO RUN-SITUACAO
010990     MOVE SPACE TO RUN-MODO
011000     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
011010     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
011020     MOVE ZERO TO RUN-TOTAL-REGISTROS
011030     MOVE ZERO TO RUN-TOTAL-VALOR.
011040 1610-PREPARA-RUNCTL-EXIT.
011050     EXIT.
011051
011052******************************************************************
011053* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
011054*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
011055*                        THIS REFERENCE SHOW COMPLETED ON THE
011056*                        REGISTRY (CARTAO-PREREQ)
011057******************************************************************
011058 1620-VERIFICA-PREREQ.
011059     MOVE "CARTREPA" TO PRQ-PROGRAMA
011060     MOVE WS-DATA-PROCESSO TO PRQ-DATA-REF
011061     MOVE "S" TO PRQ-MENSAGENS
011062     CALL "CARTAO-PREREQ" USING PRQ-AREA
011063     IF PRQ-RETORNO NOT = ZERO
011064         DISPLAY "CARTAO-REPASSE - PRE-REQUISITOS PENDENTES PARA "
011065             WS-DATA-PROCESSO " - RUN NAO INICIADO"
011066         MOVE 16 TO RETURN-CODE
011067         STOP RUN
011068     END-IF.
011069 1620-VERIFICA-PREREQ-EXIT.
011070     EXIT.
011071
011072******************************************************************
011080* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY, WITH
011090*                     THE REMITTANCE RECORDS WRITTEN AND THE NET
011100*                     AMOUNT PAID OUT
011110******************************************************************
011120 3300-REGISTRA-FIM.
011130     MOVE "CARTREPA" TO RUN-PROGRAMA
011140     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
011150     READ CARTAO-RUNCTL
011160         INVALID KEY
011170             CONTINUE
011180         NOT INVALID KEY
011190             MOVE "C" TO RUN-SITUACAO
011200             MOVE WS-TOTAL-REMESSAS TO RUN-TOTAL-REGISTROS
011210             MOVE WS-SOMA-REPASSADA TO RUN-TOTAL-VALOR
011220             REWRITE RUNCTL-REGISTRO
011230     END-READ
011240     CLOSE CARTAO-RUNCTL.
011250 3300-REGISTRA-FIM-EXIT.
011260     EXIT.
