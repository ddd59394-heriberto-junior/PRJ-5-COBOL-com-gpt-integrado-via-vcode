000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-TARIFA.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-TARIFA
000100*    DESCRIPTION..: MONTHLY FEE ASSESSMENT OF THE BILLING STREAM,
000110*                   RUN AFTER CARTAO-FATURA HAS BILLED THE MONTH
000120*                   AND CARTAO-COBRANCA HAS AGED THE PREVIOUS
000130*                   STATEMENTS. READS EVERY CARDHOLDER ON THE
000140*                   LIMITS MASTER AND CHARGES, FROM THE FEE TABLE
000150*                   ON THE PARAMETER CARD:
000160*                     ANUIDADE   - THE ANNUAL FEE, SPLIT INTO
000170*                                  MONTHLY INSTALLMENTS STARTING
000180*                                  IN THE CARD'S ANNIVERSARY MONTH
000190*                                  (TYPE "A");
000200*                     ATRASO     - THE LATE-PAYMENT FEE, ONCE FOR
000210*                                  EACH STATEMENT THE FIRST TIME
000220*                                  CARTAO-COBRANCA AGES IT UNPAID
000230*                                  (30 DAYS) (TYPE "T");
000240*                     MORA       - DAILY LATE INTEREST ON THE
000250*                                  LARGEST SHORTFALL AGED AGAINST
000260*                                  THE MONTH, FOR EVERY DAY OF THE
000270*                                  MONTH (TYPE "M");
000280*                     SOBRELIMIT - THE OVERLIMIT FEE, WHEN THE
000290*                                  DEBT THE CARD ENDED THE CYCLE
000300*                                  WITH WAS ABOVE LIM-LIMITE
000310*                                  (TYPE "E").
000320*                   EACH FEE IS POSTED TO LIM-SALDO (CONSUMING ANY
000330*                   CREDIT BALANCE FIRST), JOURNALED TO JORNAL.TXT
000340*                   UNDER ITS OWN TYPE SO CARTAO-BACKOUT CAN
000350*                   REVERSE THE RUN, AND ROLLED INTO THE HISTORY
000360*                   MASTER AS AN APPROVED ROW OF THE SAME TYPE
000370*                   DATED WITH THE RUN DATE, SO THE NEXT MONTH'S
000380*                   CARTAO-FATURA SHOWS IT AS ITS OWN LINE. EVERY
000390*                   FEE IS LISTED ON THE FEE REGISTER FOR FINANCE
000400*                   (TARIFREG.TXT, MASKED PAN) WITH TOTALS BY
000410*                   FEE TYPE.
000420*
000430*    PARAMETER CARD (TARIPARM.TXT, ONE RECORD, REQUIRED):
000440*        TRF-ANO-MES       MONTH BEING ASSESSED, YYYYMM - THE
000450*                          MONTH CARTAO-FATURA HAS JUST BILLED
000460*        TRF-ANUIDADE      ANNUAL FEE, TOTAL (9999V99); ZERO =
000470*                          NONE
000480*        TRF-PARCELAS      INSTALLMENTS OF THE ANNUAL FEE (1-12);
000490*                          ZERO/BLANK = 1
000500*        TRF-MULTA         LATE-PAYMENT FEE (9999V99); ZERO = NONE
000510*        TRF-MORA-DIA      LATE INTEREST PER DAY, PERCENT
000520*                          (9V9999); ZERO = NONE
000530*        TRF-SOBRELIMITE   OVERLIMIT FEE (9999V99); ZERO = NONE
000540*        TRF-DATA-MOVTO    RUN DATE FOR THE JOURNAL AND HISTORY,
000550*                          YYYYMMDD. MUST FALL IN THE MONTH AFTER
000560*                          TRF-ANO-MES, SO THE FEES ARE BILLED ON
000570*                          THE NEXT STATEMENT; ZERO/BLANK = THE
000580*                          FIRST DAY OF THAT MONTH. NAME A DATE
000590*                          NO OTHER RUN POSTS UNDER SO THE FEE
000600*                          RUN CAN BE BACKED OUT ALONE.
000610*        TRF-OVERRIDE      "S" = RERUN A MONTH THE RUN-CONTROL
000620*                          REGISTRY SHOWS STARTED OR COMPLETED
000630*
000640*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTTARI
000650*    AND THE MONTH ASSESSED (YYYYMM00). A MONTH ALREADY COMPLETED,
000660*    OR STARTED AND NEVER FINISHED, IS REFUSED WITHOUT THE
000670*    OVERRIDE, SO THE SAME MONTH'S FEES ARE NEVER CHARGED TWICE:
000680*    AN INTERRUPTED RUN IS BACKED OUT BY ITS RUN DATE BEFORE IT
000690*    IS FORCED AGAIN.
000700*
000710*    THE ANNIVERSARY MONTH IS THE MONTH OF THE ACCOUNT OPEN DATE
000720*    ON THE CARD ACCOUNT MASTER (CONTAS.DAT, CONTREG), WHICH A
000730*    REISSUED CARD CARRIES OVER FROM THE CARD IT REPLACED. A
000740*    CARD NOT ON THE MASTER IS NOT CHARGED THE ANNUAL FEE AND IS
000741*    COUNTED. A CARD REPLACED BY CARTAO-RENOVA IS SKIPPED: ITS
000742*    BALANCES AND ITS DELINQUENCY NOW BELONG TO THE NEW NUMBER.
000750*    THE CYCLE-END DEBT IS THE BALANCE-BEFORE IMAGE OF THE CARD'S
000760*    FIRST JOURNALED POSTING DATED AFTER THE MONTH (JORNAL.TXT
000770*    CARRIES EXACT BEFORE-IMAGES); A CARD WITH NO SUCH POSTING
000780*    ENDED THE CYCLE AT ITS CURRENT LIM-SALDO.
000790*    HIST-VALOR HOLDS AT MOST 9999.99, SO A LARGER FEE IS ROLLED
000800*    INTO HISTORY AS SEVERAL ROWS OF ITS TYPE.
000810*
000820*    MODIFICATION HISTORY
000830*    DATE        BY   DESCRIPTION
000840*    ----------  ---  -----------------------------------------
000850*    2026-10-15  JCM  ORIGINAL VERSION.
000851*    2026-10-15  JCM  THE ANNIVERSARY MONTH NOW COMES FROM THE
000852*                     ACCOUNT OPEN DATE ON THE CARD ACCOUNT MASTER
000853*                     CONTAS.DAT INSTEAD OF THE CARD'S FIRST
000854*                     ACTIVITY ON HISTARQ.DAT/HISTORICO.DAT, AND
000855*                     THE ARCHIVE MASTER IS NO LONGER READ. CARDS
000856*                     REPLACED BY CARTAO-RENOVA ARE SKIPPED.
000857*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000858*                     THE JOB-STREAM PREREQUISITES TABLE
000859*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000860*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000861*    2026-10-15  JCM  A FEE MONTH OUTSIDE 01-12 IS REJECTED WITH
000862*                     THE OTHER BAD PARAMETERS, AND THE RUN DATE
000863*                     IS CHECKED AGAINST THE LAST DAY OF THE
000864*                     FOLLOWING MONTH.
000865******************************************************************
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT TARIFA-PARAMETRO ASSIGN TO "TARIPARM.TXT"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000940         ORGANIZATION IS INDEXED
000950         ACCESS IS SEQUENTIAL
000960         RECORD KEY IS LIM-NUMERO
000970         FILE STATUS IS WS-LIM-STATUS.
000980
000990     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
001000         ORGANIZATION IS INDEXED
001010         ACCESS IS DYNAMIC
001020         RECORD KEY IS HIST-CHAVE
001030         FILE STATUS IS WS-HIST-STATUS.
001040
001050     SELECT CARTAO-CONTAS ASSIGN TO "CONTAS.DAT"
001060         ORGANIZATION IS INDEXED
001070         ACCESS IS RANDOM
001080         RECORD KEY IS CTA-NUMERO
001090         FILE STATUS IS WS-CTA-STATUS.
001100
001110     SELECT OPTIONAL CARTAO-JORNAL ASSIGN TO "JORNAL.TXT"
001120         ORGANIZATION IS LINE SEQUENTIAL.
001130
001140     SELECT OPTIONAL COBRANCA-ATRASOS ASSIGN TO "COBRATRS.TXT"
001150         ORGANIZATION IS LINE SEQUENTIAL.
001160
001170     SELECT TARIFA-REGISTRO ASSIGN TO "TARIFREG.TXT"
001180         ORGANIZATION IS LINE SEQUENTIAL.
001190
001200     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001210         ORGANIZATION IS INDEXED
001220         ACCESS IS RANDOM
001230         RECORD KEY IS RUN-CHAVE
001240         FILE STATUS IS WS-RUN-STATUS.
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  TARIFA-PARAMETRO.
001280 01  PARAMETRO-REGISTRO.
001290     05  TRF-ANO-MES           PIC 9(06).
001300     05  TRF-ANUIDADE          PIC 9(04)V99.
001310     05  TRF-PARCELAS          PIC 9(02).
001320     05  TRF-MULTA             PIC 9(04)V99.
001330     05  TRF-MORA-DIA          PIC 9(01)V9999.
001340     05  TRF-SOBRELIMITE       PIC 9(04)V99.
001350     05  TRF-DATA-MOVTO        PIC 9(08).
001360     05  TRF-OVERRIDE          PIC X(01).
001370
001380 FD  CARTAO-LIMITES.
001390 01  LIMITE-REGISTRO.
001400     COPY LIMREG.
001410
001420 FD  CARTAO-HISTORICO.
001430 01  HISTORICO-REGISTRO.
001440     COPY HISTREG.
001450
001460 FD  CARTAO-CONTAS.
001470 01  CONTA-REGISTRO.
001480     COPY CONTREG.
001620
001630 FD  CARTAO-JORNAL.
001640 01  JORNAL-REGISTRO.
001650     COPY JORNREG.
001660
001670*    THE DELINQUENCY RECORD MIRRORS ATRASO-REGISTRO IN
001680*    CARTAO-COBRANCA FIELD FOR FIELD - WHEN A PIC CLAUSE CHANGES
001690*    THERE, UPDATE THIS RECORD TO MATCH.
001700 FD  COBRANCA-ATRASOS.
001710 01  ATRASO-REGISTRO.
001720     05  ATR-NUMERO            PIC 9(16).
001730     05  ATR-ANO-MES           PIC 9(06).
001740     05  ATR-ANO-MES-REF       PIC 9(06).
001750     05  ATR-DIAS-ATRASO       PIC 9(03).
001760     05  ATR-MINIMO            PIC 9(08)V99.
001770     05  ATR-PAGO              PIC 9(08)V99.
001780     05  ATR-FALTA             PIC 9(08)V99.
001790
001800 FD  TARIFA-REGISTRO.
001810 01  RELATORIO-LINHA           PIC X(100).
001820
001830 FD  CARTAO-RUNCTL.
001840 01  RUNCTL-REGISTRO.
001850     COPY RUNREG.
001860
001870 WORKING-STORAGE SECTION.
001880 01  WS-SWITCHES.
001890     05  FIM-LIMITES           PIC X(01) VALUE "N".
001900         88  FIM-DOS-LIMITES       VALUE "S".
001910     05  FIM-JORNAL            PIC X(01) VALUE "N".
001920         88  FIM-DO-JORNAL         VALUE "S".
001930     05  FIM-ATRASOS           PIC X(01) VALUE "N".
001940         88  FIM-DOS-ATRASOS       VALUE "S".
001950     05  WS-CONTA-SW           PIC X(01) VALUE "N".
001960         88  CONTA-ACHADA          VALUE "S".
001970     05  WS-TARIFADO-SW        PIC X(01) VALUE "N".
001980         88  CARTAO-TARIFADO       VALUE "S".
001990
002000 01  WS-CAMPOS.
002010     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
002020     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
002030     05  WS-CTA-STATUS         PIC X(02) VALUE SPACES.
002040     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
002050     05  WS-DATA-FIM           PIC 9(08) VALUE ZERO.
002060     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
002070     05  WS-ANUIDADE           PIC 9(04)V99 VALUE ZERO.
002080     05  WS-PARCELAS           PIC 9(02) VALUE 1.
002090     05  WS-MULTA              PIC 9(04)V99 VALUE ZERO.
002100     05  WS-MORA-DIA           PIC 9(01)V9999 VALUE ZERO.
002110     05  WS-SOBRELIMITE        PIC 9(04)V99 VALUE ZERO.
002120     05  WS-DATA-ANO           PIC 9(04) VALUE ZERO.
002130     05  WS-DATA-MES           PIC 9(02) VALUE ZERO.
002140     05  WS-ULTIMO-DIA         PIC 9(02) VALUE ZERO.
002141     05  WS-MES-CALCULO        PIC 9(06) VALUE ZERO.
002150     05  WS-ANO-QUOC           PIC 9(04) VALUE ZERO.
002160     05  WS-ANO-RESTO          PIC 9(04) VALUE ZERO.
002170     05  WS-PROX-ANO           PIC 9(04) VALUE ZERO.
002180     05  WS-PROX-MES           PIC 9(02) VALUE ZERO.
002190     05  WS-MOVTO-ANO-MES      PIC 9(06) VALUE ZERO.
002200     05  WS-MOVTO-DIA          PIC 9(02) VALUE ZERO.
002210     05  WS-VALOR-EDITADO      PIC Z(07)9.99.
002220
002230 01  WS-TARIFA-DADOS.
002240     05  WS-TRF-TIPO           PIC X(01) VALUE SPACE.
002250     05  WS-TRF-DESCRICAO      PIC X(10) VALUE SPACES.
002260     05  WS-TRF-VALOR          PIC 9(08)V99 VALUE ZERO.
002270     05  WS-TRF-PARCELA        PIC X(05) VALUE SPACES.
002280     05  WS-SALDO-ANTES        PIC 9(08)V99 VALUE ZERO.
002290     05  WS-CREDOR-ANTES       PIC 9(08)V99 VALUE ZERO.
002300     05  WS-SALDO-CICLO        PIC 9(08)V99 VALUE ZERO.
002310     05  WS-RESTO-HISTORICO    PIC 9(08)V99 VALUE ZERO.
002320     05  WS-MAXIMO-HISTORICO   PIC 9(04)V99 VALUE 9999.99.
002330
002340 01  WS-ANUIDADE-DADOS.
002350     05  WS-DATA-ABERTURA      PIC 9(08) VALUE ZERO.
002360     05  WS-ABT-ANO            PIC 9(04) VALUE ZERO.
002370     05  WS-ABT-MES            PIC 9(02) VALUE ZERO.
002380     05  WS-ABT-DIA            PIC 9(02) VALUE ZERO.
002390     05  WS-ABT-RESTO          PIC 9(04) VALUE ZERO.
002400     05  WS-MESES-CONTA        PIC 9(06) VALUE ZERO.
002410     05  WS-MESES-QUOC         PIC 9(06) VALUE ZERO.
002420     05  WS-NUM-PARCELA        PIC 9(02) VALUE ZERO.
002430     05  WS-VALOR-PARCELA      PIC 9(04)V99 VALUE ZERO.
002440     05  WS-PARCELA-EDITADA.
002450         10  WS-PED-NUMERO     PIC 9(02).
002460         10  FILLER            PIC X(01) VALUE "/".
002470         10  WS-PED-TOTAL      PIC 9(02).
002480
002490 01  WS-CONTADORES.
002500     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
002510     05  WS-TOTAL-TARIFADOS    PIC 9(07) VALUE ZERO.
002520     05  WS-TOTAL-SEM-ABERTURA PIC 9(07) VALUE ZERO.
002521     05  WS-TOTAL-SUBSTITUIDOS PIC 9(07) VALUE ZERO.
002530     05  WS-TOTAL-ATRASOS      PIC 9(07) VALUE ZERO.
002540     05  WS-TOTAL-TARIFAS      PIC 9(07) VALUE ZERO.
002550     05  WS-SOMA-TARIFAS       PIC 9(11)V99 VALUE ZERO.
002560     05  WS-QTD-ANUIDADES      PIC 9(07) VALUE ZERO.
002570     05  WS-SOMA-ANUIDADES     PIC 9(11)V99 VALUE ZERO.
002580     05  WS-QTD-MULTAS         PIC 9(07) VALUE ZERO.
002590     05  WS-SOMA-MULTAS        PIC 9(11)V99 VALUE ZERO.
002600     05  WS-QTD-MORAS          PIC 9(07) VALUE ZERO.
002610     05  WS-SOMA-MORAS         PIC 9(11)V99 VALUE ZERO.
002620     05  WS-QTD-SOBRELIMITES   PIC 9(07) VALUE ZERO.
002630     05  WS-SOMA-SOBRELIMITES  PIC 9(11)V99 VALUE ZERO.
002640
002650 01  WS-RUNCTL-DADOS.
002660     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
002670     05  WS-RUN-DATA-REF       PIC 9(08) VALUE ZERO.
002680     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
002690         88  OVERRIDE-OPERADOR     VALUE "S".
002700
002701 01  PRQ-AREA.
002702     COPY PREQREG.
002703
002710 01  WS-HISTORICO-DADOS.
002720     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
002730
002740 01  WS-JORNAL-DADOS.
002750     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
002760
002770 01  WS-CARTAO-DADOS.
002780     05  WS-TAB-CHAVE          PIC 9(16) VALUE ZERO.
002790     05  WS-TAB-SLOT           PIC 9(06) COMP VALUE ZERO.
002800     05  WS-TAB-TAMANHO        PIC 9(06) COMP VALUE 150001.
002810     05  WS-TAB-QTD            PIC 9(06) COMP VALUE ZERO.
002820     05  WS-TAB-MAXIMO         PIC 9(06) COMP VALUE 100000.
002830     05  WS-TAB-QUOC           PIC 9(16) COMP VALUE ZERO.
002840     05  WS-TAB-RESTO          PIC 9(16) COMP VALUE ZERO.
002850     05  WS-TAB-ACHADO-SW      PIC X(01) VALUE "N".
002860         88  CARTAO-ACHADO         VALUE "S".
002870     05  WS-TAB-SONDA-SW       PIC X(01) VALUE "N".
002880         88  SONDA-TERMINADA       VALUE "S".
002890
002900*    ONE ENTRY PER CARD WITH A POSTING AFTER THE MONTH (ITS
002910*    CYCLE-END DEBT) OR A SHORTFALL AGED AGAINST THE MONTH
002920 01  WS-TABELA-CARTOES.
002930     05  WS-TAB-ENTRADA        OCCURS 150001 TIMES.
002940         10  WS-TAB-NUMERO     PIC 9(16).
002950         10  WS-TAB-CICLO-SW   PIC X(01).
002960         10  WS-TAB-SALDO      PIC 9(08)V99.
002970         10  WS-TAB-MULTA-SW   PIC X(01).
002980         10  WS-TAB-FALTA      PIC 9(08)V99.
002990
003000 01  WS-MASCARA-DADOS.
003010     05  WS-PAN-CLARO.
003020         10  WS-PAN-INICIO     PIC X(06).
003030         10  WS-PAN-MEIO       PIC X(06).
003040         10  WS-PAN-FIM        PIC X(04).
003050     05  WS-PAN-MASCARADO.
003060         10  WS-MSC-INICIO     PIC X(06).
003070         10  WS-MSC-MEIO       PIC X(06).
003080         10  WS-MSC-FIM        PIC X(04).
003090
003100 01  REL-CABECALHO-1.
003110     05  FILLER                PIC X(44) VALUE
003120         "CARTAO-TARIFA - REGISTRO DE TARIFAS DO MES ".
003130     05  CAB-ANO-MES           PIC 9(06).
003140     05  FILLER                PIC X(15) VALUE " DATA DO RUN   ".
003150     05  CAB-DATA              PIC 9(08).
003160     05  FILLER                PIC X(27) VALUE SPACES.
003170
003180 01  REL-CABECALHO-2.
003190     05  FILLER                PIC X(25) VALUE
003200         "NUMERO            T    TA".
003210     05  FILLER                PIC X(25) VALUE
003220         "RIFA      PARC.        VA".
003230     05  FILLER                PIC X(25) VALUE
003240         "LOR  SALDO APOS          ".
003250     05  FILLER                PIC X(25) VALUE SPACES.
003260
003270 01  REL-DETALHE.
003280     05  DET-NUMERO            PIC X(16).
003290     05  FILLER                PIC X(02) VALUE SPACES.
003300     05  DET-TIPO              PIC X(01).
003310     05  FILLER                PIC X(04) VALUE SPACES.
003320     05  DET-DESCRICAO         PIC X(10).
003330     05  FILLER                PIC X(02) VALUE SPACES.
003340     05  DET-PARCELA           PIC X(05).
003350     05  FILLER                PIC X(02) VALUE SPACES.
003360     05  DET-VALOR             PIC X(11).
003370     05  FILLER                PIC X(01) VALUE SPACES.
003380     05  DET-SALDO             PIC X(11).
003390     05  FILLER                PIC X(35) VALUE SPACES.
003400
003410 01  REL-TOTAL.
003420     05  TOT-ROTULO            PIC X(21).
003430     05  TOT-QTD               PIC Z(06)9.
003440     05  FILLER                PIC X(02) VALUE SPACES.
003450     05  TOT-SOMA              PIC Z(10)9.99.
003460     05  FILLER                PIC X(56) VALUE SPACES.
003470
003480 PROCEDURE DIVISION.
003490******************************************************************
003500* 0000-MAINLINE
003510******************************************************************
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003540     PERFORM 2500-PROCESS-CARTAO THRU 2500-PROCESS-CARTAO-EXIT
003550         UNTIL FIM-DOS-LIMITES
003560     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
003570     STOP RUN.
003580
003590******************************************************************
003600* 1000-INITIALIZE - READ THE FEE TABLE, REGISTER THE RUN, LOAD THE
003610*                   CYCLE-END DEBTS AND THE AGED SHORTFALLS, OPEN
003620*                   THE FILES, PRINT THE REGISTER HEADINGS AND
003630*                   PRIME THE MASTER READ
003640******************************************************************
003650 1000-INITIALIZE.
003660     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
003670     COMPUTE WS-RUN-DATA-REF = WS-ANO-MES * 100
003680     PERFORM 1600-REGISTRA-INICIO
003690         THRU 1600-REGISTRA-INICIO-EXIT
003700     MOVE ZEROS TO WS-TABELA-CARTOES
003710     PERFORM 1100-CARREGA-JORNAL THRU 1100-CARREGA-JORNAL-EXIT
003720     PERFORM 1150-CARREGA-ATRASOS THRU 1150-CARREGA-ATRASOS-EXIT
003730     OPEN I-O CARTAO-LIMITES
003740     IF WS-LIM-STATUS NOT = "00"
003750         DISPLAY "CARTAO-TARIFA - CARTAO-LIMITES OPEN FAILED, "
003760             "STATUS " WS-LIM-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF
003800     OPEN I-O CARTAO-HISTORICO
003810     IF WS-HIST-STATUS NOT = "00"
003820         DISPLAY "CARTAO-TARIFA - CARTAO-HISTORICO OPEN FAILED, "
003830             "STATUS " WS-HIST-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF
003870     OPEN INPUT CARTAO-CONTAS
003871     IF WS-CTA-STATUS NOT = "00"
003872         DISPLAY "CARTAO-TARIFA - CARTAO-CONTAS OPEN FAILED, "
003873             "STATUS " WS-CTA-STATUS
003874         MOVE 16 TO RETURN-CODE
003875         STOP RUN
003876     END-IF
003880     OPEN EXTEND CARTAO-JORNAL
003890     OPEN OUTPUT TARIFA-REGISTRO
003900     MOVE WS-ANO-MES       TO CAB-ANO-MES
003910     MOVE WS-DATA-PROCESSO TO CAB-DATA
003920     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
003930     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
003940     PERFORM 2000-READ-LIMITE THRU 2000-READ-LIMITE-EXIT.
003950 1000-INITIALIZE-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* 1100-CARREGA-JORNAL - ONE PASS OVER THE POSTING JOURNAL, KEEPING
004000*                       PER CARD THE BALANCE-BEFORE IMAGE OF ITS
004010*                       FIRST POSTING DATED AFTER THE MONTH: THAT
004020*                       IMAGE IS THE DEBT THE CARD ENDED THE CYCLE
004030*                       WITH
004040******************************************************************
004050 1100-CARREGA-JORNAL.
004060     OPEN INPUT CARTAO-JORNAL
004070     PERFORM 1110-LE-JORNAL THRU 1110-LE-JORNAL-EXIT
004080         UNTIL FIM-DO-JORNAL
004090     CLOSE CARTAO-JORNAL.
004100 1100-CARREGA-JORNAL-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 1110-LE-JORNAL - READ ONE JOURNAL RECORD; THE FIRST POSTING SEEN
004150*                  AFTER THE MONTH FOR A CARD RECORDS ITS
004160*                  BALANCE-BEFORE IMAGE
004170******************************************************************
004180 1110-LE-JORNAL.
004190     READ CARTAO-JORNAL
004200         AT END
004210             MOVE "S" TO FIM-JORNAL
004220     END-READ
004230     IF FIM-DO-JORNAL
004240        OR JRN-RUN-DATA NOT > WS-DATA-FIM
004250         GO TO 1110-LE-JORNAL-EXIT
004260     END-IF
004270     MOVE JRN-NUMERO TO WS-TAB-CHAVE
004280     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
004290     IF NOT CARTAO-ACHADO
004300         PERFORM 2820-INCLUI-CARTAO THRU 2820-INCLUI-CARTAO-EXIT
004310     END-IF
004320     IF WS-TAB-CICLO-SW(WS-TAB-SLOT) NOT = "S"
004330         MOVE "S" TO WS-TAB-CICLO-SW(WS-TAB-SLOT)
004340         MOVE JRN-SALDO-ANTES TO WS-TAB-SALDO(WS-TAB-SLOT)
004350     END-IF.
004360 1110-LE-JORNAL-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 1150-CARREGA-ATRASOS - ONE PASS OVER THE DELINQUENCY INTERFACE
004410*                        WRITTEN BY CARTAO-COBRANCA, KEEPING PER
004420*                        CARD THE SHORTFALLS AGED AGAINST THE
004430*                        MONTH
004440******************************************************************
004450 1150-CARREGA-ATRASOS.
004460     OPEN INPUT COBRANCA-ATRASOS
004470     PERFORM 1160-LE-ATRASO THRU 1160-LE-ATRASO-EXIT
004480         UNTIL FIM-DOS-ATRASOS
004490     CLOSE COBRANCA-ATRASOS.
004500 1150-CARREGA-ATRASOS-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 1160-LE-ATRASO - READ ONE SHORTFALL; ONE AGED AGAINST THE MONTH
004550*                  FLAGS THE LATE-PAYMENT FEE WHEN IT IS THE
004560*                  STATEMENT'S FIRST AGING (30 DAYS), AND THE
004570*                  LARGEST SHORTFALL OF THE CARD BEARS THE MORA.
004580*                  A REPEATED AGING RUN ONLY REPEATS THE SAME
004590*                  FIGURES.
004600******************************************************************
004610 1160-LE-ATRASO.
004620     READ COBRANCA-ATRASOS
004630         AT END
004640             MOVE "S" TO FIM-ATRASOS
004650     END-READ
004660     IF FIM-DOS-ATRASOS
004670        OR ATR-ANO-MES-REF NOT = WS-ANO-MES
004680        OR ATR-FALTA NOT NUMERIC
004690         GO TO 1160-LE-ATRASO-EXIT
004700     END-IF
004710     ADD 1 TO WS-TOTAL-ATRASOS
004720     MOVE ATR-NUMERO TO WS-TAB-CHAVE
004730     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
004740     IF NOT CARTAO-ACHADO
004750         PERFORM 2820-INCLUI-CARTAO THRU 2820-INCLUI-CARTAO-EXIT
004760     END-IF
004770     IF ATR-DIAS-ATRASO = 30
004780         MOVE "S" TO WS-TAB-MULTA-SW(WS-TAB-SLOT)
004790     END-IF
004800     IF ATR-FALTA > WS-TAB-FALTA(WS-TAB-SLOT)
004810         MOVE ATR-FALTA TO WS-TAB-FALTA(WS-TAB-SLOT)
004820     END-IF.
004830 1160-LE-ATRASO-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 1200-LE-PARAMETRO - READ AND VALIDATE THE FEE TABLE AND WORK OUT
004880*                     THE MONTH'S LAST DAY AND THE RUN DATE, WHICH
004881*                     MUST FALL IN THE FOLLOWING MONTH
004890******************************************************************
004900 1200-LE-PARAMETRO.
004910     OPEN INPUT TARIFA-PARAMETRO
004920     READ TARIFA-PARAMETRO
004930         AT END
004940             DISPLAY "CARTAO-TARIFA - TARIPARM.TXT VAZIO"
004950             MOVE 16 TO RETURN-CODE
004960             STOP RUN
004970     END-READ
004980     IF TRF-ANO-MES NOT NUMERIC OR TRF-ANO-MES = ZERO
004990        OR TRF-ANUIDADE NOT NUMERIC
005000        OR TRF-MULTA NOT NUMERIC
005010        OR TRF-MORA-DIA NOT NUMERIC
005020        OR TRF-SOBRELIMITE NOT NUMERIC
005030         DISPLAY "CARTAO-TARIFA - PARAMETROS INVALIDOS"
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF
005061     DIVIDE TRF-ANO-MES BY 100
005062         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
005063     IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
005064         DISPLAY "CARTAO-TARIFA - PARAMETROS INVALIDOS"
005065         MOVE 16 TO RETURN-CODE
005066         STOP RUN
005067     END-IF
005070     MOVE TRF-ANO-MES     TO WS-ANO-MES
005080     MOVE TRF-ANUIDADE    TO WS-ANUIDADE
005090     MOVE TRF-MULTA       TO WS-MULTA
005100     MOVE TRF-MORA-DIA    TO WS-MORA-DIA
005110     MOVE TRF-SOBRELIMITE TO WS-SOBRELIMITE
005120     IF TRF-PARCELAS NUMERIC AND TRF-PARCELAS > ZERO
005130         MOVE TRF-PARCELAS TO WS-PARCELAS
005140     END-IF
005150     IF WS-PARCELAS > 12
005160         DISPLAY "CARTAO-TARIFA - PARCELAS DA ANUIDADE ACIMA "
005170             "DE 12"
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF
005201     MOVE WS-ANO-MES TO WS-MES-CALCULO
005210     PERFORM 1210-ULTIMO-DIA-MES THRU 1210-ULTIMO-DIA-MES-EXIT
005220     COMPUTE WS-DATA-FIM = WS-ANO-MES * 100 + WS-ULTIMO-DIA
005230     MOVE WS-DATA-ANO TO WS-PROX-ANO
005240     MOVE WS-DATA-MES TO WS-PROX-MES
005250     IF WS-PROX-MES = 12
005260         ADD 1 TO WS-PROX-ANO
005270         MOVE 1 TO WS-PROX-MES
005280     ELSE
005290         ADD 1 TO WS-PROX-MES
005300     END-IF
005310     IF TRF-DATA-MOVTO NUMERIC AND TRF-DATA-MOVTO > ZERO
005320         DIVIDE TRF-DATA-MOVTO BY 100
005330             GIVING WS-MOVTO-ANO-MES REMAINDER WS-MOVTO-DIA
005331         COMPUTE WS-MES-CALCULO = WS-PROX-ANO * 100 + WS-PROX-MES
005332         PERFORM 1210-ULTIMO-DIA-MES THRU 1210-ULTIMO-DIA-MES-EXIT
005340         IF WS-MOVTO-ANO-MES NOT = WS-MES-CALCULO
005350            OR WS-MOVTO-DIA < 1
005360            OR WS-MOVTO-DIA > WS-ULTIMO-DIA
005370             DISPLAY "CARTAO-TARIFA - DATA DO RUN FORA DO MES "
005380                 "SEGUINTE AO MES DAS TARIFAS"
005390             MOVE 16 TO RETURN-CODE
005400             STOP RUN
005410         END-IF
005420         MOVE TRF-DATA-MOVTO TO WS-DATA-PROCESSO
005430     ELSE
005440         COMPUTE WS-DATA-PROCESSO =
005450             (WS-PROX-ANO * 100 + WS-PROX-MES) * 100 + 1
005460     END-IF
005470     IF TRF-OVERRIDE = "S"
005480         MOVE "S" TO WS-OVERRIDE-SW
005490         DISPLAY "CARTAO-TARIFA - OVERRIDE DE OPERADOR ACEITO"
005500     END-IF
005510     CLOSE TARIFA-PARAMETRO.
005520 1200-LE-PARAMETRO-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 1210-ULTIMO-DIA-MES - WORK OUT THE LAST DAY OF THE MONTH IN
005570*                       WS-MES-CALCULO (YYYYMM), LEAP YEARS
005580*                       INCLUDED, AS CARTAO-FATURA DOES
005590******************************************************************
005600 1210-ULTIMO-DIA-MES.
005610     DIVIDE WS-MES-CALCULO BY 100
005620         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
005630     EVALUATE WS-DATA-MES
005640         WHEN 1
005650         WHEN 3
005660         WHEN 5
005670         WHEN 7
005680         WHEN 8
005690         WHEN 10
005700         WHEN 12
005710             MOVE 31 TO WS-ULTIMO-DIA
005720         WHEN 4
005730         WHEN 6
005740         WHEN 9
005750         WHEN 11
005760             MOVE 30 TO WS-ULTIMO-DIA
005770         WHEN 2
005780             MOVE 28 TO WS-ULTIMO-DIA
005790             DIVIDE WS-DATA-ANO BY 4
005800                 GIVING WS-ANO-QUOC REMAINDER WS-ANO-RESTO
005810             IF WS-ANO-RESTO = ZERO
005820                 MOVE 29 TO WS-ULTIMO-DIA
005830                 DIVIDE WS-DATA-ANO BY 100
005840                     GIVING WS-ANO-QUOC REMAINDER WS-ANO-RESTO
005850                 IF WS-ANO-RESTO = ZERO
005860                     MOVE 28 TO WS-ULTIMO-DIA
005870                     DIVIDE WS-DATA-ANO BY 400
005880                         GIVING WS-ANO-QUOC
005890                         REMAINDER WS-ANO-RESTO
005900                     IF WS-ANO-RESTO = ZERO
005910                         MOVE 29 TO WS-ULTIMO-DIA
005920                     END-IF
005930                 END-IF
005940             END-IF
005950         WHEN OTHER
005960             DISPLAY "CARTAO-TARIFA - MES DAS TARIFAS INVALIDO"
005970             MOVE 16 TO RETURN-CODE
005980             STOP RUN
005990     END-EVALUATE.
006000 1210-ULTIMO-DIA-MES-EXIT.
006010     EXIT.
006020
006260******************************************************************
006270* 2000-READ-LIMITE - READ THE NEXT CARDHOLDER ON THE MASTER
006280******************************************************************
006290 2000-READ-LIMITE.
006300     READ CARTAO-LIMITES NEXT RECORD
006310         AT END
006320             MOVE "S" TO FIM-LIMITES
006330     END-READ.
006340 2000-READ-LIMITE-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 2100-AVALIA-ANUIDADE - CHARGE THE ANNUAL FEE INSTALLMENT DUE IN
006390*                        THE MONTH: THE FIRST INSTALLMENT FALLS IN
006400*                        THE ANNIVERSARY MONTH AND THE OTHERS IN
006410*                        THE MONTHS THAT FOLLOW IT; THE LAST ONE
006420*                        TAKES THE ROUNDING
006430******************************************************************
006440 2100-AVALIA-ANUIDADE.
006450     IF WS-ANUIDADE = ZERO
006460         GO TO 2100-AVALIA-ANUIDADE-EXIT
006470     END-IF
006480     PERFORM 2110-APURA-ABERTURA THRU 2110-APURA-ABERTURA-EXIT
006490     IF WS-DATA-ABERTURA = ZERO
006500         ADD 1 TO WS-TOTAL-SEM-ABERTURA
006510         GO TO 2100-AVALIA-ANUIDADE-EXIT
006520     END-IF
006530     DIVIDE WS-DATA-ABERTURA BY 10000
006540         GIVING WS-ABT-ANO REMAINDER WS-ABT-RESTO
006550     DIVIDE WS-ABT-RESTO BY 100
006560         GIVING WS-ABT-MES REMAINDER WS-ABT-DIA
006570     IF WS-ABT-ANO * 12 + WS-ABT-MES
006580            > WS-DATA-ANO * 12 + WS-DATA-MES
006590         GO TO 2100-AVALIA-ANUIDADE-EXIT
006600     END-IF
006610     COMPUTE WS-MESES-CONTA =
006620         (WS-DATA-ANO * 12 + WS-DATA-MES)
006630             - (WS-ABT-ANO * 12 + WS-ABT-MES)
006640     DIVIDE WS-MESES-CONTA BY 12
006650         GIVING WS-MESES-QUOC REMAINDER WS-NUM-PARCELA
006660     ADD 1 TO WS-NUM-PARCELA
006670     IF WS-NUM-PARCELA > WS-PARCELAS
006680         GO TO 2100-AVALIA-ANUIDADE-EXIT
006690     END-IF
006700     DIVIDE WS-ANUIDADE BY WS-PARCELAS GIVING WS-VALOR-PARCELA
006710     IF WS-NUM-PARCELA = WS-PARCELAS
006720         COMPUTE WS-TRF-VALOR =
006730             WS-ANUIDADE - WS-VALOR-PARCELA * (WS-PARCELAS - 1)
006740     ELSE
006750         MOVE WS-VALOR-PARCELA TO WS-TRF-VALOR
006760     END-IF
006770     MOVE WS-NUM-PARCELA TO WS-PED-NUMERO
006780     MOVE WS-PARCELAS    TO WS-PED-TOTAL
006790     MOVE WS-PARCELA-EDITADA TO WS-TRF-PARCELA
006800     MOVE "A"            TO WS-TRF-TIPO
006810     MOVE "ANUIDADE"     TO WS-TRF-DESCRICAO
006820     PERFORM 2600-LANCA-TARIFA THRU 2600-LANCA-TARIFA-EXIT
006830     ADD 1 TO WS-QTD-ANUIDADES
006840     ADD WS-TRF-VALOR TO WS-SOMA-ANUIDADES.
006850 2100-AVALIA-ANUIDADE-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 2110-APURA-ABERTURA - TAKE THE ACCOUNT OPEN DATE FROM THE CARD
006900*                       ACCOUNT MASTER RECORD READ FOR THE CARD;
006910*                       ZERO WHEN THE CARD IS NOT ON THE MASTER
006930******************************************************************
006940 2110-APURA-ABERTURA.
006950     MOVE ZERO TO WS-DATA-ABERTURA
006960     IF CONTA-ACHADA
006970         MOVE CTA-DATA-ABERTURA TO WS-DATA-ABERTURA
006980     END-IF.
007310 2110-APURA-ABERTURA-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 2200-AVALIA-ATRASO - CHARGE THE LATE-PAYMENT FEE FOR A
007360*                      STATEMENT AGED UNPAID FOR THE FIRST TIME,
007370*                      AND THE MORA ON THE CARD'S LARGEST
007380*                      SHORTFALL FOR EVERY DAY OF THE MONTH
007390******************************************************************
007400 2200-AVALIA-ATRASO.
007410     IF NOT CARTAO-ACHADO
007420         GO TO 2200-AVALIA-ATRASO-EXIT
007430     END-IF
007440     MOVE SPACES TO WS-TRF-PARCELA
007450     IF WS-TAB-MULTA-SW(WS-TAB-SLOT) = "S"
007460        AND WS-MULTA > ZERO
007470         MOVE WS-MULTA  TO WS-TRF-VALOR
007480         MOVE "T"       TO WS-TRF-TIPO
007490         MOVE "ATRASO"  TO WS-TRF-DESCRICAO
007500         PERFORM 2600-LANCA-TARIFA THRU 2600-LANCA-TARIFA-EXIT
007510         ADD 1 TO WS-QTD-MULTAS
007520         ADD WS-TRF-VALOR TO WS-SOMA-MULTAS
007530     END-IF
007540     IF WS-TAB-FALTA(WS-TAB-SLOT) = ZERO
007550        OR WS-MORA-DIA = ZERO
007560         GO TO 2200-AVALIA-ATRASO-EXIT
007570     END-IF
007580     COMPUTE WS-TRF-VALOR ROUNDED =
007590         WS-TAB-FALTA(WS-TAB-SLOT) * WS-MORA-DIA / 100
007600             * WS-ULTIMO-DIA
007610     IF WS-TRF-VALOR = ZERO
007620         GO TO 2200-AVALIA-ATRASO-EXIT
007630     END-IF
007640     MOVE "M"    TO WS-TRF-TIPO
007650     MOVE "MORA" TO WS-TRF-DESCRICAO
007660     PERFORM 2600-LANCA-TARIFA THRU 2600-LANCA-TARIFA-EXIT
007670     ADD 1 TO WS-QTD-MORAS
007680     ADD WS-TRF-VALOR TO WS-SOMA-MORAS.
007690 2200-AVALIA-ATRASO-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730* 2300-AVALIA-SOBRELIMITE - CHARGE THE OVERLIMIT FEE WHEN THE DEBT
007740*                           THE CARD ENDED THE CYCLE WITH WAS
007750*                           ABOVE ITS LIMIT
007760******************************************************************
007770 2300-AVALIA-SOBRELIMITE.
007780     IF WS-SOBRELIMITE = ZERO
007790         GO TO 2300-AVALIA-SOBRELIMITE-EXIT
007800     END-IF
007810     IF WS-SALDO-CICLO NOT > LIM-LIMITE
007820         GO TO 2300-AVALIA-SOBRELIMITE-EXIT
007830     END-IF
007840     MOVE SPACES         TO WS-TRF-PARCELA
007850     MOVE WS-SOBRELIMITE TO WS-TRF-VALOR
007860     MOVE "E"            TO WS-TRF-TIPO
007870     MOVE "SOBRELIMIT"   TO WS-TRF-DESCRICAO
007880     PERFORM 2600-LANCA-TARIFA THRU 2600-LANCA-TARIFA-EXIT
007890     ADD 1 TO WS-QTD-SOBRELIMITES
007900     ADD WS-TRF-VALOR TO WS-SOMA-SOBRELIMITES.
007910 2300-AVALIA-SOBRELIMITE-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 2500-PROCESS-CARTAO - ASSESS ONE CARDHOLDER'S FEES, REWRITE THE
007960*                       MASTER ONCE WHEN ANY WAS CHARGED AND PRIME
007970*                       THE NEXT MASTER READ
007980******************************************************************
007990 2500-PROCESS-CARTAO.
008000     ADD 1 TO WS-TOTAL-LIDOS
008001     MOVE "S" TO WS-CONTA-SW
008002     MOVE LIM-NUMERO TO CTA-NUMERO
008003     READ CARTAO-CONTAS
008004         INVALID KEY
008005             MOVE "N" TO WS-CONTA-SW
008006     END-READ
008007     IF CONTA-ACHADA AND CTA-SUBSTITUIDO-POR NOT = ZERO
008008         ADD 1 TO WS-TOTAL-SUBSTITUIDOS
008009         PERFORM 2000-READ-LIMITE THRU 2000-READ-LIMITE-EXIT
008010         GO TO 2500-PROCESS-CARTAO-EXIT
008011     END-IF
008012     MOVE "N" TO WS-TARIFADO-SW
008020     MOVE LIM-SALDO TO WS-SALDO-CICLO
008030     PERFORM 2100-AVALIA-ANUIDADE THRU 2100-AVALIA-ANUIDADE-EXIT
008040     MOVE LIM-NUMERO TO WS-TAB-CHAVE
008050     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
008060     IF CARTAO-ACHADO
008070        AND WS-TAB-CICLO-SW(WS-TAB-SLOT) = "S"
008080         MOVE WS-TAB-SALDO(WS-TAB-SLOT) TO WS-SALDO-CICLO
008090     END-IF
008100     PERFORM 2200-AVALIA-ATRASO THRU 2200-AVALIA-ATRASO-EXIT
008110     PERFORM 2300-AVALIA-SOBRELIMITE
008120         THRU 2300-AVALIA-SOBRELIMITE-EXIT
008130     IF CARTAO-TARIFADO
008140         REWRITE LIMITE-REGISTRO
008150         ADD 1 TO WS-TOTAL-TARIFADOS
008160     END-IF
008170     PERFORM 2000-READ-LIMITE THRU 2000-READ-LIMITE-EXIT.
008180 2500-PROCESS-CARTAO-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 2600-LANCA-TARIFA - POST THE FEE IN WS-TRF-VALOR TO THE CARD
008230*                     (REWRITTEN ONCE BY THE CALLER), JOURNAL IT,
008240*                     ROLL IT INTO HISTORY AND LIST IT ON THE FEE
008250*                     REGISTER
008260******************************************************************
008270 2600-LANCA-TARIFA.
008280     MOVE LIM-SALDO        TO WS-SALDO-ANTES
008290     MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTES
008300     PERFORM 2610-DEBITA-SALDO THRU 2610-DEBITA-SALDO-EXIT
008310     MOVE "S" TO WS-TARIFADO-SW
008320     PERFORM 2620-GRAVA-JORNAL THRU 2620-GRAVA-JORNAL-EXIT
008330     MOVE WS-TRF-VALOR TO WS-RESTO-HISTORICO
008340     PERFORM 2630-GRAVA-HISTORICO THRU 2630-GRAVA-HISTORICO-EXIT
008350         UNTIL WS-RESTO-HISTORICO = ZERO
008360     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
008370     ADD 1 TO WS-TOTAL-TARIFAS
008380     ADD WS-TRF-VALOR TO WS-SOMA-TARIFAS.
008390 2600-LANCA-TARIFA-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 2610-DEBITA-SALDO - DEBIT THE FEE, CONSUMING ANY CREDIT BALANCE
008440*                     FIRST; ONLY THE EXCESS RAISES THE DEBT
008450******************************************************************
008460 2610-DEBITA-SALDO.
008470     IF WS-TRF-VALOR > LIM-SALDO-CREDOR
008480         COMPUTE LIM-SALDO =
008490             LIM-SALDO + WS-TRF-VALOR - LIM-SALDO-CREDOR
008500         MOVE ZERO TO LIM-SALDO-CREDOR
008510         MOVE ZERO TO LIM-DATA-CREDOR
008520     ELSE
008530         SUBTRACT WS-TRF-VALOR FROM LIM-SALDO-CREDOR
008540         IF LIM-SALDO-CREDOR = ZERO
008550             MOVE ZERO TO LIM-DATA-CREDOR
008560         END-IF
008570     END-IF.
008580 2610-DEBITA-SALDO-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620* 2620-GRAVA-JORNAL - JOURNAL THE FEE UNDER ITS OWN TYPE WITH THE
008630*                     BALANCE AND CREDIT BALANCE BEFORE AND AFTER,
008640*                     SO CARTAO-BACKOUT CAN REVERSE THE RUN BY ITS
008650*                     DATE LIKE ANY OTHER POSTING RUN
008660******************************************************************
008670 2620-GRAVA-JORNAL.
008680     MOVE WS-DATA-PROCESSO TO JRN-RUN-DATA
008690     ADD 1 TO WS-JRN-SEQ
008700     MOVE WS-JRN-SEQ       TO JRN-SEQ
008710     MOVE LIM-NUMERO       TO JRN-NUMERO
008720     MOVE WS-TRF-TIPO      TO JRN-TIPO-TRANS
008730     MOVE WS-TRF-VALOR     TO JRN-VALOR
008740     MOVE WS-SALDO-ANTES   TO JRN-SALDO-ANTES
008750     MOVE LIM-SALDO        TO JRN-SALDO-DEPOIS
008760     MOVE WS-CREDOR-ANTES  TO JRN-CREDOR-ANTES
008770     MOVE LIM-SALDO-CREDOR TO JRN-CREDOR-DEPOIS
008780     WRITE JORNAL-REGISTRO.
008790 2620-GRAVA-JORNAL-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830* 2630-GRAVA-HISTORICO - ROLL UP TO 9999.99 OF THE FEE INTO THE
008840*                        HISTORY MASTER AS AN APPROVED ROW OF
008850*                        ITS TYPE DATED WITH THE RUN DATE; CALLED
008860*                        UNTIL THE WHOLE FEE IS RECORDED. THE
008870*                        SEQUENCE IS BUMPED AND THE WRITE RETRIED
008880*                        ON A KEY COLLISION, AS THE DAILY BATCH
008890*                        DOES.
008900******************************************************************
008910 2630-GRAVA-HISTORICO.
008920     MOVE LIM-NUMERO        TO HIST-NUMERO
008930     MOVE WS-DATA-PROCESSO  TO HIST-DATA
008940     MOVE WS-TRF-TIPO       TO HIST-TIPO-TRANS
008950     ADD 1 TO WS-HIST-SEQ
008960     MOVE WS-HIST-SEQ       TO HIST-SEQ
008970     MOVE SPACES            TO HIST-NOME
008980     IF WS-RESTO-HISTORICO > WS-MAXIMO-HISTORICO
008990         MOVE WS-MAXIMO-HISTORICO TO HIST-VALOR
009000     ELSE
009010         MOVE WS-RESTO-HISTORICO TO HIST-VALOR
009020     END-IF
009030     SUBTRACT HIST-VALOR FROM WS-RESTO-HISTORICO
009040     MOVE SPACES            TO HIST-STATUS
009050     MOVE "APROVADO"        TO HIST-RESULTADO
009060     MOVE WS-TRF-DESCRICAO  TO HIST-MOTIVO
009070     MOVE LIM-SALDO         TO HIST-SALDO-APOS.
009080 2631-TENTA-HISTORICO.
009090     WRITE HISTORICO-REGISTRO
009100         INVALID KEY
009110             ADD 1 TO WS-HIST-SEQ
009120             MOVE WS-HIST-SEQ TO HIST-SEQ
009130             GO TO 2631-TENTA-HISTORICO
009140     END-WRITE.
009150 2630-GRAVA-HISTORICO-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190* 2700-GRAVA-DETALHE - LIST THE FEE ON THE FEE REGISTER
009200******************************************************************
009210 2700-GRAVA-DETALHE.
009220     MOVE LIM-NUMERO TO WS-PAN-CLARO
009230     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
009240     MOVE WS-PAN-MASCARADO TO DET-NUMERO
009250     MOVE WS-TRF-TIPO      TO DET-TIPO
009260     MOVE WS-TRF-DESCRICAO TO DET-DESCRICAO
009270     MOVE WS-TRF-PARCELA   TO DET-PARCELA
009280     MOVE WS-TRF-VALOR     TO WS-VALOR-EDITADO
009290     MOVE WS-VALOR-EDITADO TO DET-VALOR
009300     MOVE LIM-SALDO        TO WS-VALOR-EDITADO
009310     MOVE WS-VALOR-EDITADO TO DET-SALDO
009320     WRITE RELATORIO-LINHA FROM REL-DETALHE.
009330 2700-GRAVA-DETALHE-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370* 2800-PROCURA-CARTAO - HASH THE CARD NUMBER IN WS-TAB-CHAVE TO
009380*                       ITS HOME SLOT (DIVISION REMAINDER) AND
009390*                       PROBE FORWARD TO THE NUMBER OR THE FIRST
009400*                       EMPTY SLOT; WS-TAB-SLOT IS LEFT ON THE
009410*                       SLOT FOUND
009420******************************************************************
009430 2800-PROCURA-CARTAO.
009440     MOVE "N" TO WS-TAB-ACHADO-SW
009450     MOVE "N" TO WS-TAB-SONDA-SW
009460     DIVIDE WS-TAB-CHAVE BY WS-TAB-TAMANHO
009470         GIVING WS-TAB-QUOC REMAINDER WS-TAB-RESTO
009480     COMPUTE WS-TAB-SLOT = WS-TAB-RESTO + 1
009490     PERFORM 2810-SONDA-CARTAO THRU 2810-SONDA-CARTAO-EXIT
009500         UNTIL SONDA-TERMINADA.
009510 2800-PROCURA-CARTAO-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550* 2810-SONDA-CARTAO - EXAMINE ONE SLOT: THE CARD NUMBER ENDS THE
009560*                     PROBE AS FOUND, AN EMPTY SLOT ENDS IT AS NOT
009570*                     FOUND, ANYTHING ELSE MOVES TO THE NEXT SLOT,
009580*                     WRAPPING AT THE END
009590******************************************************************
009600 2810-SONDA-CARTAO.
009610     EVALUATE TRUE
009620         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = WS-TAB-CHAVE
009630             MOVE "S" TO WS-TAB-ACHADO-SW
009640             MOVE "S" TO WS-TAB-SONDA-SW
009650         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = ZERO
009660             MOVE "S" TO WS-TAB-SONDA-SW
009670         WHEN OTHER
009680             ADD 1 TO WS-TAB-SLOT
009690             IF WS-TAB-SLOT > WS-TAB-TAMANHO
009700                 MOVE 1 TO WS-TAB-SLOT
009710             END-IF
009720     END-EVALUATE.
009730 2810-SONDA-CARTAO-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770* 2820-INCLUI-CARTAO - CLAIM THE EMPTY SLOT THE PROBE STOPPED ON
009780*                      FOR THE CARD IN WS-TAB-CHAVE
009790******************************************************************
009800 2820-INCLUI-CARTAO.
009810     IF WS-TAB-QTD >= WS-TAB-MAXIMO
009820         DISPLAY "CARTAO-TARIFA - TABELA DE CARTOES CHEIA, "
009830             "MAXIMO " WS-TAB-MAXIMO
009840         MOVE 16 TO RETURN-CODE
009850         STOP RUN
009860     END-IF
009870     MOVE WS-TAB-CHAVE TO WS-TAB-NUMERO(WS-TAB-SLOT)
009880     MOVE "N"  TO WS-TAB-CICLO-SW(WS-TAB-SLOT)
009890     MOVE ZERO TO WS-TAB-SALDO(WS-TAB-SLOT)
009900     MOVE "N"  TO WS-TAB-MULTA-SW(WS-TAB-SLOT)
009910     MOVE ZERO TO WS-TAB-FALTA(WS-TAB-SLOT)
009920     ADD 1 TO WS-TAB-QTD.
009930 2820-INCLUI-CARTAO-EXIT.
009940     EXIT.
009950
009960******************************************************************
009970* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
009980*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
009990*                    AS CARTAO-BATCH DOES (PCI)
010000******************************************************************
010010 2910-MASCARA-PAN.
010020     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
010030     MOVE "******"      TO WS-MSC-MEIO
010040     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
010050 2910-MASCARA-PAN-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090* 3000-FINALIZE - PRINT THE REGISTER TOTALS BY FEE TYPE, CLOSE
010100*                 FILES, MARK THE RUN COMPLETED AND PRINT THE
010110*                 CONTROL TOTALS
010120******************************************************************
010130 3000-FINALIZE.
010140     MOVE "ANUIDADES..........: " TO TOT-ROTULO
010150     MOVE WS-QTD-ANUIDADES     TO TOT-QTD
010160     MOVE WS-SOMA-ANUIDADES    TO TOT-SOMA
010170     WRITE RELATORIO-LINHA FROM REL-TOTAL
010180     MOVE "TARIFAS DE ATRASO..: " TO TOT-ROTULO
010190     MOVE WS-QTD-MULTAS        TO TOT-QTD
010200     MOVE WS-SOMA-MULTAS       TO TOT-SOMA
010210     WRITE RELATORIO-LINHA FROM REL-TOTAL
010220     MOVE "MORA...............: " TO TOT-ROTULO
010230     MOVE WS-QTD-MORAS         TO TOT-QTD
010240     MOVE WS-SOMA-MORAS        TO TOT-SOMA
010250     WRITE RELATORIO-LINHA FROM REL-TOTAL
010260     MOVE "SOBRELIMITE........: " TO TOT-ROTULO
010270     MOVE WS-QTD-SOBRELIMITES  TO TOT-QTD
010280     MOVE WS-SOMA-SOBRELIMITES TO TOT-SOMA
010290     WRITE RELATORIO-LINHA FROM REL-TOTAL
010300     MOVE "TOTAL DE TARIFAS...: " TO TOT-ROTULO
010310     MOVE WS-TOTAL-TARIFAS     TO TOT-QTD
010320     MOVE WS-SOMA-TARIFAS      TO TOT-SOMA
010330     WRITE RELATORIO-LINHA FROM REL-TOTAL
010340     CLOSE CARTAO-LIMITES
010350     CLOSE CARTAO-HISTORICO
010360     CLOSE CARTAO-CONTAS
010390     CLOSE CARTAO-JORNAL
010400     CLOSE TARIFA-REGISTRO
010410     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
010420     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
010430 3000-FINALIZE-EXIT.
010440     EXIT.
010450
010460******************************************************************
010470* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
010480*                        CONTROL REGISTRY UNDER CODE CARTTARI AND
010490*                        THE MONTH ASSESSED (YYYYMM00). A MONTH
010500*                        ALREADY COMPLETED, OR STARTED AND NEVER
010510*                        FINISHED, STOPS THE RUN UNLESS THE
010520*                        OVERRIDE WAS KEYED, SO THE SAME MONTH'S
010530*                        FEES ARE NEVER CHARGED TWICE
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
010630         DISPLAY "CARTAO-TARIFA - CARTAO-RUNCTL OPEN FAILED, "
010640             "STATUS " WS-RUN-STATUS
010650         MOVE 16 TO RETURN-CODE
010660         STOP RUN
010670     END-IF
010680     MOVE "CARTTARI" TO RUN-PROGRAMA
010690     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
010700     READ CARTAO-RUNCTL
010710         INVALID KEY
010720             PERFORM 1610-PREPARA-RUNCTL
010730                 THRU 1610-PREPARA-RUNCTL-EXIT
010740             WRITE RUNCTL-REGISTRO
010750         NOT INVALID KEY
010760             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
010770                 DISPLAY "CARTAO-TARIFA - MES " WS-ANO-MES
010780                     " JA TARIFADO E COMPLETO NO REGISTRO DE "
010790                     "RUNS - USE O OVERRIDE DO CARTAO DE "
010800                     "PARAMETROS PARA FORCAR"
010810                 MOVE 16 TO RETURN-CODE
010820                 STOP RUN
010830             END-IF
010840             IF RUN-INICIADO AND NOT OVERRIDE-OPERADOR
010850                 DISPLAY "CARTAO-TARIFA - MES " WS-ANO-MES
010860                     " COM RUN INTERROMPIDO EM " RUN-DATA-MOVTO
010870                     " - FACA O BACKOUT DESSA DATA E USE O "
010880                     "OVERRIDE DO CARTAO DE PARAMETROS"
010890                 MOVE 16 TO RETURN-CODE
010900                 STOP RUN
010910             END-IF
010920             PERFORM 1610-PREPARA-RUNCTL
010930                 THRU 1610-PREPARA-RUNCTL-EXIT
010940             REWRITE RUNCTL-REGISTRO
010950     END-READ.
010960 1600-REGISTRA-INICIO-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
011010*                       IS STARTING
011020******************************************************************
011030 1610-PREPARA-RUNCTL.
011040     MOVE "CARTTARI" TO RUN-PROGRAMA
011050     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
011060     MOVE "I" TO RUN-SITUACAO
011070     MOVE SPACE TO RUN-MODO
011080     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
011090     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
011100     MOVE ZERO TO RUN-TOTAL-REGISTROS
011110     MOVE ZERO TO RUN-TOTAL-VALOR.
011120 1610-PREPARA-RUNCTL-EXIT.
011130     EXIT.
011131
011132******************************************************************
011133* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
011134*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
011135*                        THIS REFERENCE SHOW COMPLETED ON THE
011136*                        REGISTRY (CARTAO-PREREQ)
011137******************************************************************
011138 1620-VERIFICA-PREREQ.
011139     MOVE "CARTTARI" TO PRQ-PROGRAMA
011140     MOVE WS-RUN-DATA-REF TO PRQ-DATA-REF
011141     MOVE "S" TO PRQ-MENSAGENS
011142     CALL "CARTAO-PREREQ" USING PRQ-AREA
011143     IF PRQ-RETORNO NOT = ZERO
011144         DISPLAY "CARTAO-TARIFA - PRE-REQUISITOS PENDENTES PARA "
011145             WS-RUN-DATA-REF " - RUN NAO INICIADO"
011146         MOVE 16 TO RETURN-CODE
011147         STOP RUN
011148     END-IF.
011149 1620-VERIFICA-PREREQ-EXIT.
011150     EXIT.
011151
011152******************************************************************
011160* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY, WITH
011170*                     THE NUMBER AND TOTAL OF THE FEES CHARGED
011180******************************************************************
011190 3300-REGISTRA-FIM.
011200     MOVE "CARTTARI" TO RUN-PROGRAMA
011210     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
011220     READ CARTAO-RUNCTL
011230         INVALID KEY
011240             CONTINUE
011250         NOT INVALID KEY
011260             MOVE "C" TO RUN-SITUACAO
011270             MOVE WS-TOTAL-TARIFAS TO RUN-TOTAL-REGISTROS
011280             MOVE WS-SOMA-TARIFAS  TO RUN-TOTAL-VALOR
011290             REWRITE RUNCTL-REGISTRO
011300     END-READ
011310     CLOSE CARTAO-RUNCTL.
011320 3300-REGISTRA-FIM-EXIT.
011330     EXIT.
011340
011350******************************************************************
011360* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
011370******************************************************************
011380 3100-PRINT-TOTALS.
011390     DISPLAY "CARTAO-TARIFA - TOTAIS DE CONTROLE".
011400     DISPLAY "-----------------------------------------".
011410     DISPLAY "MES TARIFADO.......: " WS-ANO-MES.
011420     DISPLAY "DATA DO RUN........: " WS-DATA-PROCESSO.
011430     DISPLAY "CARTOES LIDOS......: " WS-TOTAL-LIDOS.
011440     DISPLAY "CARTOES TARIFADOS..: " WS-TOTAL-TARIFADOS.
011450     DISPLAY "SEM CADASTRO.......: " WS-TOTAL-SEM-ABERTURA.
011451     DISPLAY "SUBSTITUIDOS.......: " WS-TOTAL-SUBSTITUIDOS.
011460     DISPLAY "ATRASOS DO MES.....: " WS-TOTAL-ATRASOS.
011470     DISPLAY "ANUIDADES..........: " WS-QTD-ANUIDADES.
011480     DISPLAY "TARIFAS DE ATRASO..: " WS-QTD-MULTAS.
011490     DISPLAY "MORAS..............: " WS-QTD-MORAS.
011500     DISPLAY "SOBRELIMITES.......: " WS-QTD-SOBRELIMITES.
011510     DISPLAY "TOTAL DE TARIFAS...: " WS-TOTAL-TARIFAS.
011520     DISPLAY "VALOR TARIFADO.....: " WS-SOMA-TARIFAS.
011530     DISPLAY "-----------------------------------------".
011540 3100-PRINT-TOTALS-EXIT.
011550     EXIT.
