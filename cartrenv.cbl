000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-RENOVA.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-RENOVA
000100*    DESCRIPTION..: MONTHLY CARD REISSUE CYCLE. SELECTS FROM THE
000110*                   CARD ACCOUNT MASTER (CONTAS.DAT, CONTREG) THE
000120*                   CARDS WHOSE PLASTIC EXPIRES IN THE COMING
000130*                   MONTHS AND REISSUES EACH ONE UNDER A NEW CARD
000140*                   NUMBER: SAME BIN, THE NEXT FREE ACCOUNT NUMBER
000150*                   AFTER THE OLD ONE AND A NEW LUHN CHECK DIGIT.
000160*                   A CARD IS LEFT OUT WHEN IT IS ON THE HOT-CARD
000170*                   FILE (BLOQUEADO), WHEN CARTAO-COBRANCA AGED A
000180*                   SHORTFALL ON IT IN THE REFERENCE MONTH OR THE
000190*                   ONE BEFORE (INADIMPL), OR WHEN IT HAS NO
000200*                   LIMITS RECORD (SEM-LIMITE). FOR EACH CARD
000210*                   REISSUED THE RUN:
000220*                     - WRITES THE NEW CONTAS RECORD (SAME HOLDER,
000230*                       ADDRESS AND OPEN DATE, NEW ISSUE DATE AND
000240*                       EXPIRY, CTA-SUBSTITUI = OLD NUMBER) AND
000250*                       LINKS THE OLD ONE TO IT (CTA-SUBSTITUIDO-
000260*                       POR), WHICH MAKES CARTAO-DECIDE REJECT THE
000270*                       OLD NUMBER FROM THEN ON (SUBSTITUID);
000280*                     - WRITES THE NEW LIMITS RECORD WITH THE OLD
000290*                       CARD'S LIMIT, BALANCE AND CREDIT BALANCE,
000300*                       AND ZEROES THEM ON THE OLD ONE, JOURNALING
000310*                       BOTH SIDES UNDER TYPE "R" WITH THEIR
000320*                       BEFORE AND AFTER IMAGES;
000330*                     - MOVES THE PENDING INSTALLMENTS (PARCELAS.
000340*                       DAT) AND THE DISPUTE CASES STILL IN
000350*                       PROGRESS (DISPUTAS.DAT) TO THE NEW NUMBER,
000360*                       SO THEY POST AGAINST THE NEW CARD;
000370*                     - WRITES THE EMBOSSING EXTRACT FOR THE CARD
000380*                       MANUFACTURER (EMBOSSO.TXT, FULL PAN).
000390*                   EVERY CANDIDATE IS LISTED ON THE REISSUE
000400*                   REPORT (RENVREL.TXT, MASKED PAN) WITH ITS OLD
000410*                   AND NEW NUMBER OR THE REASON IT WAS LEFT OUT.
000420*
000430*    PARAMETER CARD (RENVPARM.TXT, ONE RECORD, REQUIRED):
000440*        RNV-ANO-MES       REFERENCE MONTH, YYYYMM - THE FIRST
000450*                          EXPIRY MONTH SELECTED
000460*        RNV-MESES         NUMBER OF EXPIRY MONTHS SELECTED,
000470*                          STARTING WITH RNV-ANO-MES; ZERO/BLANK
000480*                          = 2
000490*        RNV-ANOS          YEARS OF VALIDITY OF THE NEW PLASTIC,
000500*                          ADDED TO THE OLD EXPIRY MONTH;
000510*                          ZERO/BLANK = 5
000520*        RNV-DATA-MOVTO    RUN DATE FOR THE ISSUE DATE AND THE
000530*                          JOURNAL, YYYYMMDD; ZERO/BLANK = TODAY.
000540*                          NAME A DATE NO OTHER RUN POSTS UNDER.
000550*        RNV-OVERRIDE      "S" = RERUN A MONTH THE RUN-CONTROL
000560*                          REGISTRY SHOWS STARTED OR COMPLETED
000570*
000580*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTRENV
000590*    AND THE REFERENCE MONTH (YYYYMM00). A MONTH ALREADY
000600*    COMPLETED, OR STARTED AND NEVER FINISHED, IS REFUSED WITHOUT
000610*    THE OVERRIDE. A FORCED RERUN SKIPS THE CARDS ALREADY
000620*    REISSUED, SINCE THEY CARRY CTA-SUBSTITUIDO-POR. THE REISSUE
000630*    CANNOT BE BACKED OUT BY CARTAO-BACKOUT, WHICH LEAVES THE
000640*    TYPE "R" JOURNAL ENTRIES ALONE.
000650*    CARDS ALREADY PAST THEIR EXPIRY MONTH ARE NOT SELECTED; THEY
000660*    ARE REISSUED BY HAND THROUGH CONTA-MANUT.
000670*
000680*    MODIFICATION HISTORY
000690*    DATE        BY   DESCRIPTION
000700*    ----------  ---  -----------------------------------------
000710*    2026-10-15  JCM  ORIGINAL VERSION.
000711*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000712*                     THE JOB-STREAM PREREQUISITES TABLE
000713*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000714*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000720******************************************************************
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RENOVA-PARAMETRO ASSIGN TO "RENVPARM.TXT"
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790     SELECT CARTAO-CONTAS ASSIGN TO "CONTAS.DAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS IS DYNAMIC
000820         RECORD KEY IS CTA-NUMERO
000830         FILE STATUS IS WS-CTA-STATUS.
000840
000850     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000860         ORGANIZATION IS INDEXED
000870         ACCESS IS DYNAMIC
000880         RECORD KEY IS LIM-NUMERO
000890         FILE STATUS IS WS-LIM-STATUS.
000900
000910     SELECT CARTAO-HOTCARD ASSIGN TO "HOTCARD.DAT"
000920         ORGANIZATION IS INDEXED
000930         ACCESS IS RANDOM
000940         RECORD KEY IS HOT-NUMERO
000950         FILE STATUS IS WS-HOT-STATUS.
000960
000970     SELECT CARTAO-PARCELADO ASSIGN TO "PARCELAS.DAT"
000980         ORGANIZATION IS INDEXED
000990         ACCESS IS DYNAMIC
001000         RECORD KEY IS PAR-CHAVE
001010         FILE STATUS IS WS-PAR-STATUS.
001020
001030     SELECT CARTAO-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
001040         ORGANIZATION IS INDEXED
001050         ACCESS IS DYNAMIC
001060         RECORD KEY IS DSP-CHAVE
001070         FILE STATUS IS WS-DSP-STATUS.
001080
001090     SELECT OPTIONAL COBRANCA-ATRASOS ASSIGN TO "COBRATRS.TXT"
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110
001120     SELECT OPTIONAL CARTAO-JORNAL ASSIGN TO "JORNAL.TXT"
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140
001150     SELECT RENOVA-EMBOSSO ASSIGN TO "EMBOSSO.TXT"
001160         ORGANIZATION IS LINE SEQUENTIAL.
001170
001180     SELECT RENOVA-RELATORIO ASSIGN TO "RENVREL.TXT"
001190         ORGANIZATION IS LINE SEQUENTIAL.
001200
001210     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001220         ORGANIZATION IS INDEXED
001230         ACCESS IS RANDOM
001240         RECORD KEY IS RUN-CHAVE
001250         FILE STATUS IS WS-RUN-STATUS.
001260 DATA DIVISION.
001270 FILE SECTION.
001280 FD  RENOVA-PARAMETRO.
001290 01  PARAMETRO-REGISTRO.
001300     05  RNV-ANO-MES           PIC 9(06).
001310     05  RNV-MESES             PIC 9(02).
001320     05  RNV-ANOS              PIC 9(02).
001330     05  RNV-DATA-MOVTO        PIC 9(08).
001340     05  RNV-OVERRIDE          PIC X(01).
001350
001360 FD  CARTAO-CONTAS.
001370 01  CONTA-REGISTRO.
001380     COPY CONTREG.
001390
001400 FD  CARTAO-LIMITES.
001410 01  LIMITE-REGISTRO.
001420     COPY LIMREG.
001430
001440 FD  CARTAO-HOTCARD.
001450 01  HOTCARD-REGISTRO.
001460     05  HOT-NUMERO            PIC 9(16).
001470     05  HOT-DATA-AVISO        PIC 9(08).
001480     05  HOT-MOTIVO            PIC X(10).
001490
001500 FD  CARTAO-PARCELADO.
001510 01  PARCELA-REGISTRO.
001520     COPY PARREG.
001530
001540 FD  CARTAO-DISPUTAS.
001550 01  DISPUTA-REGISTRO.
001560     COPY DISPREG.
001570
001580*    THE DELINQUENCY RECORD MIRRORS ATRASO-REGISTRO IN
001590*    CARTAO-COBRANCA FIELD FOR FIELD - WHEN A PIC CLAUSE CHANGES
001600*    THERE, UPDATE THIS RECORD TO MATCH.
001610 FD  COBRANCA-ATRASOS.
001620 01  ATRASO-REGISTRO.
001630     05  ATR-NUMERO            PIC 9(16).
001640     05  ATR-ANO-MES           PIC 9(06).
001650     05  ATR-ANO-MES-REF       PIC 9(06).
001660     05  ATR-DIAS-ATRASO       PIC 9(03).
001670     05  ATR-MINIMO            PIC 9(08)V99.
001680     05  ATR-PAGO              PIC 9(08)V99.
001690     05  ATR-FALTA             PIC 9(08)V99.
001700
001710 FD  CARTAO-JORNAL.
001720 01  JORNAL-REGISTRO.
001730     COPY JORNREG.
001740
001750*    ONE RECORD PER NEW PLASTIC FOR THE CARD MANUFACTURER: THE
001760*    FULL NUMBER, THE NAME TO EMBOSS, THE EXPIRY AND THE MAILING
001770*    ADDRESS
001780 FD  RENOVA-EMBOSSO.
001790 01  EMBOSSO-REGISTRO.
001800     05  EMB-NUMERO            PIC 9(16).
001810     05  EMB-NOME              PIC X(30).
001820     05  EMB-VALIDADE          PIC 9(06).
001830     05  EMB-DATA-EMISSAO      PIC 9(08).
001840     05  EMB-LOGRADOURO        PIC X(40).
001850     05  EMB-CIDADE            PIC X(25).
001860     05  EMB-UF                PIC X(02).
001870     05  EMB-CEP               PIC 9(08).
001880
001890 FD  RENOVA-RELATORIO.
001900 01  RELATORIO-LINHA           PIC X(100).
001910
001920 FD  CARTAO-RUNCTL.
001930 01  RUNCTL-REGISTRO.
001940     COPY RUNREG.
001950
001960 WORKING-STORAGE SECTION.
001970 01  WS-SWITCHES.
001980     05  FIM-CONTAS            PIC X(01) VALUE "N".
001990         88  FIM-DAS-CONTAS        VALUE "S".
002000     05  FIM-ATRASOS           PIC X(01) VALUE "N".
002010         88  FIM-DOS-ATRASOS       VALUE "S".
002020     05  FIM-PARCELAS          PIC X(01) VALUE "N".
002030         88  FIM-DAS-PARCELAS      VALUE "S".
002040     05  FIM-DISPUTAS          PIC X(01) VALUE "N".
002050         88  FIM-DAS-DISPUTAS      VALUE "S".
002060     05  WS-HOT-SW             PIC X(01) VALUE "N".
002070         88  HOTCARD-DISPONIVEL    VALUE "S".
002080     05  WS-PAR-SW             PIC X(01) VALUE "N".
002090         88  PARCELAS-DISPONIVEL   VALUE "S".
002100     05  WS-DSP-SW             PIC X(01) VALUE "N".
002110         88  DISPUTAS-DISPONIVEL   VALUE "S".
002120     05  WS-NUMERO-SW          PIC X(01) VALUE "N".
002130         88  NUMERO-LIVRE          VALUE "S".
002140
002150 01  WS-CAMPOS.
002160     05  WS-CTA-STATUS         PIC X(02) VALUE SPACES.
002170     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
002180     05  WS-HOT-STATUS         PIC X(02) VALUE SPACES.
002190     05  WS-PAR-STATUS         PIC X(02) VALUE SPACES.
002200     05  WS-DSP-STATUS         PIC X(02) VALUE SPACES.
002210     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
002220     05  WS-MESES              PIC 9(02) VALUE 2.
002230     05  WS-ANOS               PIC 9(02) VALUE 5.
002240     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
002250     05  WS-DATA-ANO           PIC 9(04) VALUE ZERO.
002260     05  WS-DATA-MES           PIC 9(02) VALUE ZERO.
002270     05  WS-DATA-RESTO         PIC 9(04) VALUE ZERO.
002280     05  WS-DATA-DIA           PIC 9(02) VALUE ZERO.
002290     05  WS-MESES-ABS          PIC 9(06) VALUE ZERO.
002300     05  WS-VALIDADE-INI       PIC 9(06) VALUE ZERO.
002310     05  WS-VALIDADE-FIM       PIC 9(06) VALUE ZERO.
002320     05  WS-ANO-MES-ANTERIOR   PIC 9(06) VALUE ZERO.
002330     05  WS-SITUACAO           PIC X(10) VALUE SPACES.
002340     05  WS-MOTIVO             PIC X(10) VALUE SPACES.
002350     05  WS-VALOR-EDITADO      PIC Z(07)9.99.
002360
002370 01  WS-RENOVACAO-DADOS.
002380     05  WS-PAN-ANTIGO         PIC 9(16) VALUE ZERO.
002390     05  WS-VALIDADE-ANTIGA    PIC 9(06) VALUE ZERO.
002400     05  WS-VALIDADE-NOVA      PIC 9(06) VALUE ZERO.
002410     05  WS-PAN-NOVO           PIC 9(16) VALUE ZERO.
002420     05  WS-PAN-NOVO-R REDEFINES WS-PAN-NOVO.
002430         10  WS-NOVO-BIN       PIC 9(06).
002440         10  WS-NOVO-CONTA     PIC 9(09).
002450         10  WS-NOVO-DIGITO    PIC 9(01).
002460     05  WS-TENTATIVAS         PIC 9(04) COMP VALUE ZERO.
002470     05  WS-TENTATIVAS-MAXIMO  PIC 9(04) COMP VALUE 1000.
002480     05  WS-LIMITE-ANTIGO      PIC 9(08)V99 VALUE ZERO.
002490     05  WS-SALDO-ANTIGO       PIC 9(08)V99 VALUE ZERO.
002500     05  WS-CREDOR-ANTIGO      PIC 9(08)V99 VALUE ZERO.
002510     05  WS-DATA-CREDOR-ANTIGA PIC 9(08) VALUE ZERO.
002520     05  WS-PAR-CHAVE-ATUAL    PIC X(27) VALUE SPACES.
002530     05  WS-DSP-CHAVE-ATUAL    PIC X(30) VALUE SPACES.
002540
002550 01  WS-CONTADORES.
002560     05  WS-TOTAL-CONTAS       PIC 9(07) VALUE ZERO.
002570     05  WS-TOTAL-CANDIDATOS   PIC 9(07) VALUE ZERO.
002580     05  WS-TOTAL-RENOVADOS    PIC 9(07) VALUE ZERO.
002590     05  WS-TOTAL-BLOQUEADOS   PIC 9(07) VALUE ZERO.
002600     05  WS-TOTAL-INADIMPLENTES PIC 9(07) VALUE ZERO.
002610     05  WS-TOTAL-SEM-LIMITE   PIC 9(07) VALUE ZERO.
002620     05  WS-TOTAL-SEM-NUMERO   PIC 9(07) VALUE ZERO.
002630     05  WS-TOTAL-PARCELAS     PIC 9(07) VALUE ZERO.
002640     05  WS-TOTAL-CASOS        PIC 9(07) VALUE ZERO.
002650     05  WS-SOMA-SALDOS        PIC 9(11)V99 VALUE ZERO.
002660     05  WS-SOMA-CREDORES      PIC 9(11)V99 VALUE ZERO.
002670
002680 01  WS-RUNCTL-DADOS.
002690     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
002700     05  WS-RUN-DATA-REF       PIC 9(08) VALUE ZERO.
002710     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
002720         88  OVERRIDE-OPERADOR     VALUE "S".
002730
002731 01  PRQ-AREA.
002732     COPY PREQREG.
002733
002740 01  WS-JORNAL-DADOS.
002750     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
002760
002770 01  WS-LUHN-DADOS.
002780     05  WS-PAN-DIGITOS.
002790         10  WS-PAN-DIG        PIC 9(01) OCCURS 16 TIMES.
002800     05  WS-LUHN-SUB           PIC 9(02) COMP VALUE ZERO.
002810     05  WS-LUHN-SOMA          PIC 9(03) COMP VALUE ZERO.
002820     05  WS-LUHN-DOBRO         PIC 9(02) COMP VALUE ZERO.
002830     05  WS-LUHN-QUOC          PIC 9(03) COMP VALUE ZERO.
002840     05  WS-LUHN-RESTO         PIC 9(01) COMP VALUE ZERO.
002850
002860*    THE CARDS SELECTED FOR REISSUE, IN CARD NUMBER ORDER
002870 01  WS-TABELA-RENOVACOES.
002880     05  WS-RNV-QTD            PIC 9(06) COMP VALUE ZERO.
002890     05  WS-RNV-SUB            PIC 9(06) COMP VALUE ZERO.
002900     05  WS-RNV-MAXIMO         PIC 9(06) COMP VALUE 50000.
002910     05  WS-RNV-NUMERO         PIC 9(16) OCCURS 50000 TIMES.
002920
002930 01  WS-CARTAO-DADOS.
002940     05  WS-TAB-CHAVE          PIC 9(16) VALUE ZERO.
002950     05  WS-TAB-SLOT           PIC 9(06) COMP VALUE ZERO.
002960     05  WS-TAB-TAMANHO        PIC 9(06) COMP VALUE 150001.
002970     05  WS-TAB-QTD            PIC 9(06) COMP VALUE ZERO.
002980     05  WS-TAB-MAXIMO         PIC 9(06) COMP VALUE 100000.
002990     05  WS-TAB-QUOC           PIC 9(16) COMP VALUE ZERO.
003000     05  WS-TAB-RESTO          PIC 9(16) COMP VALUE ZERO.
003010     05  WS-TAB-ACHADO-SW      PIC X(01) VALUE "N".
003020         88  CARTAO-ACHADO         VALUE "S".
003030     05  WS-TAB-SONDA-SW       PIC X(01) VALUE "N".
003040         88  SONDA-TERMINADA       VALUE "S".
003050
003060*    ONE ENTRY PER CARD WITH A SHORTFALL AGED IN THE REFERENCE
003070*    MONTH OR THE MONTH BEFORE IT
003080 01  WS-TABELA-CARTOES.
003090     05  WS-TAB-ENTRADA        OCCURS 150001 TIMES.
003100         10  WS-TAB-NUMERO     PIC 9(16).
003110
003120 01  WS-MASCARA-DADOS.
003130     05  WS-PAN-CLARO.
003140         10  WS-PAN-INICIO     PIC X(06).
003150         10  WS-PAN-MEIO       PIC X(06).
003160         10  WS-PAN-FIM        PIC X(04).
003170     05  WS-PAN-MASCARADO.
003180         10  WS-MSC-INICIO     PIC X(06).
003190         10  WS-MSC-MEIO       PIC X(06).
003200         10  WS-MSC-FIM        PIC X(04).
003210
003220 01  REL-CABECALHO-1.
003230     05  FILLER                PIC X(44) VALUE
003240         "CARTAO-RENOVA - RENOVACAO DE CARTOES DO MES ".
003250     05  CAB-ANO-MES           PIC 9(06).
003260     05  FILLER                PIC X(15) VALUE " DATA DO RUN   ".
003270     05  CAB-DATA              PIC 9(08).
003280     05  FILLER                PIC X(27) VALUE SPACES.
003290
003300 01  REL-CABECALHO-2.
003310     05  FILLER                PIC X(25) VALUE
003320         "NUMERO ANTIGO    VALID.  ".
003330     05  FILLER                PIC X(25) VALUE
003340         "NUMERO NOVO      VALID.  ".
003350     05  FILLER                PIC X(25) VALUE
003360         "SALDO TRANSF SITUACAO   M".
003370     05  FILLER                PIC X(25) VALUE
003380         "OTIVO                    ".
003390
003400 01  REL-DETALHE.
003410     05  DET-NUMERO-ANTIGO     PIC X(16).
003420     05  FILLER                PIC X(01) VALUE SPACES.
003430     05  DET-VALIDADE-ANTIGA   PIC X(06).
003440     05  FILLER                PIC X(02) VALUE SPACES.
003450     05  DET-NUMERO-NOVO       PIC X(16).
003460     05  FILLER                PIC X(01) VALUE SPACES.
003470     05  DET-VALIDADE-NOVA     PIC X(06).
003480     05  FILLER                PIC X(02) VALUE SPACES.
003490     05  DET-SALDO             PIC X(11).
003500     05  FILLER                PIC X(02) VALUE SPACES.
003510     05  DET-SITUACAO          PIC X(10).
003520     05  FILLER                PIC X(02) VALUE SPACES.
003530     05  DET-MOTIVO            PIC X(10).
003540     05  FILLER                PIC X(15) VALUE SPACES.
003550
003560 PROCEDURE DIVISION.
003570******************************************************************
003580* 0000-MAINLINE
003590******************************************************************
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003620     PERFORM 2000-PROCESSA-CANDIDATO
003630         THRU 2000-PROCESSA-CANDIDATO-EXIT
003640         VARYING WS-RNV-SUB FROM 1 BY 1
003650         UNTIL WS-RNV-SUB > WS-RNV-QTD
003660     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
003670     STOP RUN.
003680
003690******************************************************************
003700* 1000-INITIALIZE - READ THE PARAMETER CARD, REGISTER THE RUN,
003710*                   LOAD THE DELINQUENT CARDS, OPEN THE MASTERS,
003720*                   SELECT THE CARDS TO REISSUE AND PRINT THE
003730*                   REPORT HEADINGS
003740******************************************************************
003750 1000-INITIALIZE.
003760     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
003770     COMPUTE WS-RUN-DATA-REF = WS-ANO-MES * 100
003780     PERFORM 1600-REGISTRA-INICIO
003790         THRU 1600-REGISTRA-INICIO-EXIT
003800     MOVE ZEROS TO WS-TABELA-CARTOES
003810     PERFORM 1150-CARREGA-ATRASOS THRU 1150-CARREGA-ATRASOS-EXIT
003820     OPEN I-O CARTAO-CONTAS
003830     IF WS-CTA-STATUS NOT = "00"
003840         DISPLAY "CARTAO-RENOVA - CARTAO-CONTAS OPEN FAILED, "
003850             "STATUS " WS-CTA-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890     OPEN I-O CARTAO-LIMITES
003900     IF WS-LIM-STATUS NOT = "00"
003910         DISPLAY "CARTAO-RENOVA - CARTAO-LIMITES OPEN FAILED, "
003920             "STATUS " WS-LIM-STATUS
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF
003960     PERFORM 1300-ABRE-OPCIONAIS THRU 1300-ABRE-OPCIONAIS-EXIT
003970     OPEN EXTEND CARTAO-JORNAL
003980     OPEN OUTPUT RENOVA-EMBOSSO
003990     OPEN OUTPUT RENOVA-RELATORIO
004000     MOVE WS-ANO-MES       TO CAB-ANO-MES
004010     MOVE WS-DATA-PROCESSO TO CAB-DATA
004020     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
004030     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
004040     PERFORM 1100-SELECIONA-CONTAS
004050         THRU 1100-SELECIONA-CONTAS-EXIT.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 1100-SELECIONA-CONTAS - ONE PASS OVER THE ACCOUNT MASTER,
004110*                         KEEPING THE CARDS NOT YET REISSUED WHOSE
004120*                         EXPIRY FALLS IN THE SELECTED MONTHS. THE
004130*                         TABLE IS PROCESSED AFTER THE PASS, SO
004140*                         THE NEW RECORDS WRITTEN BY THE RUN NEVER
004150*                         MEET THE BROWSE.
004170******************************************************************
004180 1100-SELECIONA-CONTAS.
004190     MOVE ZERO TO CTA-NUMERO
004200     START CARTAO-CONTAS KEY NOT < CTA-NUMERO
004210         INVALID KEY
004220             MOVE "S" TO FIM-CONTAS
004230     END-START
004240     PERFORM 1110-LE-CONTA THRU 1110-LE-CONTA-EXIT
004250         UNTIL FIM-DAS-CONTAS.
004260 1100-SELECIONA-CONTAS-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 1110-LE-CONTA - READ ONE ACCOUNT AND KEEP IT WHEN IT IS DUE FOR
004310*                 REISSUE
004320******************************************************************
004330 1110-LE-CONTA.
004340     READ CARTAO-CONTAS NEXT RECORD
004350         AT END
004360             MOVE "S" TO FIM-CONTAS
004370     END-READ
004380     IF FIM-DAS-CONTAS
004390         GO TO 1110-LE-CONTA-EXIT
004400     END-IF
004410     ADD 1 TO WS-TOTAL-CONTAS
004420     IF CTA-SUBSTITUIDO-POR NOT = ZERO
004430        OR CTA-VALIDADE < WS-VALIDADE-INI
004440        OR CTA-VALIDADE > WS-VALIDADE-FIM
004450         GO TO 1110-LE-CONTA-EXIT
004460     END-IF
004470     IF WS-RNV-QTD >= WS-RNV-MAXIMO
004480         DISPLAY "CARTAO-RENOVA - TABELA DE RENOVACOES CHEIA, "
004490             "MAXIMO " WS-RNV-MAXIMO
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF
004530     ADD 1 TO WS-RNV-QTD
004540     MOVE CTA-NUMERO TO WS-RNV-NUMERO(WS-RNV-QTD).
004550 1110-LE-CONTA-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 1150-CARREGA-ATRASOS - ONE PASS OVER THE DELINQUENCY INTERFACE
004600*                        WRITTEN BY CARTAO-COBRANCA, KEEPING EVERY
004610*                        CARD WITH A SHORTFALL AGED IN THE
004620*                        REFERENCE MONTH OR THE MONTH BEFORE IT
004630******************************************************************
004640 1150-CARREGA-ATRASOS.
004650     OPEN INPUT COBRANCA-ATRASOS
004660     PERFORM 1160-LE-ATRASO THRU 1160-LE-ATRASO-EXIT
004670         UNTIL FIM-DOS-ATRASOS
004680     CLOSE COBRANCA-ATRASOS.
004690 1150-CARREGA-ATRASOS-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 1160-LE-ATRASO - READ ONE SHORTFALL AND FLAG ITS CARD
004740******************************************************************
004750 1160-LE-ATRASO.
004760     READ COBRANCA-ATRASOS
004770         AT END
004780             MOVE "S" TO FIM-ATRASOS
004790     END-READ
004800     IF FIM-DOS-ATRASOS
004810        OR ATR-FALTA NOT NUMERIC
004820        OR ATR-ANO-MES-REF NOT NUMERIC
004830         GO TO 1160-LE-ATRASO-EXIT
004840     END-IF
004850     IF ATR-FALTA = ZERO
004860        OR ATR-ANO-MES-REF < WS-ANO-MES-ANTERIOR
004870        OR ATR-ANO-MES-REF > WS-ANO-MES
004880         GO TO 1160-LE-ATRASO-EXIT
004890     END-IF
004900     MOVE ATR-NUMERO TO WS-TAB-CHAVE
004910     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
004920     IF NOT CARTAO-ACHADO
004930         PERFORM 2820-INCLUI-CARTAO THRU 2820-INCLUI-CARTAO-EXIT
004940     END-IF.
004950 1160-LE-ATRASO-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 1200-LE-PARAMETRO - READ AND VALIDATE THE PARAMETER CARD AND
005000*                     WORK OUT THE EXPIRY WINDOW AND THE MONTH
005010*                     BEFORE THE REFERENCE MONTH
005020******************************************************************
005030 1200-LE-PARAMETRO.
005040     OPEN INPUT RENOVA-PARAMETRO
005050     READ RENOVA-PARAMETRO
005060         AT END
005070             DISPLAY "CARTAO-RENOVA - RENVPARM.TXT VAZIO"
005080             MOVE 16 TO RETURN-CODE
005090             STOP RUN
005100     END-READ
005110     IF RNV-ANO-MES NOT NUMERIC OR RNV-ANO-MES = ZERO
005120         DISPLAY "CARTAO-RENOVA - PARAMETROS INVALIDOS"
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF
005160     MOVE RNV-ANO-MES TO WS-ANO-MES
005170     DIVIDE WS-ANO-MES BY 100
005180         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
005190     IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
005200         DISPLAY "CARTAO-RENOVA - MES DE REFERENCIA INVALIDO"
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF
005240     IF RNV-MESES NUMERIC AND RNV-MESES > ZERO
005250         MOVE RNV-MESES TO WS-MESES
005260     END-IF
005270     IF RNV-ANOS NUMERIC AND RNV-ANOS > ZERO
005280         MOVE RNV-ANOS TO WS-ANOS
005290     END-IF
005300     MOVE WS-ANO-MES TO WS-VALIDADE-INI
005310     COMPUTE WS-MESES-ABS =
005320         WS-DATA-ANO * 12 + WS-DATA-MES - 1 + WS-MESES - 1
005330     DIVIDE WS-MESES-ABS BY 12
005340         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
005350     COMPUTE WS-VALIDADE-FIM =
005360         WS-DATA-ANO * 100 + WS-DATA-MES + 1
005370     DIVIDE WS-ANO-MES BY 100
005380         GIVING WS-DATA-ANO REMAINDER WS-DATA-MES
005390     IF WS-DATA-MES = 1
005400         COMPUTE WS-ANO-MES-ANTERIOR =
005410             (WS-DATA-ANO - 1) * 100 + 12
005420     ELSE
005430         COMPUTE WS-ANO-MES-ANTERIOR = WS-ANO-MES - 1
005440     END-IF
005450     IF RNV-DATA-MOVTO NUMERIC AND RNV-DATA-MOVTO > ZERO
005460         DIVIDE RNV-DATA-MOVTO BY 10000
005470             GIVING WS-DATA-ANO REMAINDER WS-DATA-RESTO
005480         DIVIDE WS-DATA-RESTO BY 100
005490             GIVING WS-DATA-MES REMAINDER WS-DATA-DIA
005500         IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
005510            OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
005520             DISPLAY "CARTAO-RENOVA - DATA DO RUN INVALIDA"
005530             MOVE 16 TO RETURN-CODE
005540             STOP RUN
005550         END-IF
005560         MOVE RNV-DATA-MOVTO TO WS-DATA-PROCESSO
005570     ELSE
005580         ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
005590     END-IF
005600     IF RNV-OVERRIDE = "S"
005610         MOVE "S" TO WS-OVERRIDE-SW
005620         DISPLAY "CARTAO-RENOVA - OVERRIDE DE OPERADOR ACEITO"
005630     END-IF
005640     CLOSE RENOVA-PARAMETRO.
005650 1200-LE-PARAMETRO-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 1300-ABRE-OPCIONAIS - OPEN THE FILES THAT MAY NOT EXIST YET: NO
005700*                       HOT-CARD FILE MEANS NO CARD IS BLOCKED, NO
005710*                       INSTALLMENT OR CASE MASTER MEANS NOTHING
005720*                       TO MOVE
005730******************************************************************
005740 1300-ABRE-OPCIONAIS.
005750     OPEN INPUT CARTAO-HOTCARD
005760     EVALUATE WS-HOT-STATUS
005770         WHEN "00"
005780             MOVE "S" TO WS-HOT-SW
005790         WHEN "35"
005800             MOVE "N" TO WS-HOT-SW
005810             DISPLAY "CARTAO-RENOVA - HOTCARD.DAT AUSENTE, "
005820                 "SEM VERIFICACAO DE CARTAO QUENTE"
005830         WHEN OTHER
005840             DISPLAY "CARTAO-RENOVA - CARTAO-HOTCARD OPEN "
005850                 "FAILED, STATUS " WS-HOT-STATUS
005860             MOVE 16 TO RETURN-CODE
005870             STOP RUN
005880     END-EVALUATE
005890     OPEN I-O CARTAO-PARCELADO
005900     EVALUATE WS-PAR-STATUS
005910         WHEN "00"
005920             MOVE "S" TO WS-PAR-SW
005930         WHEN "35"
005940             MOVE "N" TO WS-PAR-SW
005950         WHEN OTHER
005960             DISPLAY "CARTAO-RENOVA - CARTAO-PARCELADO OPEN "
005970                 "FAILED, STATUS " WS-PAR-STATUS
005980             MOVE 16 TO RETURN-CODE
005990             STOP RUN
006000     END-EVALUATE
006010     OPEN I-O CARTAO-DISPUTAS
006020     EVALUATE WS-DSP-STATUS
006030         WHEN "00"
006040             MOVE "S" TO WS-DSP-SW
006050         WHEN "35"
006060             MOVE "N" TO WS-DSP-SW
006070         WHEN OTHER
006080             DISPLAY "CARTAO-RENOVA - CARTAO-DISPUTAS OPEN "
006090                 "FAILED, STATUS " WS-DSP-STATUS
006100             MOVE 16 TO RETURN-CODE
006110             STOP RUN
006120     END-EVALUATE.
006130 1300-ABRE-OPCIONAIS-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 2000-PROCESSA-CANDIDATO - CHECK ONE SELECTED CARD AND, WHEN IT
006180*                           QUALIFIES, REISSUE IT; LIST IT ON THE
006190*                           REPORT EITHER WAY
006200******************************************************************
006210 2000-PROCESSA-CANDIDATO.
006220     ADD 1 TO WS-TOTAL-CANDIDATOS
006230     MOVE WS-RNV-NUMERO(WS-RNV-SUB) TO CTA-NUMERO
006240     READ CARTAO-CONTAS
006250         INVALID KEY
006260             GO TO 2000-PROCESSA-CANDIDATO-EXIT
006270     END-READ
006280     MOVE CTA-NUMERO   TO WS-PAN-ANTIGO
006290     MOVE CTA-VALIDADE TO WS-VALIDADE-ANTIGA
006300     MOVE ZERO         TO WS-PAN-NOVO
006310     MOVE ZERO         TO WS-VALIDADE-NOVA
006320     MOVE ZERO         TO WS-SALDO-ANTIGO
006330     MOVE SPACES       TO WS-MOTIVO
006340     PERFORM 2100-VERIFICA-CARTAO THRU 2100-VERIFICA-CARTAO-EXIT
006350     IF WS-MOTIVO = SPACES
006360         PERFORM 2200-GERA-NUMERO THRU 2200-GERA-NUMERO-EXIT
006370     END-IF
006380     IF WS-MOTIVO NOT = SPACES
006390         MOVE "NAO-RENOV" TO WS-SITUACAO
006400         PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
006410         GO TO 2000-PROCESSA-CANDIDATO-EXIT
006420     END-IF
006430     COMPUTE WS-VALIDADE-NOVA = WS-VALIDADE-ANTIGA + WS-ANOS * 100
006440     PERFORM 2300-GRAVA-CONTAS THRU 2300-GRAVA-CONTAS-EXIT
006450     PERFORM 2400-TRANSFERE-LIMITE THRU 2400-TRANSFERE-LIMITE-EXIT
006460     IF PARCELAS-DISPONIVEL
006470         PERFORM 2500-TRANSFERE-PARCELAS
006480             THRU 2500-TRANSFERE-PARCELAS-EXIT
006490     END-IF
006500     IF DISPUTAS-DISPONIVEL
006510         PERFORM 2600-TRANSFERE-CASOS
006520             THRU 2600-TRANSFERE-CASOS-EXIT
006530     END-IF
006540     ADD 1 TO WS-TOTAL-RENOVADOS
006550     MOVE "RENOVADO" TO WS-SITUACAO
006560     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT.
006570 2000-PROCESSA-CANDIDATO-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* 2100-VERIFICA-CARTAO - LEAVE OUT A CARD ON THE HOT-CARD FILE, A
006620*                        DELINQUENT CARD OR A CARD WITH NO LIMITS
006630*                        RECORD; WS-MOTIVO STAYS BLANK WHEN THE
006640*                        CARD QUALIFIES, WITH ITS LIMITS RECORD
006650*                        READ AND KEPT
006660******************************************************************
006670 2100-VERIFICA-CARTAO.
006680     IF HOTCARD-DISPONIVEL
006690         MOVE WS-PAN-ANTIGO TO HOT-NUMERO
006700         READ CARTAO-HOTCARD
006710             INVALID KEY
006720                 CONTINUE
006730             NOT INVALID KEY
006740                 MOVE "BLOQUEADO" TO WS-MOTIVO
006750                 ADD 1 TO WS-TOTAL-BLOQUEADOS
006760                 GO TO 2100-VERIFICA-CARTAO-EXIT
006770         END-READ
006780     END-IF
006790     MOVE WS-PAN-ANTIGO TO WS-TAB-CHAVE
006800     PERFORM 2800-PROCURA-CARTAO THRU 2800-PROCURA-CARTAO-EXIT
006810     IF CARTAO-ACHADO
006820         MOVE "INADIMPL" TO WS-MOTIVO
006830         ADD 1 TO WS-TOTAL-INADIMPLENTES
006840         GO TO 2100-VERIFICA-CARTAO-EXIT
006850     END-IF
006860     MOVE WS-PAN-ANTIGO TO LIM-NUMERO
006870     READ CARTAO-LIMITES
006880         INVALID KEY
006890             MOVE "SEM-LIMITE" TO WS-MOTIVO
006900             ADD 1 TO WS-TOTAL-SEM-LIMITE
006910             GO TO 2100-VERIFICA-CARTAO-EXIT
006920     END-READ
006930     MOVE LIM-LIMITE       TO WS-LIMITE-ANTIGO
006940     MOVE LIM-SALDO        TO WS-SALDO-ANTIGO
006950     MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTIGO
006960     MOVE LIM-DATA-CREDOR  TO WS-DATA-CREDOR-ANTIGA.
006970 2100-VERIFICA-CARTAO-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010* 2200-GERA-NUMERO - FIND THE NEW CARD NUMBER: SAME BIN, THE NEXT
007020*                    ACCOUNT NUMBER AFTER THE OLD ONE THAT IS ON
007030*                    NEITHER THE ACCOUNT NOR THE LIMITS MASTER,
007040*                    WITH ITS LUHN CHECK DIGIT. GIVES UP AFTER
007050*                    WS-TENTATIVAS-MAXIMO NUMBERS (SEM-NUMERO)
007060******************************************************************
007070 2200-GERA-NUMERO.
007080     MOVE WS-PAN-ANTIGO TO WS-PAN-NOVO
007090     MOVE ZERO TO WS-TENTATIVAS
007100     MOVE "N" TO WS-NUMERO-SW
007110     PERFORM 2210-TENTA-NUMERO THRU 2210-TENTA-NUMERO-EXIT
007120         UNTIL NUMERO-LIVRE
007130            OR WS-TENTATIVAS >= WS-TENTATIVAS-MAXIMO
007140     MOVE WS-PAN-ANTIGO TO CTA-NUMERO
007150     MOVE WS-PAN-ANTIGO TO LIM-NUMERO
007160     IF NOT NUMERO-LIVRE
007170         MOVE ZERO TO WS-PAN-NOVO
007180         MOVE "SEM-NUMERO" TO WS-MOTIVO
007190         ADD 1 TO WS-TOTAL-SEM-NUMERO
007200     END-IF.
007210 2200-GERA-NUMERO-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 2210-TENTA-NUMERO - STEP TO THE NEXT ACCOUNT NUMBER, WORK OUT
007260*                     ITS CHECK DIGIT AND SEE WHETHER EITHER
007270*                     MASTER ALREADY HOLDS IT. ONLY THE KEYS ARE
007280*                     PROBED (START), SO THE OLD CARD'S RECORDS
007290*                     STAY IN THE RECORD AREAS
007300******************************************************************
007310 2210-TENTA-NUMERO.
007320     ADD 1 TO WS-TENTATIVAS
007330     ADD 1 TO WS-NOVO-CONTA
007340     PERFORM 2220-CALCULA-DIGITO THRU 2220-CALCULA-DIGITO-EXIT
007350     MOVE "S" TO WS-NUMERO-SW
007360     MOVE WS-PAN-NOVO TO CTA-NUMERO
007370     START CARTAO-CONTAS KEY = CTA-NUMERO
007380         INVALID KEY
007390             CONTINUE
007400         NOT INVALID KEY
007410             MOVE "N" TO WS-NUMERO-SW
007420     END-START
007430     IF NUMERO-LIVRE
007440         MOVE WS-PAN-NOVO TO LIM-NUMERO
007450         START CARTAO-LIMITES KEY = LIM-NUMERO
007460             INVALID KEY
007470                 CONTINUE
007480             NOT INVALID KEY
007490                 MOVE "N" TO WS-NUMERO-SW
007500         END-START
007510     END-IF.
007520 2210-TENTA-NUMERO-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 2220-CALCULA-DIGITO - WORK OUT THE LUHN CHECK DIGIT OF THE NEW
007570*                       NUMBER: WITH A ZERO CHECK DIGIT THE TOTAL
007580*                       IS TAKEN AS CARTAO-BATCH TAKES IT, AND THE
007590*                       CHECK DIGIT IS WHAT BRINGS IT TO THE NEXT
007600*                       MULTIPLE OF TEN
007610******************************************************************
007620 2220-CALCULA-DIGITO.
007630     MOVE ZERO TO WS-NOVO-DIGITO
007640     MOVE WS-PAN-NOVO TO WS-PAN-DIGITOS
007650     MOVE ZERO TO WS-LUHN-SOMA
007660     PERFORM 2221-SOMA-DIGITO THRU 2221-SOMA-DIGITO-EXIT
007670         VARYING WS-LUHN-SUB FROM 1 BY 1
007680         UNTIL WS-LUHN-SUB > 16
007690     DIVIDE WS-LUHN-SOMA BY 10
007700         GIVING WS-LUHN-QUOC REMAINDER WS-LUHN-RESTO
007710     IF WS-LUHN-RESTO = ZERO
007720         MOVE ZERO TO WS-NOVO-DIGITO
007730     ELSE
007740         COMPUTE WS-NOVO-DIGITO = 10 - WS-LUHN-RESTO
007750     END-IF.
007760 2220-CALCULA-DIGITO-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 2221-SOMA-DIGITO - ADD ONE PAN DIGIT INTO THE LUHN TOTAL; THE
007810*                    DIGITS IN AN EVEN POSITION COUNTED FROM THE
007820*                    RIGHT ARE DOUBLED
007830******************************************************************
007840 2221-SOMA-DIGITO.
007850     DIVIDE WS-LUHN-SUB BY 2
007860         GIVING WS-LUHN-QUOC REMAINDER WS-LUHN-RESTO
007870     IF WS-LUHN-RESTO = 1
007880         COMPUTE WS-LUHN-DOBRO =
007890             WS-PAN-DIG(WS-LUHN-SUB) * 2
007900         IF WS-LUHN-DOBRO > 9
007910             SUBTRACT 9 FROM WS-LUHN-DOBRO
007920         END-IF
007930         ADD WS-LUHN-DOBRO TO WS-LUHN-SOMA
007940     ELSE
007950         ADD WS-PAN-DIG(WS-LUHN-SUB) TO WS-LUHN-SOMA
007960     END-IF.
007970 2221-SOMA-DIGITO-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 2300-GRAVA-CONTAS - WRITE THE NEW ACCOUNT RECORD FROM THE OLD
008020*                     ONE (SAME HOLDER, ADDRESS AND OPEN DATE),
008030*                     WRITE ITS EMBOSSING RECORD, THEN LINK THE
008040*                     OLD RECORD TO THE NEW NUMBER
008050******************************************************************
008060 2300-GRAVA-CONTAS.
008070     MOVE WS-PAN-NOVO      TO CTA-NUMERO
008080     MOVE WS-DATA-PROCESSO TO CTA-DATA-EMISSAO
008090     MOVE WS-VALIDADE-NOVA TO CTA-VALIDADE
008100     MOVE ZERO             TO CTA-SUBSTITUIDO-POR
008110     MOVE ZERO             TO CTA-DATA-SUBSTITUICAO
008120     MOVE WS-PAN-ANTIGO    TO CTA-SUBSTITUI
008130     WRITE CONTA-REGISTRO
008140         INVALID KEY
008150             DISPLAY "CARTAO-RENOVA - CONTA NOVA JA EXISTE: "
008160                 WS-PAN-NOVO
008170             MOVE 16 TO RETURN-CODE
008180             STOP RUN
008190     END-WRITE
008200     PERFORM 2310-GRAVA-EMBOSSO THRU 2310-GRAVA-EMBOSSO-EXIT
008210     MOVE WS-PAN-ANTIGO TO CTA-NUMERO
008220     READ CARTAO-CONTAS
008230         INVALID KEY
008240             DISPLAY "CARTAO-RENOVA - CONTA ANTIGA NAO "
008250                 "ENCONTRADA: " WS-PAN-ANTIGO
008260             MOVE 16 TO RETURN-CODE
008270             STOP RUN
008280     END-READ
008290     MOVE WS-PAN-NOVO      TO CTA-SUBSTITUIDO-POR
008300     MOVE WS-DATA-PROCESSO TO CTA-DATA-SUBSTITUICAO
008310     REWRITE CONTA-REGISTRO.
008320 2300-GRAVA-CONTAS-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 2310-GRAVA-EMBOSSO - WRITE THE NEW PLASTIC TO THE EMBOSSING
008370*                      EXTRACT FROM THE NEW ACCOUNT RECORD
008380******************************************************************
008390 2310-GRAVA-EMBOSSO.
008400     MOVE CTA-NUMERO       TO EMB-NUMERO
008410     MOVE CTA-NOME         TO EMB-NOME
008420     MOVE CTA-VALIDADE     TO EMB-VALIDADE
008430     MOVE CTA-DATA-EMISSAO TO EMB-DATA-EMISSAO
008440     MOVE CTA-LOGRADOURO   TO EMB-LOGRADOURO
008450     MOVE CTA-CIDADE       TO EMB-CIDADE
008460     MOVE CTA-UF           TO EMB-UF
008470     MOVE CTA-CEP          TO EMB-CEP
008480     WRITE EMBOSSO-REGISTRO.
008490 2310-GRAVA-EMBOSSO-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530* 2400-TRANSFERE-LIMITE - WRITE THE NEW CARD'S LIMITS RECORD WITH
008540*                         THE OLD CARD'S LIMIT AND BALANCES AND
008550*                         ZERO THEM ON THE OLD ONE. WHEN THERE IS
008560*                         A BALANCE TO MOVE, BOTH SIDES ARE
008570*                         JOURNALED UNDER TYPE "R"
008580******************************************************************
008590 2400-TRANSFERE-LIMITE.
008600     MOVE WS-PAN-NOVO           TO LIM-NUMERO
008610     MOVE WS-LIMITE-ANTIGO      TO LIM-LIMITE
008620     MOVE WS-SALDO-ANTIGO       TO LIM-SALDO
008630     MOVE WS-CREDOR-ANTIGO      TO LIM-SALDO-CREDOR
008640     MOVE WS-DATA-CREDOR-ANTIGA TO LIM-DATA-CREDOR
008650     WRITE LIMITE-REGISTRO
008660         INVALID KEY
008670             DISPLAY "CARTAO-RENOVA - LIMITE NOVO JA EXISTE: "
008680                 WS-PAN-NOVO
008690             MOVE 16 TO RETURN-CODE
008700             STOP RUN
008710     END-WRITE
008720     MOVE WS-PAN-ANTIGO TO LIM-NUMERO
008730     MOVE ZERO          TO LIM-LIMITE
008740     MOVE ZERO          TO LIM-SALDO
008750     MOVE ZERO          TO LIM-SALDO-CREDOR
008760     MOVE ZERO          TO LIM-DATA-CREDOR
008770     REWRITE LIMITE-REGISTRO
008780         INVALID KEY
008790             DISPLAY "CARTAO-RENOVA - LIMITE ANTIGO NAO "
008800                 "ENCONTRADO: " WS-PAN-ANTIGO
008810             MOVE 16 TO RETURN-CODE
008820             STOP RUN
008830     END-REWRITE
008840     ADD WS-SALDO-ANTIGO  TO WS-SOMA-SALDOS
008850     ADD WS-CREDOR-ANTIGO TO WS-SOMA-CREDORES
008860     IF WS-SALDO-ANTIGO = ZERO AND WS-CREDOR-ANTIGO = ZERO
008870         GO TO 2400-TRANSFERE-LIMITE-EXIT
008880     END-IF
008890     MOVE WS-PAN-ANTIGO    TO JRN-NUMERO
008900     MOVE WS-SALDO-ANTIGO  TO JRN-SALDO-ANTES
008910     MOVE ZERO             TO JRN-SALDO-DEPOIS
008920     MOVE WS-CREDOR-ANTIGO TO JRN-CREDOR-ANTES
008930     MOVE ZERO             TO JRN-CREDOR-DEPOIS
008940     PERFORM 2410-GRAVA-JORNAL THRU 2410-GRAVA-JORNAL-EXIT
008950     MOVE WS-PAN-NOVO      TO JRN-NUMERO
008960     MOVE ZERO             TO JRN-SALDO-ANTES
008970     MOVE WS-SALDO-ANTIGO  TO JRN-SALDO-DEPOIS
008980     MOVE ZERO             TO JRN-CREDOR-ANTES
008990     MOVE WS-CREDOR-ANTIGO TO JRN-CREDOR-DEPOIS
009000     PERFORM 2410-GRAVA-JORNAL THRU 2410-GRAVA-JORNAL-EXIT.
009010 2400-TRANSFERE-LIMITE-EXIT.
009020     EXIT.
009030
009040******************************************************************
009050* 2410-GRAVA-JORNAL - JOURNAL ONE SIDE OF THE TRANSFER UNDER TYPE
009060*                     "R"; THE CALLER HAS SET THE CARD AND THE
009070*                     BEFORE AND AFTER IMAGES
009080******************************************************************
009090 2410-GRAVA-JORNAL.
009100     MOVE WS-DATA-PROCESSO TO JRN-RUN-DATA
009110     ADD 1 TO WS-JRN-SEQ
009120     MOVE WS-JRN-SEQ       TO JRN-SEQ
009130     MOVE "R"              TO JRN-TIPO-TRANS
009140     MOVE WS-SALDO-ANTIGO  TO JRN-VALOR
009150     WRITE JORNAL-REGISTRO.
009160 2410-GRAVA-JORNAL-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 2500-TRANSFERE-PARCELAS - MOVE THE OLD CARD'S PENDING
009210*                           INSTALLMENTS TO THE NEW NUMBER;
009220*                           INSTALLMENTS ALREADY POSTED STAY WITH
009230*                           THE OLD CARD
009240******************************************************************
009250 2500-TRANSFERE-PARCELAS.
009260     MOVE "N" TO FIM-PARCELAS
009270     MOVE WS-PAN-ANTIGO TO PAR-NUMERO
009280     MOVE ZERO          TO PAR-ANO-MES
009290     MOVE ZERO          TO PAR-SEQ
009300     START CARTAO-PARCELADO KEY NOT < PAR-CHAVE
009310         INVALID KEY
009320             MOVE "S" TO FIM-PARCELAS
009330     END-START
009340     PERFORM 2510-MOVE-PARCELA THRU 2510-MOVE-PARCELA-EXIT
009350         UNTIL FIM-DAS-PARCELAS.
009360 2500-TRANSFERE-PARCELAS-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 2510-MOVE-PARCELA - READ THE OLD CARD'S NEXT INSTALLMENT; A
009410*                     PENDING ONE IS DELETED AND WRITTEN BACK
009420*                     UNDER THE NEW NUMBER (THE SEQUENCE BUMPED ON
009430*                     A KEY COLLISION), AND THE BROWSE RESUMES
009440*                     AFTER THE OLD KEY
009450******************************************************************
009460 2510-MOVE-PARCELA.
009470     READ CARTAO-PARCELADO NEXT RECORD
009480         AT END
009490             MOVE "S" TO FIM-PARCELAS
009500             GO TO 2510-MOVE-PARCELA-EXIT
009510     END-READ
009520     IF PAR-NUMERO NOT = WS-PAN-ANTIGO
009530         MOVE "S" TO FIM-PARCELAS
009540         GO TO 2510-MOVE-PARCELA-EXIT
009550     END-IF
009560     IF NOT PARCELA-PENDENTE
009570         GO TO 2510-MOVE-PARCELA-EXIT
009580     END-IF
009590     MOVE PAR-CHAVE TO WS-PAR-CHAVE-ATUAL
009600     DELETE CARTAO-PARCELADO RECORD
009610     MOVE WS-PAN-NOVO TO PAR-NUMERO.
009620 2511-TENTA-PARCELA.
009630     WRITE PARCELA-REGISTRO
009640         INVALID KEY
009650             ADD 1 TO PAR-SEQ
009660             GO TO 2511-TENTA-PARCELA
009670     END-WRITE
009680     ADD 1 TO WS-TOTAL-PARCELAS
009690     MOVE WS-PAR-CHAVE-ATUAL TO PAR-CHAVE
009700     START CARTAO-PARCELADO KEY > PAR-CHAVE
009710         INVALID KEY
009720             MOVE "S" TO FIM-PARCELAS
009730     END-START.
009740 2510-MOVE-PARCELA-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780* 2600-TRANSFERE-CASOS - MOVE THE OLD CARD'S DISPUTE CASES STILL
009790*                        IN PROGRESS TO THE NEW NUMBER, SO THEIR
009800*                        FINAL CREDIT OR REVERSAL POSTS AGAINST
009810*                        THE NEW CARD; CLOSED CASES STAY WITH THE
009820*                        OLD CARD
009830******************************************************************
009840 2600-TRANSFERE-CASOS.
009850     MOVE "N" TO FIM-DISPUTAS
009860     MOVE WS-PAN-ANTIGO TO DSP-NUMERO
009870     MOVE ZERO          TO DSP-DATA-ORIG
009880     MOVE SPACES        TO DSP-TIPO-ORIG
009890     MOVE ZERO          TO DSP-SEQ-ORIG
009900     START CARTAO-DISPUTAS KEY NOT < DSP-CHAVE
009910         INVALID KEY
009920             MOVE "S" TO FIM-DISPUTAS
009930     END-START
009940     PERFORM 2610-MOVE-CASO THRU 2610-MOVE-CASO-EXIT
009950         UNTIL FIM-DAS-DISPUTAS.
009960 2600-TRANSFERE-CASOS-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 2610-MOVE-CASO - READ THE OLD CARD'S NEXT CASE; ONE IN PROGRESS
010010*                  IS DELETED AND WRITTEN BACK UNDER THE NEW
010020*                  NUMBER WITH THE SAME ORIGINAL-TRANSACTION KEY,
010030*                  AND THE BROWSE RESUMES AFTER THE OLD KEY
010040******************************************************************
010050 2610-MOVE-CASO.
010060     READ CARTAO-DISPUTAS NEXT RECORD
010070         AT END
010080             MOVE "S" TO FIM-DISPUTAS
010090             GO TO 2610-MOVE-CASO-EXIT
010100     END-READ
010110     IF DSP-NUMERO NOT = WS-PAN-ANTIGO
010120         MOVE "S" TO FIM-DISPUTAS
010130         GO TO 2610-MOVE-CASO-EXIT
010140     END-IF
010150     IF NOT CASO-EM-ANDAMENTO
010160         GO TO 2610-MOVE-CASO-EXIT
010170     END-IF
010180     MOVE DSP-CHAVE TO WS-DSP-CHAVE-ATUAL
010190     DELETE CARTAO-DISPUTAS RECORD
010200     MOVE WS-PAN-NOVO TO DSP-NUMERO
010210     WRITE DISPUTA-REGISTRO
010220         INVALID KEY
010230             DISPLAY "CARTAO-RENOVA - CASO JA EXISTE NO NUMERO "
010240                 "NOVO: " WS-PAN-NOVO
010250             MOVE 16 TO RETURN-CODE
010260             STOP RUN
010270     END-WRITE
010280     ADD 1 TO WS-TOTAL-CASOS
010290     MOVE WS-DSP-CHAVE-ATUAL TO DSP-CHAVE
010300     START CARTAO-DISPUTAS KEY > DSP-CHAVE
010310         INVALID KEY
010320             MOVE "S" TO FIM-DISPUTAS
010330     END-START.
010340 2610-MOVE-CASO-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380* 2700-GRAVA-DETALHE - LIST THE CANDIDATE ON THE REISSUE REPORT
010390******************************************************************
010400 2700-GRAVA-DETALHE.
010410     MOVE WS-PAN-ANTIGO TO WS-PAN-CLARO
010420     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
010430     MOVE WS-PAN-MASCARADO   TO DET-NUMERO-ANTIGO
010440     MOVE WS-VALIDADE-ANTIGA TO DET-VALIDADE-ANTIGA
010450     IF WS-PAN-NOVO = ZERO
010460         MOVE SPACES TO DET-NUMERO-NOVO
010470         MOVE SPACES TO DET-VALIDADE-NOVA
010480         MOVE SPACES TO DET-SALDO
010490     ELSE
010500         MOVE WS-PAN-NOVO TO WS-PAN-CLARO
010510         PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
010520         MOVE WS-PAN-MASCARADO TO DET-NUMERO-NOVO
010530         MOVE WS-VALIDADE-NOVA TO DET-VALIDADE-NOVA
010540         MOVE WS-SALDO-ANTIGO  TO WS-VALOR-EDITADO
010550         MOVE WS-VALOR-EDITADO TO DET-SALDO
010560     END-IF
010570     MOVE WS-SITUACAO TO DET-SITUACAO
010580     MOVE WS-MOTIVO   TO DET-MOTIVO
010590     WRITE RELATORIO-LINHA FROM REL-DETALHE.
010600 2700-GRAVA-DETALHE-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640* 2800-PROCURA-CARTAO - HASH THE CARD NUMBER IN WS-TAB-CHAVE TO
010650*                       ITS HOME SLOT (DIVISION REMAINDER) AND
010660*                       PROBE FORWARD TO THE NUMBER OR THE FIRST
010670*                       EMPTY SLOT; WS-TAB-SLOT IS LEFT ON THE
010680*                       SLOT FOUND
010690******************************************************************
010700 2800-PROCURA-CARTAO.
010710     MOVE "N" TO WS-TAB-ACHADO-SW
010720     MOVE "N" TO WS-TAB-SONDA-SW
010730     DIVIDE WS-TAB-CHAVE BY WS-TAB-TAMANHO
010740         GIVING WS-TAB-QUOC REMAINDER WS-TAB-RESTO
010750     COMPUTE WS-TAB-SLOT = WS-TAB-RESTO + 1
010760     PERFORM 2810-SONDA-CARTAO THRU 2810-SONDA-CARTAO-EXIT
010770         UNTIL SONDA-TERMINADA.
010780 2800-PROCURA-CARTAO-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820* 2810-SONDA-CARTAO - EXAMINE ONE SLOT: THE CARD NUMBER ENDS THE
010830*                     PROBE AS FOUND, AN EMPTY SLOT ENDS IT AS NOT
010840*                     FOUND, ANYTHING ELSE MOVES TO THE NEXT SLOT,
010850*                     WRAPPING AT THE END
010860******************************************************************
010870 2810-SONDA-CARTAO.
010880     EVALUATE TRUE
010890         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = WS-TAB-CHAVE
010900             MOVE "S" TO WS-TAB-ACHADO-SW
010910             MOVE "S" TO WS-TAB-SONDA-SW
010920         WHEN WS-TAB-NUMERO(WS-TAB-SLOT) = ZERO
010930             MOVE "S" TO WS-TAB-SONDA-SW
010940         WHEN OTHER
010950             ADD 1 TO WS-TAB-SLOT
010960             IF WS-TAB-SLOT > WS-TAB-TAMANHO
010970                 MOVE 1 TO WS-TAB-SLOT
010980             END-IF
010990     END-EVALUATE.
011000 2810-SONDA-CARTAO-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040* 2820-INCLUI-CARTAO - CLAIM THE EMPTY SLOT THE PROBE STOPPED ON
011050*                      FOR THE CARD IN WS-TAB-CHAVE
011060******************************************************************
011070 2820-INCLUI-CARTAO.
011080     IF WS-TAB-QTD >= WS-TAB-MAXIMO
011090         DISPLAY "CARTAO-RENOVA - TABELA DE CARTOES CHEIA, "
011100             "MAXIMO " WS-TAB-MAXIMO
011110         MOVE 16 TO RETURN-CODE
011120         STOP RUN
011130     END-IF
011140     MOVE WS-TAB-CHAVE TO WS-TAB-NUMERO(WS-TAB-SLOT)
011150     ADD 1 TO WS-TAB-QTD.
011160 2820-INCLUI-CARTAO-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
011210*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
011220*                    AS CARTAO-BATCH DOES (PCI)
011230******************************************************************
011240 2910-MASCARA-PAN.
011250     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
011260     MOVE "******"      TO WS-MSC-MEIO
011270     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
011280 2910-MASCARA-PAN-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320* 3000-FINALIZE - CLOSE FILES, MARK THE RUN COMPLETED AND PRINT
011330*                 THE CONTROL TOTALS
011340******************************************************************
011350 3000-FINALIZE.
011360     CLOSE CARTAO-CONTAS
011370     CLOSE CARTAO-LIMITES
011380     IF HOTCARD-DISPONIVEL
011390         CLOSE CARTAO-HOTCARD
011400     END-IF
011410     IF PARCELAS-DISPONIVEL
011420         CLOSE CARTAO-PARCELADO
011430     END-IF
011440     IF DISPUTAS-DISPONIVEL
011450         CLOSE CARTAO-DISPUTAS
011460     END-IF
011470     CLOSE CARTAO-JORNAL
011480     CLOSE RENOVA-EMBOSSO
011490     CLOSE RENOVA-RELATORIO
011500     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
011510     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
011520 3000-FINALIZE-EXIT.
011530     EXIT.
011540
011550******************************************************************
011560* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
011570*                        CONTROL REGISTRY UNDER CODE CARTRENV AND
011580*                        THE REFERENCE MONTH (YYYYMM00). A MONTH
011590*                        ALREADY COMPLETED, OR STARTED AND NEVER
011600*                        FINISHED, STOPS THE RUN UNLESS THE
011610*                        OVERRIDE WAS KEYED
011620******************************************************************
011630 1600-REGISTRA-INICIO.
011631     PERFORM 1620-VERIFICA-PREREQ
011632         THRU 1620-VERIFICA-PREREQ-EXIT
011640     OPEN I-O CARTAO-RUNCTL
011650     IF WS-RUN-STATUS = "35"
011660         OPEN OUTPUT CARTAO-RUNCTL
011670         CLOSE CARTAO-RUNCTL
011680         OPEN I-O CARTAO-RUNCTL
011690     END-IF
011700     IF WS-RUN-STATUS NOT = "00"
011710         DISPLAY "CARTAO-RENOVA - CARTAO-RUNCTL OPEN FAILED, "
011720             "STATUS " WS-RUN-STATUS
011730         MOVE 16 TO RETURN-CODE
011740         STOP RUN
011750     END-IF
011760     MOVE "CARTRENV" TO RUN-PROGRAMA
011770     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
011780     READ CARTAO-RUNCTL
011790         INVALID KEY
011800             PERFORM 1610-PREPARA-RUNCTL
011810                 THRU 1610-PREPARA-RUNCTL-EXIT
011820             WRITE RUNCTL-REGISTRO
011830         NOT INVALID KEY
011840             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
011850                 DISPLAY "CARTAO-RENOVA - MES " WS-ANO-MES
011860                     " JA RENOVADO E COMPLETO NO REGISTRO DE "
011870                     "RUNS - USE O OVERRIDE DO CARTAO DE "
011880                     "PARAMETROS PARA FORCAR"
011890                 MOVE 16 TO RETURN-CODE
011900                 STOP RUN
011910             END-IF
011920             IF RUN-INICIADO AND NOT OVERRIDE-OPERADOR
011930                 DISPLAY "CARTAO-RENOVA - MES " WS-ANO-MES
011940                     " COM RUN INTERROMPIDO EM " RUN-DATA-MOVTO
011950                     " - CONFIRA AS RENOVACOES JA GRAVADAS E USE "
011960                     "O OVERRIDE DO CARTAO DE PARAMETROS"
011970                 MOVE 16 TO RETURN-CODE
011980                 STOP RUN
011990             END-IF
012000             PERFORM 1610-PREPARA-RUNCTL
012010                 THRU 1610-PREPARA-RUNCTL-EXIT
012020             REWRITE RUNCTL-REGISTRO
012030     END-READ.
012040 1600-REGISTRA-INICIO-EXIT.
012050     EXIT.
012060
012070******************************************************************
012080* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
012090*                       IS STARTING
012100******************************************************************
012110 1610-PREPARA-RUNCTL.
012120     MOVE "CARTRENV" TO RUN-PROGRAMA
012130     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
012140     MOVE "I" TO RUN-SITUACAO
012150     MOVE SPACE TO RUN-MODO
012160     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
012170     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
012180     MOVE ZERO TO RUN-TOTAL-REGISTROS
012190     MOVE ZERO TO RUN-TOTAL-VALOR.
012200 1610-PREPARA-RUNCTL-EXIT.
012210     EXIT.
012211
012212******************************************************************
012213* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
012214*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
012215*                        THIS REFERENCE SHOW COMPLETED ON THE
012216*                        REGISTRY (CARTAO-PREREQ)
012217******************************************************************
012218 1620-VERIFICA-PREREQ.
012219     MOVE "CARTRENV" TO PRQ-PROGRAMA
012220     MOVE WS-RUN-DATA-REF TO PRQ-DATA-REF
012221     MOVE "S" TO PRQ-MENSAGENS
012222     CALL "CARTAO-PREREQ" USING PRQ-AREA
012223     IF PRQ-RETORNO NOT = ZERO
012224         DISPLAY "CARTAO-RENOVA - PRE-REQUISITOS PENDENTES PARA "
012225             WS-RUN-DATA-REF " - RUN NAO INICIADO"
012226         MOVE 16 TO RETURN-CODE
012227         STOP RUN
012228     END-IF.
012229 1620-VERIFICA-PREREQ-EXIT.
012230     EXIT.
012231
012232******************************************************************
012240* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY, WITH
012250*                     THE CARDS REISSUED AND THE BALANCE MOVED
012260******************************************************************
012270 3300-REGISTRA-FIM.
012280     MOVE "CARTRENV" TO RUN-PROGRAMA
012290     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
012300     READ CARTAO-RUNCTL
012310         INVALID KEY
012320             CONTINUE
012330         NOT INVALID KEY
012340             MOVE "C" TO RUN-SITUACAO
012350             MOVE WS-TOTAL-RENOVADOS TO RUN-TOTAL-REGISTROS
012360             MOVE WS-SOMA-SALDOS     TO RUN-TOTAL-VALOR
012370             REWRITE RUNCTL-REGISTRO
012380     END-READ
012390     CLOSE CARTAO-RUNCTL.
012400 3300-REGISTRA-FIM-EXIT.
012410     EXIT.
012420
012430******************************************************************
012440* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
012450******************************************************************
012460 3100-PRINT-TOTALS.
012470     DISPLAY "CARTAO-RENOVA - TOTAIS DE CONTROLE".
012480     DISPLAY "-----------------------------------------".
012490     DISPLAY "MES DE REFERENCIA..: " WS-ANO-MES.
012500     DISPLAY "VALIDADES DE.......: " WS-VALIDADE-INI
012510         " A " WS-VALIDADE-FIM.
012520     DISPLAY "DATA DO RUN........: " WS-DATA-PROCESSO.
012530     DISPLAY "CONTAS LIDAS.......: " WS-TOTAL-CONTAS.
012540     DISPLAY "CANDIDATOS.........: " WS-TOTAL-CANDIDATOS.
012550     DISPLAY "RENOVADOS..........: " WS-TOTAL-RENOVADOS.
012560     DISPLAY "BLOQUEADOS.........: " WS-TOTAL-BLOQUEADOS.
012570     DISPLAY "INADIMPLENTES......: " WS-TOTAL-INADIMPLENTES.
012580     DISPLAY "SEM LIMITE.........: " WS-TOTAL-SEM-LIMITE.
012590     DISPLAY "SEM NUMERO LIVRE...: " WS-TOTAL-SEM-NUMERO.
012600     DISPLAY "PARCELAS MOVIDAS...: " WS-TOTAL-PARCELAS.
012610     DISPLAY "CASOS MOVIDOS......: " WS-TOTAL-CASOS.
012620     DISPLAY "SALDO TRANSFERIDO..: " WS-SOMA-SALDOS.
012630     DISPLAY "CREDOR TRANSFERIDO.: " WS-SOMA-CREDORES.
012640     DISPLAY "-----------------------------------------".
012650 3100-PRINT-TOTALS-EXIT.
012660     EXIT.
