000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-DISPUTA.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-DISPUTA
000100*    DESCRIPTION..: DISPUTE (CHARGEBACK) CASE MAINTENANCE AND
000110*                   LIFECYCLE RUN OF THE DAILY STREAM, RUN AFTER
000120*                   CARTAO-BATCH. READS THE CASE MOVEMENTS KEYED
000130*                   BY THE FRAUD AND DISPUTES DESK (DISPMOV.TXT)
000140*                   AND APPLIES THEM TO THE DISPUTE CASE MASTER
000150*                   (DISPUTAS.DAT, DISPREG). A CASE IS OPENED
000160*                   AGAINST THE HIST-CHAVE OF THE ORIGINAL
000170*                   PURCHASE, LOOKED UP ON THE HISTORY MASTER OR,
000180*                   WHEN ALREADY PURGED, ON THE ARCHIVE MASTER
000190*                   HISTARQ.DAT. THE PROVISIONAL CREDIT IS POSTED
000200*                   BY THE CHARGEBACK (TIPO "4") ITSELF THROUGH
000210*                   CARTAO-DECIDE, WHICH MARKS THE CASE CREDITADO;
000211*                   A CHARGEBACK OF CARTAO-BATCH IS ALSO BOOKED ON
000212*                   THE MERCHANT CALENDAR, WHICH CARTAO-REPASSE
000213*                   RECOVERS FROM THE MERCHANT THAT DAY ("D"), AND
000214*                   IS RECORDED ON THE CASE AS RECOVERED
000215*                   (DSP-VALOR-RECUPERADO). WHEN THE CASE IS
000216*                   DECIDED:
000230*                     GANHO   - WHATEVER OF THE DISPUTED
000240*                               AMOUNT WAS NOT YET CREDITED IS
000250*                               CREDITED TO THE CARD (JOURNAL AND
000260*                               HISTORY TYPE "G") AND WHATEVER
000270*                               WAS NOT YET RECOVERED IS DEBITED
000280*                               TO THE MERCHANT ON REMESSA.TXT
000281*                               (REM-NATUREZA "D"), SO THE
000282*                               MERCHANT ENDS UP DEBITED THE
000283*                               WHOLE DISPUTE;
000290*                     PERDIDO - THE PROVISIONAL CREDIT IS REVERSED
000300*                               ON THE CARD (JOURNAL AND HISTORY
000310*                               TYPE "V") AND WHATEVER WAS
000320*                               RECOVERED FROM THE MERCHANT IS
000321*                               RE-CREDITED TO IT ON REMESSA.TXT
000322*                               ("C").
000330*                   THE JOURNAL LETS CARTAO-BACKOUT REVERSE THE
000340*                   RUN. A MOVEMENT REPORT (DISPREL.TXT) AND A
000350*                   CASE-AGING REPORT OF EVERY CASE STILL IN
000360*                   PROGRESS (DISPAGED.TXT) ARE PRINTED; CASES
000370*                   OPEN PAST THE PARAMETER NUMBER OF DAYS ARE
000380*                   FLAGGED VENCIDO FOR THE REGULATORY TIME BOX.
000390*
000400*    MOVEMENT ACTIONS:
000410*        "A" - ABERTURA       OPEN A CASE; MOV-VALOR ZERO DISPUTES
000420*                             THE WHOLE ORIGINAL AMOUNT
000430*        "R" - REAPRESENTACAO THE MERCHANT RE-PRESENTED THE SALE
000440*        "G" - GANHO          CASE DECIDED FOR THE CARDHOLDER
000450*        "P" - PERDIDO        CASE DECIDED FOR THE MERCHANT
000460*
000470*    PARAMETER CARD (DISPPARM.TXT, ONE RECORD, OPTIONAL):
000480*        DPR-DATA-MOVTO  RUN DATE FOR THE JOURNAL, HISTORY AND
000490*                        REMITTANCE, YYYYMMDD; ZERO/BLANK = TODAY
000500*        DPR-DIAS-LIMITE DAYS A CASE MAY STAY IN PROGRESS BEFORE
000510*                        THE AGING REPORT FLAGS IT VENCIDO;
000520*                        ZERO/BLANK = 45
000530*        DPR-OVERRIDE    "S" = RERUN A DATE THE RUN-CONTROL
000540*                        REGISTRY ALREADY SHOWS COMPLETED
000550*
000560*    REMESSA.TXT IS CREATED BY CARTAO-REPASSE EACH DAY, SO THIS
000570*    RUN MUST FOLLOW THE PAYOUT RUN TO HAVE ITS MERCHANT RECORDS
000580*    GO OUT WITH THE SAME REMITTANCE.
000590*
000600*    MODIFICATION HISTORY
000610*    DATE        BY   DESCRIPTION
000620*    ----------  ---  -----------------------------------------
000630*    2026-10-05  JCM  ORIGINAL VERSION.
000631*    2026-10-05  JCM  A GANHO CREDIT LARGER THAN THE DEBT IS
000632*                     CARRIED AS A CREDIT BALANCE
000633*                     (LIM-SALDO-CREDOR) INSTEAD OF BEING
000634*                     CLAMPED; A PERDIDO REVERSAL CONSUMES THE
000635*                     CREDIT BALANCE FIRST. THE JOURNAL CARRIES
000636*                     THE CREDIT BALANCE BEFORE AND AFTER.
000637*    2026-10-15  JCM  REMESSA.TXT IS NOW CREATED BY CARTAO-
000638*                     REPASSE; HEADER NOTE ON RUN ORDER UPDATED.
000639*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000640*                     THE JOB-STREAM PREREQUISITES TABLE
000641*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000642*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000643*    2026-10-15  JCM  THE GANHO DEBIT AND PERDIDO RE-CREDIT OF THE
000644*                     MERCHANT ARE WORKED OUT FROM THE AMOUNT THE
000645*                     CASE SHOWS RECOVERED FROM IT WITH THE
000646*                     CHARGEBACKS (DSP-VALOR-RECUPERADO), NOT THE
000647*                     AMOUNT CREDITED TO THE CARD.
000648******************************************************************
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT OPTIONAL DISPUTA-PARAMETRO ASSIGN TO "DISPPARM.TXT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT DISPUTA-MOVIMENTO ASSIGN TO "DISPMOV.TXT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT CARTAO-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS IS DYNAMIC
000770         RECORD KEY IS DSP-CHAVE
000780         FILE STATUS IS WS-DSP-STATUS.
000790
000800     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS IS RANDOM
000830         RECORD KEY IS HIST-CHAVE
000840         FILE STATUS IS WS-HIST-STATUS.
000850
000860     SELECT CARTAO-ARQUIVO ASSIGN TO "HISTARQ.DAT"
000870         ORGANIZATION IS INDEXED
000880         ACCESS IS RANDOM
000890         RECORD KEY IS ARQ-CHAVE
000900         FILE STATUS IS WS-ARQ-STATUS.
000910
000920     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS IS RANDOM
000950         RECORD KEY IS LIM-NUMERO
000960         FILE STATUS IS WS-LIM-STATUS.
000970
000980     SELECT CARTAO-ESTABELEC ASSIGN TO "ESTAB.DAT"
000990         ORGANIZATION IS INDEXED
001000         ACCESS IS RANDOM
001010         RECORD KEY IS EST-CODIGO
001020         FILE STATUS IS WS-EST-STATUS.
001030
001040     SELECT OPTIONAL CARTAO-JORNAL ASSIGN TO "JORNAL.TXT"
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060
001070     SELECT OPTIONAL CARTAO-REMESSA ASSIGN TO "REMESSA.TXT"
001080         ORGANIZATION IS LINE SEQUENTIAL.
001090
001100     SELECT DISPUTA-RELATORIO ASSIGN TO "DISPREL.TXT"
001110         ORGANIZATION IS LINE SEQUENTIAL.
001120
001130     SELECT DISPUTA-AGED ASSIGN TO "DISPAGED.TXT"
001140         ORGANIZATION IS LINE SEQUENTIAL.
001150
001160     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001170         ORGANIZATION IS INDEXED
001180         ACCESS IS RANDOM
001190         RECORD KEY IS RUN-CHAVE
001200         FILE STATUS IS WS-RUN-STATUS.
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  DISPUTA-PARAMETRO.
001240 01  PARAMETRO-REGISTRO.
001250     05  DPR-DATA-MOVTO        PIC 9(08).
001260     05  DPR-DIAS-LIMITE       PIC 9(03).
001270     05  DPR-OVERRIDE          PIC X(01).
001280
001290 FD  DISPUTA-MOVIMENTO.
001300 01  MOVIMENTO-REGISTRO.
001310     05  MOV-ACAO              PIC X(01).
001320         88  MOV-ABERTURA          VALUE "A".
001330         88  MOV-REAPRESENTACAO    VALUE "R".
001340         88  MOV-GANHO             VALUE "G".
001350         88  MOV-PERDA             VALUE "P".
001360     05  MOV-CHAVE.
001370         10  MOV-NUMERO        PIC 9(16).
001380         10  MOV-DATA-ORIG     PIC 9(08).
001390         10  MOV-TIPO-ORIG     PIC X(01).
001400         10  MOV-SEQ-ORIG      PIC 9(05).
001410     05  MOV-ESTAB             PIC 9(08).
001420     05  MOV-VALOR             PIC 9(04)V99.
001430     05  MOV-MOTIVO            PIC X(10).
001440
001450 FD  CARTAO-DISPUTAS.
001460 01  DISPUTA-REGISTRO.
001470     COPY DISPREG.
001480
001490 FD  CARTAO-HISTORICO.
001500 01  HISTORICO-REGISTRO.
001510     COPY HISTREG.
001520
001530*    ARCHIVE MASTER RECORD - THE HISTREG LAYOUT FIELD FOR FIELD
001540*    UNDER ITS OWN ARQ- NAMES, AS IN CARTAO-EXPURGO - WHEN A PIC
001550*    CLAUSE CHANGES IN HISTREG, UPDATE THIS RECORD TO MATCH.
001560 FD  CARTAO-ARQUIVO.
001570 01  ARQUIVO-REGISTRO.
001580     05  ARQ-CHAVE.
001590         10  ARQ-NUMERO        PIC 9(16).
001600         10  ARQ-DATA          PIC 9(08).
001610         10  ARQ-TIPO-TRANS    PIC X(01).
001620         10  ARQ-SEQ           PIC 9(05).
001630     05  ARQ-NOME              PIC X(20).
001640     05  ARQ-VALOR             PIC 9(04)V99.
001650     05  ARQ-STATUS            PIC X(01).
001660     05  ARQ-RESULTADO         PIC X(10).
001670     05  ARQ-MOTIVO            PIC X(10).
001680     05  ARQ-SALDO-APOS        PIC 9(08)V99.
001690
001700 FD  CARTAO-LIMITES.
001710 01  LIMITE-REGISTRO.
001720     COPY LIMREG.
001730
001740 FD  CARTAO-ESTABELEC.
001750 01  ESTAB-REGISTRO.
001760     COPY ESTREG.
001770
001780 FD  CARTAO-JORNAL.
001790 01  JORNAL-REGISTRO.
001800     COPY JORNREG.
001810
001820 FD  CARTAO-REMESSA.
001830 01  REMESSA-REGISTRO.
001840     COPY REMREG.
001850
001860 FD  DISPUTA-RELATORIO.
001870 01  RELATORIO-LINHA           PIC X(100).
001880
001890 FD  DISPUTA-AGED.
001900 01  AGED-LINHA                PIC X(100).
001910
001920 FD  CARTAO-RUNCTL.
001930 01  RUNCTL-REGISTRO.
001940     COPY RUNREG.
001950
001960 WORKING-STORAGE SECTION.
001970 01  WS-SWITCHES.
001980     05  FIM-ARQUIVO           PIC X(01) VALUE "N".
001990         88  FIM-DO-ARQUIVO        VALUE "S".
002000     05  FIM-DISPUTAS          PIC X(01) VALUE "N".
002010         88  FIM-DAS-DISPUTAS      VALUE "S".
002020     05  WS-EDICAO-SW          PIC X(01) VALUE "S".
002030         88  MOVIMENTO-VALIDO      VALUE "S".
002040     05  WS-ARQ-ARQUIVO-SW     PIC X(01) VALUE "N".
002050         88  ARQUIVO-DISPONIVEL    VALUE "S".
002060     05  WS-ORIGINAL-SW        PIC X(01) VALUE "N".
002070         88  ORIGINAL-ACHADO       VALUE "S".
002080
002090 01  WS-CAMPOS.
002100     05  WS-DSP-STATUS         PIC X(02) VALUE SPACES.
002110     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
002120     05  WS-ARQ-STATUS         PIC X(02) VALUE SPACES.
002130     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
002140     05  WS-EST-STATUS         PIC X(02) VALUE SPACES.
002150     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
002160     05  WS-DIAS-LIMITE        PIC 9(03) VALUE 45.
002170     05  WS-SITUACAO           PIC X(09).
002180     05  WS-MOTIVO             PIC X(10).
002190     05  WS-VALOR-EDITADO      PIC Z(03)9.99.
002200     05  WS-SALDO-ANTES        PIC 9(08)V99 VALUE ZERO.
002201     05  WS-CREDOR-ANTES       PIC 9(08)V99 VALUE ZERO.
002210     05  WS-VALOR-POSTAGEM     PIC 9(04)V99 VALUE ZERO.
002211     05  WS-VALOR-REMESSA      PIC 9(04)V99 VALUE ZERO.
002220     05  WS-TIPO-POSTAGEM      PIC X(01) VALUE SPACE.
002230         88  POSTAGEM-CREDITO      VALUE "G".
002240         88  POSTAGEM-REVERSAO     VALUE "V".
002250
002260 01  WS-ORIGINAL-DADOS.
002270     05  WS-ORIG-NOME          PIC X(20).
002280     05  WS-ORIG-VALOR         PIC 9(04)V99 VALUE ZERO.
002290     05  WS-ORIG-TIPO          PIC X(01).
002300     05  WS-ORIG-RESULTADO     PIC X(10).
002310
002320 01  WS-CONTADORES.
002330     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
002340     05  WS-TOTAL-APLICADOS    PIC 9(07) VALUE ZERO.
002350     05  WS-TOTAL-REJEITADOS   PIC 9(07) VALUE ZERO.
002360     05  WS-TOTAL-ABERTOS      PIC 9(07) VALUE ZERO.
002370     05  WS-TOTAL-GANHOS       PIC 9(07) VALUE ZERO.
002380     05  WS-TOTAL-PERDIDOS     PIC 9(07) VALUE ZERO.
002390     05  WS-SOMA-CREDITOS      PIC 9(11)V99 VALUE ZERO.
002400     05  WS-SOMA-REVERSOES     PIC 9(11)V99 VALUE ZERO.
002410     05  WS-SOMA-POSTADOS      PIC 9(11)V99 VALUE ZERO.
002420     05  WS-TOTAL-ANDAMENTO    PIC 9(07) VALUE ZERO.
002430     05  WS-TOTAL-VENCIDOS     PIC 9(07) VALUE ZERO.
002440
002450 01  WS-RUNCTL-DADOS.
002460     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
002470     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
002480         88  OVERRIDE-OPERADOR     VALUE "S".
002490
002491 01  PRQ-AREA.
002492     COPY PREQREG.
002493
002500 01  WS-HISTORICO-DADOS.
002510     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
002520
002530 01  WS-JORNAL-DADOS.
002540     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
002550
002560 01  WS-AGING-DADOS.
002570     05  WS-DIAS-REF           PIC 9(08) VALUE ZERO.
002580     05  WS-DIAS-CASO          PIC 9(08) VALUE ZERO.
002590
002600 01  WS-MASCARA-DADOS.
002610     05  WS-PAN-CLARO.
002620         10  WS-PAN-INICIO     PIC X(06).
002630         10  WS-PAN-MEIO       PIC X(06).
002640         10  WS-PAN-FIM        PIC X(04).
002650     05  WS-PAN-MASCARADO.
002660         10  WS-MSC-INICIO     PIC X(06).
002670         10  WS-MSC-MEIO       PIC X(06).
002680         10  WS-MSC-FIM        PIC X(04).
002690
002700 01  WS-SERIAL-DADOS.
002710     05  WS-SRL-DATA           PIC 9(08) VALUE ZERO.
002720     05  WS-SRL-ANO            PIC 9(04) VALUE ZERO.
002730     05  WS-SRL-MES            PIC 9(02) VALUE ZERO.
002740     05  WS-SRL-DIA            PIC 9(02) VALUE ZERO.
002750     05  WS-SRL-QUOC           PIC 9(04) VALUE ZERO.
002760     05  WS-SRL-RESTO          PIC 9(04) VALUE ZERO.
002770     05  WS-SRL-MES-DIAS       PIC 9(03) VALUE ZERO.
002780     05  WS-SRL-BISSEXTO-SW    PIC X(01) VALUE "N".
002790         88  ANO-BISSEXTO          VALUE "S".
002800     05  WS-SRL-ANO-ANT        PIC 9(04) VALUE ZERO.
002810     05  WS-SRL-QUARTOS        PIC 9(04) VALUE ZERO.
002820     05  WS-SRL-CENTOS         PIC 9(04) VALUE ZERO.
002830     05  WS-SRL-QUADRI         PIC 9(04) VALUE ZERO.
002840     05  WS-SRL-DIAS           PIC 9(08) VALUE ZERO.
002850
002860 01  REL-CABECALHO-1.
002870     05  FILLER                PIC X(46) VALUE
002880         "CARTAO-DISPUTA - MOVIMENTO DE DISPUTAS DATA   ".
002890     05  CAB-DATA              PIC 9(08).
002900     05  FILLER                PIC X(46) VALUE SPACES.
002910
002920 01  REL-CABECALHO-2.
002930     05  FILLER                PIC X(25) VALUE
002940         "ACAO NUMERO           DAT".
002950     05  FILLER                PIC X(25) VALUE
002960         "A-ORIG  ESTAB     DISPUTA".
002970     05  FILLER                PIC X(25) VALUE
002980         "  LANCADO  SITUACAO  MOTI".
002990     05  FILLER                PIC X(25) VALUE
003000         "VO                       ".
003010
003020 01  REL-DETALHE.
003030     05  DET-ACAO              PIC X(01).
003040     05  FILLER                PIC X(04) VALUE SPACES.
003050     05  DET-NUMERO            PIC X(16).
003060     05  FILLER                PIC X(02) VALUE SPACES.
003070     05  DET-DATA-ORIG         PIC 9(08).
003080     05  FILLER                PIC X(02) VALUE SPACES.
003090     05  DET-ESTAB             PIC 9(08).
003100     05  FILLER                PIC X(02) VALUE SPACES.
003110     05  DET-DISPUTA           PIC X(07).
003120     05  FILLER                PIC X(02) VALUE SPACES.
003130     05  DET-LANCADO           PIC X(07).
003140     05  FILLER                PIC X(02) VALUE SPACES.
003150     05  DET-SITUACAO          PIC X(09).
003160     05  FILLER                PIC X(01) VALUE SPACES.
003170     05  DET-MOTIVO            PIC X(10).
003180     05  FILLER                PIC X(19) VALUE SPACES.
003190
003200 01  AGE-CABECALHO-1.
003210     05  FILLER                PIC X(46) VALUE
003220         "CARTAO-DISPUTA - CASOS EM ANDAMENTO EM        ".
003230     05  AGE-CAB-DATA          PIC 9(08).
003240     05  FILLER                PIC X(46) VALUE SPACES.
003250
003260 01  AGE-CABECALHO-2.
003270     05  FILLER                PIC X(25) VALUE
003280         "NUMERO            ESTAB  ".
003290     05  FILLER                PIC X(25) VALUE
003300         "   ABERTURA S  DISPUTA CR".
003310     05  FILLER                PIC X(25) VALUE
003320         "EDITADO  DIAS  SITUACAO  ".
003330     05  FILLER                PIC X(25) VALUE SPACES.
003340
003350 01  AGE-DETALHE.
003360     05  AGE-NUMERO            PIC X(16).
003370     05  FILLER                PIC X(02) VALUE SPACES.
003380     05  AGE-ESTAB             PIC 9(08).
003390     05  FILLER                PIC X(02) VALUE SPACES.
003400     05  AGE-ABERTURA          PIC 9(08).
003410     05  FILLER                PIC X(01) VALUE SPACES.
003420     05  AGE-SITUACAO-CASO     PIC X(01).
003430     05  FILLER                PIC X(02) VALUE SPACES.
003440     05  AGE-DISPUTA           PIC X(07).
003450     05  FILLER                PIC X(02) VALUE SPACES.
003460     05  AGE-CREDITADO         PIC X(07).
003470     05  FILLER                PIC X(02) VALUE SPACES.
003480     05  AGE-DIAS              PIC Z(03)9.
003490     05  FILLER                PIC X(02) VALUE SPACES.
003500     05  AGE-SITUACAO          PIC X(10).
003510     05  FILLER                PIC X(24) VALUE SPACES.
003520
003530 PROCEDURE DIVISION.
003540******************************************************************
003550* 0000-MAINLINE
003560******************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003590     PERFORM 2500-PROCESS-MOVIMENTO
003600         THRU 2500-PROCESS-MOVIMENTO-EXIT
003610         UNTIL FIM-DO-ARQUIVO
003620     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
003630     STOP RUN.
003640
003650******************************************************************
003660* 1000-INITIALIZE - READ THE PARAMETERS, REGISTER THE RUN, OPEN
003670*                   THE FILES, PRINT THE REPORT HEADINGS AND
003680*                   PRIME THE MOVEMENT READ
003690******************************************************************
003700 1000-INITIALIZE.
003710     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
003720     PERFORM 1600-REGISTRA-INICIO
003730         THRU 1600-REGISTRA-INICIO-EXIT
003740     OPEN INPUT DISPUTA-MOVIMENTO
003750     PERFORM 1300-ABRE-DISPUTAS THRU 1300-ABRE-DISPUTAS-EXIT
003760     OPEN I-O CARTAO-HISTORICO
003770     IF WS-HIST-STATUS NOT = "00"
003780         DISPLAY "CARTAO-DISPUTA - CARTAO-HISTORICO OPEN "
003790             "FAILED, STATUS " WS-HIST-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003830     PERFORM 1400-ABRE-ARQUIVO THRU 1400-ABRE-ARQUIVO-EXIT
003840     OPEN I-O CARTAO-LIMITES
003850     IF WS-LIM-STATUS NOT = "00"
003860         DISPLAY "CARTAO-DISPUTA - CARTAO-LIMITES OPEN FAILED, "
003870             "STATUS " WS-LIM-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF
003910     OPEN INPUT CARTAO-ESTABELEC
003920     IF WS-EST-STATUS NOT = "00"
003930         DISPLAY "CARTAO-DISPUTA - CARTAO-ESTABELEC OPEN "
003940             "FAILED, STATUS " WS-EST-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF
003980     OPEN EXTEND CARTAO-JORNAL
003990     OPEN EXTEND CARTAO-REMESSA
004000     OPEN OUTPUT DISPUTA-RELATORIO
004010     OPEN OUTPUT DISPUTA-AGED
004020     MOVE WS-DATA-PROCESSO TO CAB-DATA
004030     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
004040     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
004050     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 1200-LE-PARAMETRO - READ THE DISPUTE PARAMETER CARD. A MISSING
004110*                     OR BLANK CARD MEANS TODAY'S DATE AND THE
004120*                     STANDARD 45-DAY TIME BOX.
004130******************************************************************
004140 1200-LE-PARAMETRO.
004150     OPEN INPUT DISPUTA-PARAMETRO
004160     READ DISPUTA-PARAMETRO
004170         AT END
004180             MOVE SPACES TO PARAMETRO-REGISTRO
004190     END-READ
004200     IF DPR-DATA-MOVTO NUMERIC AND DPR-DATA-MOVTO > ZERO
004210         MOVE DPR-DATA-MOVTO TO WS-DATA-PROCESSO
004220     ELSE
004230         ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
004240     END-IF
004250     IF DPR-DIAS-LIMITE NUMERIC AND DPR-DIAS-LIMITE > ZERO
004260         MOVE DPR-DIAS-LIMITE TO WS-DIAS-LIMITE
004270     END-IF
004280     IF DPR-OVERRIDE = "S"
004290         MOVE "S" TO WS-OVERRIDE-SW
004300         DISPLAY "CARTAO-DISPUTA - OVERRIDE DE OPERADOR ACEITO"
004310     END-IF
004320     CLOSE DISPUTA-PARAMETRO
004330     MOVE WS-DATA-PROCESSO TO WS-SRL-DATA
004340     PERFORM 2900-CALCULA-SERIAL THRU 2900-CALCULA-SERIAL-EXIT
004350     MOVE WS-SRL-DIAS TO WS-DIAS-REF.
004360 1200-LE-PARAMETRO-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400* 1300-ABRE-DISPUTAS - OPEN THE DISPUTE CASE MASTER, CREATING IT
004410*                      ON THE VERY FIRST RUN
004420******************************************************************
004430 1300-ABRE-DISPUTAS.
004440     OPEN I-O CARTAO-DISPUTAS
004450     IF WS-DSP-STATUS = "35"
004460         OPEN OUTPUT CARTAO-DISPUTAS
004470         CLOSE CARTAO-DISPUTAS
004480         OPEN I-O CARTAO-DISPUTAS
004490     END-IF
004500     IF WS-DSP-STATUS NOT = "00"
004510         DISPLAY "CARTAO-DISPUTA - CARTAO-DISPUTAS OPEN FAILED, "
004520             "STATUS " WS-DSP-STATUS
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560 1300-ABRE-DISPUTAS-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 1400-ABRE-ARQUIVO - OPEN THE CUMULATIVE ARCHIVE MASTER BUILT BY
004610*                     CARTAO-EXPURGO. WHEN NO PURGE HAS RUN YET
004620*                     THE FILE DOES NOT EXIST AND ORIGINALS ARE
004630*                     LOOKED UP ON THE LIVE MASTER ALONE.
004640******************************************************************
004650 1400-ABRE-ARQUIVO.
004660     OPEN INPUT CARTAO-ARQUIVO
004670     EVALUATE WS-ARQ-STATUS
004680         WHEN "00"
004690             MOVE "S" TO WS-ARQ-ARQUIVO-SW
004700         WHEN "35"
004710             MOVE "N" TO WS-ARQ-ARQUIVO-SW
004720         WHEN OTHER
004730             DISPLAY "CARTAO-DISPUTA - CARTAO-ARQUIVO OPEN "
004740                 "FAILED, STATUS " WS-ARQ-STATUS
004750             MOVE 16 TO RETURN-CODE
004760             STOP RUN
004770     END-EVALUATE.
004780 1400-ABRE-ARQUIVO-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 2000-READ-MOVIMENTO - READ THE NEXT CASE MOVEMENT
004830******************************************************************
004840 2000-READ-MOVIMENTO.
004850     READ DISPUTA-MOVIMENTO
004860         AT END
004870             MOVE "S" TO FIM-ARQUIVO
004880     END-READ
004890     IF NOT FIM-DO-ARQUIVO
004900         ADD 1 TO WS-TOTAL-LIDOS
004910     END-IF.
004920 2000-READ-MOVIMENTO-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 2100-EDIT-MOVIMENTO - VALIDATE THE MOVEMENT BEFORE IT TOUCHES
004970*                       THE MASTERS
004980******************************************************************
004990 2100-EDIT-MOVIMENTO.
005000     MOVE "S" TO WS-EDICAO-SW
005010     IF NOT MOV-ABERTURA AND NOT MOV-REAPRESENTACAO
005020                         AND NOT MOV-GANHO
005030                         AND NOT MOV-PERDA
005040         MOVE "N" TO WS-EDICAO-SW
005050         MOVE "ACAO-INV" TO WS-MOTIVO
005060         GO TO 2100-EDIT-MOVIMENTO-EXIT
005070     END-IF
005080     IF MOV-NUMERO NOT NUMERIC OR MOV-NUMERO = ZERO
005090         MOVE "N" TO WS-EDICAO-SW
005100         MOVE "NUMERO-INV" TO WS-MOTIVO
005110         GO TO 2100-EDIT-MOVIMENTO-EXIT
005120     END-IF
005130     IF MOV-DATA-ORIG NOT NUMERIC OR MOV-DATA-ORIG = ZERO
005140        OR MOV-SEQ-ORIG NOT NUMERIC
005150         MOVE "N" TO WS-EDICAO-SW
005160         MOVE "CHAVE-INV" TO WS-MOTIVO
005170         GO TO 2100-EDIT-MOVIMENTO-EXIT
005180     END-IF
005190     IF MOV-ABERTURA
005200         IF MOV-ESTAB NOT NUMERIC OR MOV-ESTAB = ZERO
005210             MOVE "N" TO WS-EDICAO-SW
005220             MOVE "ESTAB-INV" TO WS-MOTIVO
005230             GO TO 2100-EDIT-MOVIMENTO-EXIT
005240         END-IF
005250         IF MOV-VALOR NOT NUMERIC
005260             MOVE "N" TO WS-EDICAO-SW
005270             MOVE "VALOR-INV" TO WS-MOTIVO
005280         END-IF
005290     END-IF.
005300 2100-EDIT-MOVIMENTO-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340* 2150-LE-CASO - READ THE CASE NAMED BY THE MOVEMENT; A CASE NOT
005350*                ON THE MASTER, OR ALREADY CLOSED, IS REJECTED
005360******************************************************************
005370 2150-LE-CASO.
005380     MOVE MOV-CHAVE TO DSP-CHAVE
005390     READ CARTAO-DISPUTAS
005400         INVALID KEY
005410             MOVE "N" TO WS-EDICAO-SW
005420             MOVE "NAO-EXISTE" TO WS-MOTIVO
005430             GO TO 2150-LE-CASO-EXIT
005440     END-READ
005450     IF NOT CASO-EM-ANDAMENTO
005460         MOVE "N" TO WS-EDICAO-SW
005470         MOVE "ENCERRADO" TO WS-MOTIVO
005480     END-IF.
005490 2150-LE-CASO-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 2200-APLICA-ABERTURA - OPEN A CASE AGAINST AN APPROVED PURCHASE
005540*                        FOUND ON THE HISTORY OR ARCHIVE MASTER,
005550*                        FOR A MERCHANT ON THE MERCHANT MASTER AND
005560*                        FOR NO MORE THAN THE ORIGINAL AMOUNT
005570******************************************************************
005580 2200-APLICA-ABERTURA.
005590     PERFORM 2210-LOCALIZA-ORIGINAL
005600         THRU 2210-LOCALIZA-ORIGINAL-EXIT
005610     IF NOT ORIGINAL-ACHADO
005620         MOVE "N" TO WS-EDICAO-SW
005630         MOVE "SEM-ORIG" TO WS-MOTIVO
005640         GO TO 2200-APLICA-ABERTURA-EXIT
005650     END-IF
005660     IF WS-ORIG-TIPO NOT = "1" AND WS-ORIG-TIPO NOT = SPACE
005670        OR WS-ORIG-RESULTADO NOT = "APROVADO"
005680         MOVE "N" TO WS-EDICAO-SW
005690         MOVE "NAO-COMPRA" TO WS-MOTIVO
005700         GO TO 2200-APLICA-ABERTURA-EXIT
005710     END-IF
005720     MOVE MOV-ESTAB TO EST-CODIGO
005730     READ CARTAO-ESTABELEC
005740         INVALID KEY
005750             MOVE "N" TO WS-EDICAO-SW
005760             MOVE "SEM-ESTAB" TO WS-MOTIVO
005770             GO TO 2200-APLICA-ABERTURA-EXIT
005780     END-READ
005790     IF MOV-VALOR = ZERO
005800         MOVE WS-ORIG-VALOR TO MOV-VALOR
005810     END-IF
005820     IF MOV-VALOR > WS-ORIG-VALOR
005830         MOVE "N" TO WS-EDICAO-SW
005840         MOVE "ACIMA-ORIG" TO WS-MOTIVO
005850         GO TO 2200-APLICA-ABERTURA-EXIT
005860     END-IF
005870     MOVE MOV-CHAVE         TO DSP-CHAVE
005880     MOVE MOV-ESTAB         TO DSP-ESTAB
005890     MOVE WS-ORIG-NOME      TO DSP-NOME
005900     MOVE WS-ORIG-VALOR     TO DSP-VALOR-ORIG
005910     MOVE MOV-VALOR         TO DSP-VALOR-DISPUTA
005920     MOVE ZERO              TO DSP-VALOR-CREDITADO
005921     MOVE ZERO              TO DSP-VALOR-RECUPERADO
005930     MOVE "A"               TO DSP-SITUACAO
005940     MOVE MOV-MOTIVO        TO DSP-MOTIVO
005950     MOVE WS-DATA-PROCESSO  TO DSP-DATA-ABERTURA
005960     MOVE ZERO              TO DSP-DATA-CREDITO
005970     MOVE ZERO              TO DSP-DATA-REAPRES
005980     MOVE ZERO              TO DSP-DATA-ENCERRAMENTO
005990     WRITE DISPUTA-REGISTRO
006000         INVALID KEY
006010             MOVE "N" TO WS-EDICAO-SW
006020             MOVE "JA-EXISTE" TO WS-MOTIVO
006030         NOT INVALID KEY
006040             ADD 1 TO WS-TOTAL-ABERTOS
006050     END-WRITE.
006060 2200-APLICA-ABERTURA-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 2210-LOCALIZA-ORIGINAL - LOOK THE ORIGINAL PURCHASE UP BY ITS
006110*                          HIST-CHAVE, FIRST ON THE LIVE HISTORY
006120*                          MASTER AND THEN ON THE ARCHIVE MASTER
006130******************************************************************
006140 2210-LOCALIZA-ORIGINAL.
006150     MOVE "N" TO WS-ORIGINAL-SW
006160     MOVE MOV-CHAVE TO HIST-CHAVE
006170     READ CARTAO-HISTORICO
006180         INVALID KEY
006190             CONTINUE
006200         NOT INVALID KEY
006210             MOVE "S" TO WS-ORIGINAL-SW
006220             MOVE HIST-NOME       TO WS-ORIG-NOME
006230             MOVE HIST-VALOR      TO WS-ORIG-VALOR
006240             MOVE HIST-TIPO-TRANS TO WS-ORIG-TIPO
006250             MOVE HIST-RESULTADO  TO WS-ORIG-RESULTADO
006260     END-READ
006270     IF ORIGINAL-ACHADO OR NOT ARQUIVO-DISPONIVEL
006280         GO TO 2210-LOCALIZA-ORIGINAL-EXIT
006290     END-IF
006300     MOVE MOV-CHAVE TO ARQ-CHAVE
006310     READ CARTAO-ARQUIVO
006320         INVALID KEY
006330             CONTINUE
006340         NOT INVALID KEY
006350             MOVE "S" TO WS-ORIGINAL-SW
006360             MOVE ARQ-NOME       TO WS-ORIG-NOME
006370             MOVE ARQ-VALOR      TO WS-ORIG-VALOR
006380             MOVE ARQ-TIPO-TRANS TO WS-ORIG-TIPO
006390             MOVE ARQ-RESULTADO  TO WS-ORIG-RESULTADO
006400     END-READ.
006410 2210-LOCALIZA-ORIGINAL-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 2300-APLICA-REAPRESENTACAO - THE MERCHANT HAS RE-PRESENTED THE
006460*                              SALE; ONLY AN OPEN OR CREDITED CASE
006470*                              CAN BE RE-PRESENTED
006480******************************************************************
006490 2300-APLICA-REAPRESENTACAO.
006500     PERFORM 2150-LE-CASO THRU 2150-LE-CASO-EXIT
006510     IF NOT MOVIMENTO-VALIDO
006520         GO TO 2300-APLICA-REAPRESENTACAO-EXIT
006530     END-IF
006540     IF CASO-REAPRESENTADO
006550         MOVE "N" TO WS-EDICAO-SW
006560         MOVE "JA-REAPRES" TO WS-MOTIVO
006570         GO TO 2300-APLICA-REAPRESENTACAO-EXIT
006580     END-IF
006590     MOVE "R" TO DSP-SITUACAO
006600     MOVE WS-DATA-PROCESSO TO DSP-DATA-REAPRES
006610     REWRITE DISPUTA-REGISTRO.
006620 2300-APLICA-REAPRESENTACAO-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 2400-APLICA-GANHO - CLOSE THE CASE FOR THE CARDHOLDER: WHATEVER
006670*                     OF THE DISPUTED AMOUNT THE CHARGEBACKS DID
006680*                     NOT ALREADY CREDIT IS CREDITED NOW, AND
006690*                     WHATEVER THEY DID NOT RECOVER FROM THE
006691*                     MERCHANT IS DEBITED TO IT
006700******************************************************************
006710 2400-APLICA-GANHO.
006720     PERFORM 2150-LE-CASO THRU 2150-LE-CASO-EXIT
006730     IF NOT MOVIMENTO-VALIDO
006740         GO TO 2400-APLICA-GANHO-EXIT
006750     END-IF
006760     MOVE "G" TO WS-TIPO-POSTAGEM
006770     COMPUTE WS-VALOR-POSTAGEM =
006780         DSP-VALOR-DISPUTA - DSP-VALOR-CREDITADO
006781     COMPUTE WS-VALOR-REMESSA =
006782         DSP-VALOR-DISPUTA - DSP-VALOR-RECUPERADO
006790     IF WS-VALOR-POSTAGEM > ZERO OR WS-VALOR-REMESSA > ZERO
006800         PERFORM 2600-POSTA-CARTAO THRU 2600-POSTA-CARTAO-EXIT
006810         IF NOT MOVIMENTO-VALIDO
006820             GO TO 2400-APLICA-GANHO-EXIT
006830         END-IF
006840         ADD WS-VALOR-POSTAGEM TO WS-SOMA-CREDITOS
006850     END-IF
006860     MOVE DSP-VALOR-DISPUTA TO DSP-VALOR-CREDITADO
006861     MOVE DSP-VALOR-DISPUTA TO DSP-VALOR-RECUPERADO
006870     MOVE "G" TO DSP-SITUACAO
006880     MOVE WS-DATA-PROCESSO TO DSP-DATA-ENCERRAMENTO
006890     REWRITE DISPUTA-REGISTRO
006900     ADD 1 TO WS-TOTAL-GANHOS.
006910 2400-APLICA-GANHO-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 2450-APLICA-PERDA - CLOSE THE CASE FOR THE MERCHANT: THE
006960*                     PROVISIONAL CREDIT IS CHARGED BACK TO THE
006970*                     CARDHOLDER AND WHATEVER THE CHARGEBACKS
006971*                     RECOVERED FROM THE MERCHANT IS RE-CREDITED
006972*                     TO IT
006980******************************************************************
006990 2450-APLICA-PERDA.
007000     PERFORM 2150-LE-CASO THRU 2150-LE-CASO-EXIT
007010     IF NOT MOVIMENTO-VALIDO
007020         GO TO 2450-APLICA-PERDA-EXIT
007030     END-IF
007040     MOVE "V" TO WS-TIPO-POSTAGEM
007050     MOVE DSP-VALOR-CREDITADO TO WS-VALOR-POSTAGEM
007051     MOVE DSP-VALOR-RECUPERADO TO WS-VALOR-REMESSA
007060     IF WS-VALOR-POSTAGEM > ZERO OR WS-VALOR-REMESSA > ZERO
007070         PERFORM 2600-POSTA-CARTAO THRU 2600-POSTA-CARTAO-EXIT
007080         IF NOT MOVIMENTO-VALIDO
007090             GO TO 2450-APLICA-PERDA-EXIT
007100         END-IF
007110         ADD WS-VALOR-POSTAGEM TO WS-SOMA-REVERSOES
007120     END-IF
007130     MOVE "P" TO DSP-SITUACAO
007140     MOVE WS-DATA-PROCESSO TO DSP-DATA-ENCERRAMENTO
007150     REWRITE DISPUTA-REGISTRO
007160     ADD 1 TO WS-TOTAL-PERDIDOS.
007170 2450-APLICA-PERDA-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 2500-PROCESS-MOVIMENTO - EDIT AND APPLY ONE MOVEMENT, PRINT THE
007220*                          REPORT LINE, THEN PRIME THE NEXT READ
007230******************************************************************
007240 2500-PROCESS-MOVIMENTO.
007250     MOVE SPACES TO WS-MOTIVO
007260     MOVE ZERO TO WS-VALOR-POSTAGEM
007261     MOVE ZERO TO WS-VALOR-REMESSA
007270     MOVE SPACES TO DET-DISPUTA
007280     PERFORM 2100-EDIT-MOVIMENTO THRU 2100-EDIT-MOVIMENTO-EXIT
007290     IF MOVIMENTO-VALIDO
007300         EVALUATE TRUE
007310             WHEN MOV-ABERTURA
007320                 PERFORM 2200-APLICA-ABERTURA
007330                     THRU 2200-APLICA-ABERTURA-EXIT
007340             WHEN MOV-REAPRESENTACAO
007350                 PERFORM 2300-APLICA-REAPRESENTACAO
007360                     THRU 2300-APLICA-REAPRESENTACAO-EXIT
007370             WHEN MOV-GANHO
007380                 PERFORM 2400-APLICA-GANHO
007390                     THRU 2400-APLICA-GANHO-EXIT
007400             WHEN MOV-PERDA
007410                 PERFORM 2450-APLICA-PERDA
007420                     THRU 2450-APLICA-PERDA-EXIT
007430         END-EVALUATE
007440     END-IF
007450     IF MOVIMENTO-VALIDO
007460         MOVE "APLICADO" TO WS-SITUACAO
007470     ELSE
007480         MOVE "REJEITADO" TO WS-SITUACAO
007490     END-IF
007500     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
007510     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
007520 2500-PROCESS-MOVIMENTO-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 2600-POSTA-CARTAO - POST THE CLOSING AMOUNT OF A CASE TO THE
007570*                     CARDHOLDER'S BALANCE (A CREDIT FOR GANHO, A
007580*                     DEBIT FOR PERDIDO), JOURNAL IT AND ROLL IT
007590*                     INTO HISTORY, THEN WRITE THE MERCHANT'S
007600*                     REMITTANCE COUNTERPART; A ZERO SIDE IS
007610*                     SKIPPED. A CARD OR MERCHANT MISSING FROM ITS
007620*                     MASTER REJECTS THE MOVEMENT AND LEAVES THE
007621*                     CASE AS IT WAS.
007630******************************************************************
007640 2600-POSTA-CARTAO.
007650     MOVE DSP-ESTAB TO EST-CODIGO
007660     READ CARTAO-ESTABELEC
007670         INVALID KEY
007680             MOVE "N" TO WS-EDICAO-SW
007690             MOVE "SEM-ESTAB" TO WS-MOTIVO
007700             GO TO 2600-POSTA-CARTAO-EXIT
007710     END-READ
007711     IF WS-VALOR-POSTAGEM = ZERO
007712         GO TO 2605-POSTA-REMESSA
007713     END-IF
007720     MOVE DSP-NUMERO TO LIM-NUMERO
007730     READ CARTAO-LIMITES
007740         INVALID KEY
007750             MOVE "N" TO WS-EDICAO-SW
007760             MOVE "SEM-CADAST" TO WS-MOTIVO
007770             GO TO 2600-POSTA-CARTAO-EXIT
007780     END-READ
007790     MOVE LIM-SALDO TO WS-SALDO-ANTES
007791     MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTES
007800     IF POSTAGEM-CREDITO
007810         PERFORM 2610-CREDITA-SALDO THRU 2610-CREDITA-SALDO-EXIT
007860     ELSE
007870         PERFORM 2615-DEBITA-SALDO THRU 2615-DEBITA-SALDO-EXIT
007880     END-IF
007890     REWRITE LIMITE-REGISTRO
007900     ADD WS-VALOR-POSTAGEM TO WS-SOMA-POSTADOS
007910     PERFORM 2620-GRAVA-JORNAL THRU 2620-GRAVA-JORNAL-EXIT
007920     PERFORM 2630-GRAVA-HISTORICO THRU 2630-GRAVA-HISTORICO-EXIT.
007925 2605-POSTA-REMESSA.
007930     IF WS-VALOR-REMESSA > ZERO
007931         PERFORM 2640-GRAVA-REMESSA THRU 2640-GRAVA-REMESSA-EXIT
007932     END-IF.
007940 2600-POSTA-CARTAO-EXIT.
007950     EXIT.
007951
007952******************************************************************
007953* 2610-CREDITA-SALDO - THE CREDIT PAYS DOWN THE DEBT; THE EXCESS
007954*                      IS CARRIED AS A CREDIT BALANCE, DATED THE
007955*                      DAY IT AROSE
007956******************************************************************
007957 2610-CREDITA-SALDO.
007958     IF WS-VALOR-POSTAGEM > LIM-SALDO
007959         COMPUTE LIM-SALDO-CREDOR =
007960             LIM-SALDO-CREDOR + WS-VALOR-POSTAGEM - LIM-SALDO
007961         MOVE ZERO TO LIM-SALDO
007962         IF LIM-DATA-CREDOR = ZERO
007963             MOVE WS-DATA-PROCESSO TO LIM-DATA-CREDOR
007964         END-IF
007965     ELSE
007966         SUBTRACT WS-VALOR-POSTAGEM FROM LIM-SALDO
007967     END-IF.
007968 2610-CREDITA-SALDO-EXIT.
007969     EXIT.
007970
007971******************************************************************
007972* 2615-DEBITA-SALDO - THE DEBIT CONSUMES THE CREDIT BALANCE FIRST;
007973*                     ONLY THE REMAINDER IS ADDED TO THE DEBT
007974******************************************************************
007975 2615-DEBITA-SALDO.
007976     IF WS-VALOR-POSTAGEM > LIM-SALDO-CREDOR
007977         COMPUTE LIM-SALDO =
007978             LIM-SALDO + WS-VALOR-POSTAGEM - LIM-SALDO-CREDOR
007979         MOVE ZERO TO LIM-SALDO-CREDOR
007980         MOVE ZERO TO LIM-DATA-CREDOR
007981     ELSE
007982         SUBTRACT WS-VALOR-POSTAGEM FROM LIM-SALDO-CREDOR
007983         IF LIM-SALDO-CREDOR = ZERO
007984             MOVE ZERO TO LIM-DATA-CREDOR
007985         END-IF
007986     END-IF.
007987 2615-DEBITA-SALDO-EXIT.
007988     EXIT.
007989
007990******************************************************************
007991* 2620-GRAVA-JORNAL - JOURNAL THE POSTING WITH TYPE "G" OR "V" AND
007992*                     THE BALANCE BEFORE AND AFTER, SO
008000*                     CARTAO-BACKOUT CAN REVERSE THE RUN BY ITS
008010*                     DATE LIKE ANY OTHER POSTING RUN
008020******************************************************************
008030 2620-GRAVA-JORNAL.
008040     MOVE WS-DATA-PROCESSO  TO JRN-RUN-DATA
008050     ADD 1 TO WS-JRN-SEQ
008060     MOVE WS-JRN-SEQ        TO JRN-SEQ
008070     MOVE DSP-NUMERO        TO JRN-NUMERO
008080     MOVE WS-TIPO-POSTAGEM  TO JRN-TIPO-TRANS
008090     MOVE WS-VALOR-POSTAGEM TO JRN-VALOR
008100     MOVE WS-SALDO-ANTES    TO JRN-SALDO-ANTES
008110     MOVE LIM-SALDO         TO JRN-SALDO-DEPOIS
008111     MOVE WS-CREDOR-ANTES   TO JRN-CREDOR-ANTES
008112     MOVE LIM-SALDO-CREDOR  TO JRN-CREDOR-DEPOIS
008120     WRITE JORNAL-REGISTRO.
008130 2620-GRAVA-JORNAL-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170* 2630-GRAVA-HISTORICO - ROLL THE POSTING INTO THE HISTORY MASTER
008180*                        AS AN APPROVED TYPE "G" OR "V" ROW DATED
008190*                        WITH THE RUN DATE, SO CARTAO-FATURA SHOWS
008200*                        IT ON THE NEXT STATEMENT. THE SEQUENCE IS
008210*                        BUMPED AND THE WRITE RETRIED ON A KEY
008220*                        COLLISION, AS THE DAILY BATCH DOES.
008230******************************************************************
008240 2630-GRAVA-HISTORICO.
008250     MOVE DSP-NUMERO        TO HIST-NUMERO
008260     MOVE WS-DATA-PROCESSO  TO HIST-DATA
008270     MOVE WS-TIPO-POSTAGEM  TO HIST-TIPO-TRANS
008280     ADD 1 TO WS-HIST-SEQ
008290     MOVE WS-HIST-SEQ       TO HIST-SEQ
008300     MOVE DSP-NOME          TO HIST-NOME
008310     MOVE WS-VALOR-POSTAGEM TO HIST-VALOR
008320     MOVE SPACES            TO HIST-STATUS
008330     MOVE "APROVADO"        TO HIST-RESULTADO
008340     MOVE DSP-MOTIVO        TO HIST-MOTIVO
008350     MOVE LIM-SALDO         TO HIST-SALDO-APOS.
008360 2631-TENTA-HISTORICO.
008370     WRITE HISTORICO-REGISTRO
008380         INVALID KEY
008390             ADD 1 TO WS-HIST-SEQ
008400             MOVE WS-HIST-SEQ TO HIST-SEQ
008410             GO TO 2631-TENTA-HISTORICO
008420     END-WRITE.
008430 2630-GRAVA-HISTORICO-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470* 2640-GRAVA-REMESSA - APPEND THE MERCHANT'S SIDE OF THE POSTING
008480*                      TO THE REMITTANCE EXTRACT: A DEBIT WHEN THE
008490*                      CARDHOLDER WON, A RE-CREDIT WHEN THE
008500*                      MERCHANT WON, WITH THE DISCOUNT FEE WORKED
008510*                      OUT AT THE MASTER'S RATE AS CARTAO-BATCH
008520*                      DOES
008530******************************************************************
008540 2640-GRAVA-REMESSA.
008550     MOVE EST-CODIGO        TO REM-CODIGO
008560     MOVE EST-NOME          TO REM-NOME
008570     MOVE EST-BANCO         TO REM-BANCO
008580     MOVE EST-AGENCIA       TO REM-AGENCIA
008590     MOVE EST-CONTA         TO REM-CONTA
008600     MOVE WS-VALOR-REMESSA  TO REM-BRUTO
008610     COMPUTE REM-TARIFA ROUNDED =
008620         WS-VALOR-REMESSA * EST-TAXA-DESCONTO / 100
008630     COMPUTE REM-LIQUIDO = REM-BRUTO - REM-TARIFA
008640     MOVE WS-DATA-PROCESSO  TO REM-DATA
008650     IF POSTAGEM-CREDITO
008660         MOVE "D" TO REM-NATUREZA
008670     ELSE
008680         MOVE "C" TO REM-NATUREZA
008690     END-IF
008700     WRITE REMESSA-REGISTRO.
008710 2640-GRAVA-REMESSA-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 2700-GRAVA-DETALHE - PRINT THE MOVEMENT'S REPORT LINE AND ROLL
008760*                      THE APPLIED/REJECTED COUNTERS
008770******************************************************************
008780 2700-GRAVA-DETALHE.
008790     MOVE MOV-ACAO      TO DET-ACAO
008800     MOVE MOV-NUMERO    TO WS-PAN-CLARO
008810     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
008820     MOVE WS-PAN-MASCARADO TO DET-NUMERO
008830     MOVE MOV-DATA-ORIG TO DET-DATA-ORIG
008840     MOVE ZERO TO DET-ESTAB
008850     IF MOVIMENTO-VALIDO
008860         MOVE DSP-ESTAB TO DET-ESTAB
008870         MOVE DSP-VALOR-DISPUTA TO WS-VALOR-EDITADO
008880         MOVE WS-VALOR-EDITADO TO DET-DISPUTA
008890     END-IF
008900     MOVE WS-VALOR-POSTAGEM TO WS-VALOR-EDITADO
008910     MOVE WS-VALOR-EDITADO TO DET-LANCADO
008920     MOVE WS-SITUACAO   TO DET-SITUACAO
008930     MOVE WS-MOTIVO     TO DET-MOTIVO
008940     WRITE RELATORIO-LINHA FROM REL-DETALHE
008950     IF MOVIMENTO-VALIDO
008960         ADD 1 TO WS-TOTAL-APLICADOS
008970     ELSE
008980         ADD 1 TO WS-TOTAL-REJEITADOS
008990     END-IF.
009000 2700-GRAVA-DETALHE-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040* 2900-CALCULA-SERIAL - CONVERT THE YYYYMMDD DATE IN WS-SRL-DATA
009050*                       INTO A SERIAL DAY COUNT IN WS-SRL-DIAS:
009060*                       THE FULL YEARS BEFORE IT IN DAYS (LEAP
009070*                       YEARS COUNTED), PLUS THE DAY OF YEAR
009080******************************************************************
009090 2900-CALCULA-SERIAL.
009100     DIVIDE WS-SRL-DATA BY 10000
009110         GIVING WS-SRL-ANO REMAINDER WS-SRL-RESTO
009120     DIVIDE WS-SRL-RESTO BY 100
009130         GIVING WS-SRL-MES REMAINDER WS-SRL-DIA
009140     MOVE "N" TO WS-SRL-BISSEXTO-SW
009150     DIVIDE WS-SRL-ANO BY 4
009160         GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
009170     IF WS-SRL-RESTO = ZERO
009180         MOVE "S" TO WS-SRL-BISSEXTO-SW
009190         DIVIDE WS-SRL-ANO BY 100
009200             GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
009210         IF WS-SRL-RESTO = ZERO
009220             MOVE "N" TO WS-SRL-BISSEXTO-SW
009230             DIVIDE WS-SRL-ANO BY 400
009240                 GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
009250             IF WS-SRL-RESTO = ZERO
009260                 MOVE "S" TO WS-SRL-BISSEXTO-SW
009270             END-IF
009280         END-IF
009290     END-IF
009300     EVALUATE WS-SRL-MES
009310         WHEN 1
009320             MOVE 0 TO WS-SRL-MES-DIAS
009330         WHEN 2
009340             MOVE 31 TO WS-SRL-MES-DIAS
009350         WHEN 3
009360             MOVE 59 TO WS-SRL-MES-DIAS
009370         WHEN 4
009380             MOVE 90 TO WS-SRL-MES-DIAS
009390         WHEN 5
009400             MOVE 120 TO WS-SRL-MES-DIAS
009410         WHEN 6
009420             MOVE 151 TO WS-SRL-MES-DIAS
009430         WHEN 7
009440             MOVE 181 TO WS-SRL-MES-DIAS
009450         WHEN 8
009460             MOVE 212 TO WS-SRL-MES-DIAS
009470         WHEN 9
009480             MOVE 243 TO WS-SRL-MES-DIAS
009490         WHEN 10
009500             MOVE 273 TO WS-SRL-MES-DIAS
009510         WHEN 11
009520             MOVE 304 TO WS-SRL-MES-DIAS
009530         WHEN OTHER
009540             MOVE 334 TO WS-SRL-MES-DIAS
009550     END-EVALUATE
009560     COMPUTE WS-SRL-ANO-ANT = WS-SRL-ANO - 1
009570     DIVIDE WS-SRL-ANO-ANT BY 4
009580         GIVING WS-SRL-QUARTOS REMAINDER WS-SRL-RESTO
009590     DIVIDE WS-SRL-ANO-ANT BY 100
009600         GIVING WS-SRL-CENTOS REMAINDER WS-SRL-RESTO
009610     DIVIDE WS-SRL-ANO-ANT BY 400
009620         GIVING WS-SRL-QUADRI REMAINDER WS-SRL-RESTO
009630     COMPUTE WS-SRL-DIAS =
009640         WS-SRL-ANO-ANT * 365
009650             + WS-SRL-QUARTOS - WS-SRL-CENTOS + WS-SRL-QUADRI
009660             + WS-SRL-MES-DIAS + WS-SRL-DIA
009670     IF ANO-BISSEXTO AND WS-SRL-MES > 2
009680         ADD 1 TO WS-SRL-DIAS
009690     END-IF.
009700 2900-CALCULA-SERIAL-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
009750*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
009760*                    AS CARTAO-BATCH DOES (PCI)
009770******************************************************************
009780 2910-MASCARA-PAN.
009790     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
009800     MOVE "******"      TO WS-MSC-MEIO
009810     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
009820 2910-MASCARA-PAN-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860* 3000-FINALIZE - PRINT THE CASE-AGING REPORT, CLOSE FILES AND
009870*                 PRINT THE CONTROL TOTALS
009880******************************************************************
009890 3000-FINALIZE.
009900     PERFORM 3200-RELATORIO-AGED THRU 3200-RELATORIO-AGED-EXIT
009910     CLOSE DISPUTA-MOVIMENTO
009920     CLOSE CARTAO-DISPUTAS
009930     CLOSE CARTAO-HISTORICO
009940     IF ARQUIVO-DISPONIVEL
009950         CLOSE CARTAO-ARQUIVO
009960     END-IF
009970     CLOSE CARTAO-LIMITES
009980     CLOSE CARTAO-ESTABELEC
009990     CLOSE CARTAO-JORNAL
010000     CLOSE CARTAO-REMESSA
010010     CLOSE DISPUTA-RELATORIO
010020     CLOSE DISPUTA-AGED
010030     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
010040     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
010050 3000-FINALIZE-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090* 3200-RELATORIO-AGED - LIST EVERY CASE STILL IN PROGRESS, AGED IN
010100*                       DAYS FROM THE DATE IT WAS OPENED; CASES
010110*                       OPEN PAST THE TIME BOX ARE FLAGGED VENCIDO
010120*                       FOR THE FRAUD AND DISPUTES DESK
010130******************************************************************
010140 3200-RELATORIO-AGED.
010150     MOVE WS-DATA-PROCESSO TO AGE-CAB-DATA
010160     WRITE AGED-LINHA FROM AGE-CABECALHO-1
010170     WRITE AGED-LINHA FROM AGE-CABECALHO-2
010180     MOVE "N" TO FIM-DISPUTAS
010190     MOVE ZERO TO DSP-NUMERO
010200     MOVE ZERO TO DSP-DATA-ORIG
010210     MOVE SPACES TO DSP-TIPO-ORIG
010220     MOVE ZERO TO DSP-SEQ-ORIG
010230     START CARTAO-DISPUTAS KEY NOT < DSP-CHAVE
010240         INVALID KEY
010250             MOVE "S" TO FIM-DISPUTAS
010260     END-START
010270     PERFORM 3210-AGE-UM-CASO THRU 3210-AGE-UM-CASO-EXIT
010280         UNTIL FIM-DAS-DISPUTAS.
010290 3200-RELATORIO-AGED-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 3210-AGE-UM-CASO - READ ONE CASE AND LIST IT WHEN STILL IN
010340*                    PROGRESS
010350******************************************************************
010360 3210-AGE-UM-CASO.
010370     READ CARTAO-DISPUTAS NEXT RECORD
010380         AT END
010390             MOVE "S" TO FIM-DISPUTAS
010400     END-READ
010410     IF FIM-DAS-DISPUTAS OR NOT CASO-EM-ANDAMENTO
010420         GO TO 3210-AGE-UM-CASO-EXIT
010430     END-IF
010440     ADD 1 TO WS-TOTAL-ANDAMENTO
010450     MOVE DSP-DATA-ABERTURA TO WS-SRL-DATA
010460     PERFORM 2900-CALCULA-SERIAL
010470         THRU 2900-CALCULA-SERIAL-EXIT
010480     IF WS-DIAS-REF > WS-SRL-DIAS
010490         COMPUTE WS-DIAS-CASO = WS-DIAS-REF - WS-SRL-DIAS
010500     ELSE
010510         MOVE ZERO TO WS-DIAS-CASO
010520     END-IF
010530     MOVE DSP-NUMERO TO WS-PAN-CLARO
010540     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
010550     MOVE WS-PAN-MASCARADO  TO AGE-NUMERO
010560     MOVE DSP-ESTAB         TO AGE-ESTAB
010570     MOVE DSP-DATA-ABERTURA TO AGE-ABERTURA
010580     MOVE DSP-SITUACAO      TO AGE-SITUACAO-CASO
010590     MOVE DSP-VALOR-DISPUTA TO WS-VALOR-EDITADO
010600     MOVE WS-VALOR-EDITADO  TO AGE-DISPUTA
010610     MOVE DSP-VALOR-CREDITADO TO WS-VALOR-EDITADO
010620     MOVE WS-VALOR-EDITADO  TO AGE-CREDITADO
010630     MOVE WS-DIAS-CASO      TO AGE-DIAS
010640     IF WS-DIAS-CASO > WS-DIAS-LIMITE
010650         MOVE "VENCIDO" TO AGE-SITUACAO
010660         ADD 1 TO WS-TOTAL-VENCIDOS
010670     ELSE
010680         MOVE "NO PRAZO" TO AGE-SITUACAO
010690     END-IF
010700     WRITE AGED-LINHA FROM AGE-DETALHE.
010710 3210-AGE-UM-CASO-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
010760*                        CONTROL REGISTRY UNDER CODE CARTDISP
010770*                        AND THE RUN DATE; A DATE ALREADY
010780*                        COMPLETED STOPS THE RUN UNLESS THE
010790*                        OVERRIDE WAS KEYED
010800******************************************************************
010810 1600-REGISTRA-INICIO.
010811     PERFORM 1620-VERIFICA-PREREQ
010812         THRU 1620-VERIFICA-PREREQ-EXIT
010820     OPEN I-O CARTAO-RUNCTL
010830     IF WS-RUN-STATUS = "35"
010840         OPEN OUTPUT CARTAO-RUNCTL
010850         CLOSE CARTAO-RUNCTL
010860         OPEN I-O CARTAO-RUNCTL
010870     END-IF
010880     IF WS-RUN-STATUS NOT = "00"
010890         DISPLAY "CARTAO-DISPUTA - CARTAO-RUNCTL OPEN FAILED, "
010900             "STATUS " WS-RUN-STATUS
010910         MOVE 16 TO RETURN-CODE
010920         STOP RUN
010930     END-IF
010940     MOVE "CARTDISP" TO RUN-PROGRAMA
010950     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
010960     READ CARTAO-RUNCTL
010970         INVALID KEY
010980             PERFORM 1610-PREPARA-RUNCTL
010990                 THRU 1610-PREPARA-RUNCTL-EXIT
011000             WRITE RUNCTL-REGISTRO
011010         NOT INVALID KEY
011020             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
011030                 DISPLAY "CARTAO-DISPUTA - DATA " WS-DATA-PROCESSO
011040                     " JA PROCESSADA E COMPLETA NO REGISTRO DE "
011050                     "RUNS - USE O OVERRIDE DO CARTAO DE "
011060                     "PARAMETROS PARA FORCAR"
011070                 MOVE 16 TO RETURN-CODE
011080                 STOP RUN
011090             END-IF
011100             PERFORM 1610-PREPARA-RUNCTL
011110                 THRU 1610-PREPARA-RUNCTL-EXIT
011120             REWRITE RUNCTL-REGISTRO
011130     END-READ.
011140 1600-REGISTRA-INICIO-EXIT.
011150     EXIT.
011160
011170******************************************************************
011180* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
011190*                       IS STARTING
011200******************************************************************
011210 1610-PREPARA-RUNCTL.
011220     MOVE "CARTDISP" TO RUN-PROGRAMA
011230     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
011240     MOVE "I" TO RUN-SITUACAO
011250     MOVE SPACE TO RUN-MODO
011260     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
011270     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
011280     MOVE ZERO TO RUN-TOTAL-REGISTROS
011290     MOVE ZERO TO RUN-TOTAL-VALOR.
011300 1610-PREPARA-RUNCTL-EXIT.
011310     EXIT.
011311
011312******************************************************************
011313* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
011314*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
011315*                        THIS REFERENCE SHOW COMPLETED ON THE
011316*                        REGISTRY (CARTAO-PREREQ)
011317******************************************************************
011318 1620-VERIFICA-PREREQ.
011319     MOVE "CARTDISP" TO PRQ-PROGRAMA
011320     MOVE WS-DATA-PROCESSO TO PRQ-DATA-REF
011321     MOVE "S" TO PRQ-MENSAGENS
011322     CALL "CARTAO-PREREQ" USING PRQ-AREA
011323     IF PRQ-RETORNO NOT = ZERO
011324         DISPLAY "CARTAO-DISPUTA - PRE-REQUISITOS PENDENTES PARA "
011325             WS-DATA-PROCESSO " - RUN NAO INICIADO"
011326         MOVE 16 TO RETURN-CODE
011327         STOP RUN
011328     END-IF.
011329 1620-VERIFICA-PREREQ-EXIT.
011330     EXIT.
011331
011332******************************************************************
011340* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY,
011350*                     WITH THE MOVEMENTS APPLIED AND THE TOTAL
011360*                     AMOUNT POSTED TO THE CARDHOLDERS
011370******************************************************************
011380 3300-REGISTRA-FIM.
011390     MOVE "CARTDISP" TO RUN-PROGRAMA
011400     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
011410     READ CARTAO-RUNCTL
011420         INVALID KEY
011430             CONTINUE
011440         NOT INVALID KEY
011450             MOVE "C" TO RUN-SITUACAO
011460             MOVE WS-TOTAL-APLICADOS TO RUN-TOTAL-REGISTROS
011470             MOVE WS-SOMA-POSTADOS   TO RUN-TOTAL-VALOR
011480             REWRITE RUNCTL-REGISTRO
011490     END-READ
011500     CLOSE CARTAO-RUNCTL.
011510 3300-REGISTRA-FIM-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
011560******************************************************************
011570 3100-PRINT-TOTALS.
011580     DISPLAY "CARTAO-DISPUTA - TOTAIS DE CONTROLE".
011590     DISPLAY "-----------------------------------------".
011600     DISPLAY "DATA DO RUN........: " WS-DATA-PROCESSO.
011610     DISPLAY "TOTAL LIDOS........: " WS-TOTAL-LIDOS.
011620     DISPLAY "TOTAL APLICADOS....: " WS-TOTAL-APLICADOS.
011630     DISPLAY "TOTAL REJEITADOS...: " WS-TOTAL-REJEITADOS.
011640     DISPLAY "CASOS ABERTOS......: " WS-TOTAL-ABERTOS.
011650     DISPLAY "CASOS GANHOS.......: " WS-TOTAL-GANHOS.
011660     DISPLAY "CASOS PERDIDOS.....: " WS-TOTAL-PERDIDOS.
011670     DISPLAY "SOMA CREDITOS......: " WS-SOMA-CREDITOS.
011680     DISPLAY "SOMA REVERSOES.....: " WS-SOMA-REVERSOES.
011690     DISPLAY "CASOS EM ANDAMENTO.: " WS-TOTAL-ANDAMENTO.
011700     DISPLAY "CASOS VENCIDOS.....: " WS-TOTAL-VENCIDOS.
011710     DISPLAY "-----------------------------------------".
011720 3100-PRINT-TOTALS-EXIT.
011730     EXIT.
