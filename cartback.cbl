000090*    PROGRAM......: CARTAO-BACKOUT
000100*    DESCRIPTION..: REVERSES EVERY LIM-SALDO POSTING A NAMED RUN
000110*                   MADE TO THE CARDHOLDER LIMITS MASTER. THE RUN
000120*                   IS NAMED BY ITS RUN DATE AND POSTING PROGRAM
000130*                   ON THE PARAMETER CARD (BACKPARM.TXT); ITS
000140*                   POSTINGS ARE TAKEN FROM THE JORNAL.TXT BALANCE
000141*                   JOURNAL - ONLY THE JOURNAL TYPES THAT PROGRAM
000142*                   WRITES - AND REVERSED IN REVERSE ORDER, EACH
000150*                   ONE RESTORING THE JOURNALED BALANCE-BEFORE
000160*                   IMAGE AND APPENDING A REVERSING RECORD TO THE
000161*                   JOURNAL (SEE BELOW). THE REPORT (BACKREL.TXT)
000170*                   SHOWS, FOR EVERY POSTING, THE MASTER BALANCE
000180*                   FOUND AND THE BALANCE RESTORED, WITH CONFERE
000190*                   WHEN THE MASTER MATCHED THE JOURNALED AFTER-
000200*                   IMAGE - THE PROOF THAT THE MASTER IS BACK
000210*                   WHERE IT STARTED.
000230*
000240*    A POSTING WHOSE MASTER BALANCE NO LONGER MATCHES THE
000250*    JOURNALED AFTER-IMAGE (LATER ACTIVITY ON THE CARD) IS
000260*    STILL REVERSED TO ITS BEFORE-IMAGE BUT FLAGGED DIVERGE
000270*    FOR MANUAL REVIEW.
000271*
000272*    THE BALANCE TRANSFERS OF THE CARD REISSUE RUN CARTAO-RENOVA
000273*    (JOURNAL TYPE "R") ARE NEVER REVERSED: THE OLD CARD'S BALANCE
000274*    BELONGS TO THE NEW NUMBER, WHATEVER ELSE POSTED THAT DATE.
000275*
000276*    PARAMETER CARD (BACKPARM.TXT, ONE RECORD, REQUIRED):
000277*        BCK-RUN-DATA    THE DATE THE RUN POSTED UNDER, YYYYMMDD
000278*        BCK-OVERRIDE    "S" = BACK OUT AGAIN A DATE THE RUN-
000279*                        CONTROL REGISTRY ALREADY SHOWS BACKED OUT
000280*        BCK-PROGRAMA    THE RUN-CONTROL CODE OF THE POSTING RUN
000281*                        TO REVERSE; BLANK = THE ONLY POSTING RUN
000282*                        COMPLETED UNDER THE DATE
000283*    THE PROGRAMS AND THE JOURNAL TYPES REVERSED FOR EACH:
000284*        CARTBATC, CARTRESS, CARTAUTO  "1" TO "4" AND BLANK
000285*        CARTFATU  "J"     CARTPARC  "P"     CARTREEM  "D"
000286*        CARTTARI  "A", "T", "M" AND "E"
000287*    THE BACKOUT IS REFUSED WHEN THE PROGRAM IS LEFT BLANK AND
000288*    MORE THAN ONE POSTING RUN COMPLETED UNDER THE DATE, AND WHEN
000289*    CARTBATC, CARTRESS AND CARTAUTO, WHOSE JOURNAL TYPES CANNOT
000290*    BE TOLD APART, ARE MORE THAN ONE OF THEM UNDER THE DATE. A
000291*    CARTAO-DISPUTA RUN (CARTDISP) IS NEVER BACKED OUT: THE CASES
000292*    IT CLOSED CANNOT BE REOPENED FROM THE JOURNAL, SO ITS
000293*    POSTINGS ARE CORRECTED BY THE DISPUTES DESK. A SECOND
000294*    BACKOUT UNDER THE SAME DATE, OF ANY PROGRAM, NEEDS THE
000295*    OVERRIDE.
000296*
000297*    A CHARGEBACK (TYPE "4") REVERSED ALSO COMES OFF ITS DISPUTE
000298*    CASE AND, FOR CARTBATC, OFF THE MERCHANT'S UNPAID CHARGEBACK
000299*    ENTRY ON AGENDA.DAT; WHEN EITHER IS NO LONGER THERE THE
000300*    BACKOUT IS REFUSED BEFORE ANYTHING IS REVERSED.
000301*
000302*    EVERY POSTING RESTORED IS ALSO WRITTEN BACK TO JORNAL.TXT AS
000303*    A REVERSING RECORD (JRN-SEQ ZERO, JRN-ESTORNO) OF THE SAME
000304*    DATE, CARD, TYPE AND AMOUNT, WITH THE MASTER BALANCES FOUND
000305*    AS BEFORE-IMAGES AND THOSE RESTORED AS AFTER-IMAGES, FOR
000306*    CARTAO-CONTABIL. REVERSING RECORDS ARE NEVER REVERSED.
000307*
000308*    MODIFICATION HISTORY
000309*    DATE        BY   DESCRIPTION
000310*    ----------  ---  -----------------------------------------
000320*    2026-08-22  JCM  ORIGINAL VERSION.
000330*    2026-08-22  JCM  CARD NUMBERS WIDENED TO THE FULL 16-DIGIT
000383*                     FIRST-SIX-PLUS-LAST-FOUR (PCI); THE
000384*                     JOURNAL AND THE MASTER KEEP THE FULL
000385*                     NUMBER.
000386*    2026-10-05  JCM  A COMPLETED CARTAO-DISPUTA RUN (CARTDISP)
000387*                     IS ACCEPTED AS A POSTING RUN TO REVERSE.
000388*                     ONLY THE BALANCES ARE RESTORED: THE CASES
000389*                     IT CLOSED STAY CLOSED ON DISPUTAS.DAT AND
000390*                     ARE LEFT FOR THE DISPUTES DESK TO REVIEW.
000391*    2026-10-05  JCM  THE CARDHOLDER CREDIT BALANCE
000392*                     (LIM-SALDO-CREDOR) IS RESTORED FROM THE
000393*                     JOURNAL'S JRN-CREDOR-ANTES WITH THE BALANCE
000394*                     AND TAKES PART IN THE CONFERE CHECK; THE
000395*                     RESTORED CREDIT BALANCE IS SHOWN ON
000396*                     BACKREL.TXT. JOURNAL RECORDS WRITTEN
000397*                     BEFORE THE CREDIT BALANCE EXISTED RESTORE
000398*                     IT AS ZERO.
000399*    2026-10-05  JCM  A COMPLETED CARTAO-REEMBOLSO RUN (CARTREEM)
000400*                     IS ACCEPTED AS A POSTING RUN TO REVERSE; THE
000401*                     REFUNDED CREDIT BALANCES ARE RESTORED, BUT
000402*                     THE REFUND EXTRACT ALREADY SENT MUST BE
000403*                     RECALLED BY THE PAYMENTS AREA.
000404*    2026-10-15  JCM  A COMPLETED CARTAO-TARIFA RUN (CARTTARI) IS
000405*                     ACCEPTED AS A POSTING RUN TO REVERSE; THE
000406*                     FEES ARE TAKEN OFF THE BALANCES.
000407*    2026-10-15  JCM  THE REISSUE BALANCE TRANSFERS OF CARTAO-
000408*                     RENOVA (JOURNAL TYPE "R") ARE SKIPPED WHEN
000409*                     THE NAMED RUN'S POSTINGS ARE LOADED.
000410*    2026-10-15  JCM  THE RUN IS NOW NAMED BY DATE AND PROGRAM
000411*                     (NEW BCK-PROGRAMA) AND ONLY THAT PROGRAM'S
000412*                     JOURNAL TYPES ARE REVERSED; AN AMBIGUOUS
000413*                     DATE AND CARTAO-DISPUTA ARE REFUSED. EACH
000414*                     POSTING RESTORED IS JOURNALED AS A REVERSING
000415*                     RECORD (JRN-ESTORNO) FOR CARTAO-CONTABIL.
000416*    2026-10-15  JCM  A CHARGEBACK REVERSED ALSO COMES OFF ITS
000417*                     DISPUTE CASE AND, FOR CARTBATC, OFF THE
000418*                     CASE'S RECOVERED AMOUNT AND THE MERCHANT'S
000419*                     UNPAID CHARGEBACK ENTRY; THE BACKOUT IS
000420*                     REFUSED WHEN EITHER IS NO LONGER THERE.
000421******************************************************************
000422 ENVIRONMENT DIVISION.
000423 INPUT-OUTPUT SECTION.
000424 FILE-CONTROL.
000425     SELECT BACKOUT-PARAMETRO ASSIGN TO "BACKPARM.TXT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT OPTIONAL CARTAO-JORNAL ASSIGN TO "JORNAL.TXT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000471     SELECT CARTAO-AGENDA ASSIGN TO "AGENDA.DAT"
000472         ORGANIZATION IS INDEXED
000473         ACCESS IS RANDOM
000474         RECORD KEY IS AGE-CHAVE
000475         FILE STATUS IS WS-AGE-STATUS.
000476
000480     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS IS RANDOM
000510         RECORD KEY IS LIM-NUMERO
000520         FILE STATUS IS WS-LIM-STATUS.
000521
000522     SELECT CARTAO-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
000523         ORGANIZATION IS INDEXED
000524         ACCESS IS DYNAMIC
000525         RECORD KEY IS DSP-CHAVE
000526         FILE STATUS IS WS-DSP-STATUS.
000530
000540     SELECT BACKOUT-RELATORIO ASSIGN TO "BACKREL.TXT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000590 01  PARAMETRO-REGISTRO.
000600     05  BCK-RUN-DATA          PIC 9(08).
000601     05  BCK-OVERRIDE          PIC X(01).
000602     05  BCK-PROGRAMA          PIC X(08).
000610
000620 FD  CARTAO-JORNAL.
000630 01  JORNAL-REGISTRO.
000660 FD  CARTAO-LIMITES.
000670 01  LIMITE-REGISTRO.
000680     COPY LIMREG.
000681
000682 FD  CARTAO-DISPUTAS.
000683 01  DISPUTA-REGISTRO.
000684     COPY DISPREG.
000685
000686 FD  CARTAO-AGENDA.
000687 01  AGENDA-REGISTRO.
000688     COPY AGEREG.
000690
000700 FD  BACKOUT-RELATORIO.
000710 01  RELATORIO-LINHA           PIC X(100).
000740 01  WS-SWITCHES.
000750     05  FIM-JORNAL            PIC X(01) VALUE "N".
000760         88  FIM-DO-JORNAL         VALUE "S".
000761     05  WS-TIPO-SW            PIC X(01) VALUE "N".
000762         88  TIPO-DO-PROGRAMA      VALUE "S".
000763     05  WS-CASO-SW            PIC X(01) VALUE "N".
000764         88  CASO-ACHADO           VALUE "S".
000765     05  FIM-DISPUTAS          PIC X(01) VALUE "N".
000766         88  FIM-DAS-DISPUTAS      VALUE "S".
000767     05  WS-AGE-ACHADA-SW      PIC X(01) VALUE "N".
000768         88  AGENDA-ACHADA         VALUE "S".
000770
000780 01  WS-CAMPOS.
000790     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
000800     05  WS-DATA-PEDIDA        PIC 9(08) VALUE ZERO.
000810     05  WS-SITUACAO           PIC X(10).
000820     05  WS-VALOR-EDITADO      PIC Z(07)9.99.
000821     05  WS-SALDO-MESTRE       PIC 9(08)V99 VALUE ZERO.
000822     05  WS-CREDOR-MESTRE      PIC 9(08)V99 VALUE ZERO.
000823     05  WS-DSP-STATUS         PIC X(02) VALUE SPACES.
000824     05  WS-AGE-STATUS         PIC X(02) VALUE SPACES.
000825     05  WS-AGE-LOTE           PIC 9(03) VALUE ZERO.
000826     05  WS-CASOS-SW           PIC X(01) VALUE "N".
000827         88  CASOS-ABERTOS         VALUE "S".
000830
000840 01  WS-CONTADORES.
000850     05  WS-TOTAL-JORNAL       PIC 9(07) VALUE ZERO.
000860     05  WS-TOTAL-REVERTIDOS   PIC 9(07) VALUE ZERO.
000861     05  WS-SOMA-REVERTIDOS    PIC 9(11)V99 VALUE ZERO.
000862     05  WS-TOTAL-CASOS        PIC 9(07) VALUE ZERO.
000863     05  WS-TOTAL-RECUSAS      PIC 9(07) VALUE ZERO.
000870     05  WS-TOTAL-DIVERGENTES  PIC 9(07) VALUE ZERO.
000871     05  WS-TOTAL-SEM-CADASTRO PIC 9(07) VALUE ZERO.
000872     05  WS-TOTAL-ESTORNOS     PIC 9(07) VALUE ZERO.
000881
000882 01  WS-RUNCTL-DADOS.
000883     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
000887         88  FIM-DO-RUNCTL         VALUE "S".
000888     05  WS-RUN-ALVO-SW        PIC X(01) VALUE "N".
000889         88  RUN-ALVO-ACHADO       VALUE "S".
000891     05  WS-RUN-QTD            PIC 9(04) COMP VALUE ZERO.
000892     05  WS-RUN-FAMILIA-QTD    PIC 9(04) COMP VALUE ZERO.
000893     05  WS-RUN-UNICO          PIC X(08) VALUE SPACES.
000894     05  WS-RUN-LIDO           PIC X(08) VALUE SPACES.
000895         88  LIDO-POSTAGEM         VALUE "CARTBATC" "CARTRESS"
000896                                         "CARTFATU" "CARTPARC"
000897                                         "CARTAUTO" "CARTDISP"
000898                                         "CARTREEM" "CARTTARI".
000899         88  LIDO-CARTOES          VALUE "CARTBATC" "CARTRESS"
000900                                         "CARTAUTO".
000901     05  WS-PROGRAMA-PEDIDO    PIC X(08) VALUE SPACES.
000902         88  PEDIDO-POSTAGEM       VALUE "CARTBATC" "CARTRESS"
000903                                         "CARTFATU" "CARTPARC"
000904                                         "CARTAUTO" "CARTDISP"
000905                                         "CARTREEM" "CARTTARI".
000906         88  PEDIDO-CARTOES        VALUE "CARTBATC" "CARTRESS"
000907                                         "CARTAUTO".
000908         88  PEDIDO-DISPUTA        VALUE "CARTDISP".
000909
000910 01  WS-MASCARA-DADOS.
000911     05  WS-PAN-CLARO.
000912         10  WS-PAN-INICIO     PIC X(06).
000913         10  WS-PAN-MEIO       PIC X(06).
000914         10  WS-PAN-FIM        PIC X(04).
000915     05  WS-PAN-MASCARADO.
000916         10  WS-MSC-INICIO     PIC X(06).
000917         10  WS-MSC-MEIO       PIC X(06).
000918         10  WS-MSC-FIM        PIC X(04).
000919
000920 01  WS-LANCAMENTO-DADOS.
000921     05  WS-LCT-QTD            PIC 9(06) COMP VALUE ZERO.
000922     05  WS-LCT-SUB            PIC 9(06) COMP VALUE ZERO.
000930     05  WS-LCT-MAXIMO         PIC 9(06) COMP VALUE 100000.
000940
000950 01  WS-TABELA-LANCAMENTOS.
000990         10  WS-LCT-VALOR      PIC 9(08)V99.
001000         10  WS-LCT-ANTES      PIC 9(08)V99.
001010         10  WS-LCT-DEPOIS     PIC 9(08)V99.
001011         10  WS-LCT-CRD-ANTES  PIC 9(08)V99.
001012         10  WS-LCT-CRD-DEPOIS PIC 9(08)V99.
001020
001030 01  REL-CABECALHO-1.
001040     05  FILLER                PIC X(48) VALUE
001120     05  FILLER                PIC X(25) VALUE
001130         "R        SALDO-MESTRE  SA".
001140     05  FILLER                PIC X(25) VALUE
001150         "LDO-RESTAURADO CREDOR-RES".
001160     05  FILLER                PIC X(25) VALUE
001161         "TAURADO SITUACAO         ".
001170
001180 01  REL-DETALHE.
001190     05  DET-NUMERO            PIC X(16).
001260     05  FILLER                PIC X(02) VALUE SPACES.
001270     05  DET-SALDO-RESTAURADO  PIC X(11).
001280     05  FILLER                PIC X(02) VALUE SPACES.
001281     05  DET-CREDOR-RESTAURADO PIC X(11).
001282     05  FILLER                PIC X(02) VALUE SPACES.
001290     05  DET-SITUACAO          PIC X(10).
001300     05  FILLER                PIC X(17) VALUE SPACES.
001310
001320 PROCEDURE DIVISION.
001330******************************************************************
001420
001430******************************************************************
001440* 1000-INITIALIZE - READ THE PARAMETER CARD, LOAD THE NAMED
001450*                   RUN'S JOURNAL ENTRIES, OPEN THE MASTER AND
001451*                   REOPEN THE JOURNAL FOR THE REVERSING RECORDS
001460******************************************************************
001470 1000-INITIALIZE.
001480     OPEN INPUT BACKOUT-PARAMETRO
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF
001591     MOVE BCK-RUN-DATA TO WS-DATA-PEDIDA
001592     MOVE BCK-PROGRAMA TO WS-PROGRAMA-PEDIDO
001593     IF WS-PROGRAMA-PEDIDO NOT = SPACES
001594        AND NOT PEDIDO-POSTAGEM
001595         DISPLAY "CARTAO-BACKOUT - PROGRAMA " WS-PROGRAMA-PEDIDO
001596             " NAO E UM RUN DE POSTAGEM"
001597         MOVE 16 TO RETURN-CODE
001598         STOP RUN
001599     END-IF
001601     IF BCK-OVERRIDE = "S"
001602         MOVE "S" TO WS-OVERRIDE-SW
001603         DISPLAY "CARTAO-BACKOUT - OVERRIDE DE OPERADOR ACEITO"
001690         MOVE 8 TO RETURN-CODE
001700         STOP RUN
001710     END-IF
001711     IF PEDIDO-CARTOES
001712         PERFORM 1800-VERIFICA-CONTESTACOES
001713             THRU 1800-VERIFICA-CONTESTACOES-EXIT
001714     END-IF
001720     OPEN I-O CARTAO-LIMITES
001730     IF WS-LIM-STATUS NOT = "00"
001740         DISPLAY "CARTAO-BACKOUT - CARTAO-LIMITES OPEN FAILED, "
001770         STOP RUN
001780     END-IF
001790     OPEN OUTPUT BACKOUT-RELATORIO
001791     OPEN EXTEND CARTAO-JORNAL
001800     MOVE WS-DATA-PEDIDA TO CAB-DATA
001810     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
001820     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2.
001850
001860******************************************************************
001870* 1100-CARREGA-JORNAL - READ ONE JOURNAL RECORD AND KEEP THE
001880*                       ONES BELONGING TO THE NAMED RUN: ITS DATE
001881*                       AND ONE OF ITS PROGRAM'S TYPES. THE
001882*                       REISSUE TRANSFERS (TYPE "R") AND THE
001883*                       REVERSING RECORDS OF AN EARLIER BACKOUT
001884*                       ARE NEVER REVERSED
001890******************************************************************
001900 1100-CARREGA-JORNAL.
001910     READ CARTAO-JORNAL
001940     END-READ
001950     IF NOT FIM-DO-JORNAL
001960         ADD 1 TO WS-TOTAL-JORNAL
001961         PERFORM 1150-VERIFICA-TIPO THRU 1150-VERIFICA-TIPO-EXIT
001970         IF JRN-RUN-DATA = WS-DATA-PEDIDA
001971            AND TIPO-DO-PROGRAMA
001972            AND NOT JRN-ESTORNO
001980             IF WS-LCT-QTD >= WS-LCT-MAXIMO
001990                 DISPLAY "CARTAO-BACKOUT - TABELA DE "
002000                     "LANCAMENTOS CHEIA, MAXIMO " WS-LCT-MAXIMO
002070             MOVE JRN-VALOR        TO WS-LCT-VALOR(WS-LCT-QTD)
002080             MOVE JRN-SALDO-ANTES  TO WS-LCT-ANTES(WS-LCT-QTD)
002090             MOVE JRN-SALDO-DEPOIS TO WS-LCT-DEPOIS(WS-LCT-QTD)
002091             IF JRN-CREDOR-ANTES NUMERIC
002092                AND JRN-CREDOR-DEPOIS NUMERIC
002093                 MOVE JRN-CREDOR-ANTES
002094                     TO WS-LCT-CRD-ANTES(WS-LCT-QTD)
002095                 MOVE JRN-CREDOR-DEPOIS
002096                     TO WS-LCT-CRD-DEPOIS(WS-LCT-QTD)
002097             ELSE
002098                 MOVE ZERO TO WS-LCT-CRD-ANTES(WS-LCT-QTD)
002099                 MOVE ZERO TO WS-LCT-CRD-DEPOIS(WS-LCT-QTD)
002100             END-IF
002101         END-IF
002110     END-IF.
002120 1100-CARREGA-JORNAL-EXIT.
002121     EXIT.
002122
002123******************************************************************
002124* 1150-VERIFICA-TIPO - TELL WHETHER THE JOURNAL RECORD IS OF A
002125*                      TYPE THE NAMED PROGRAM POSTS
002126******************************************************************
002127 1150-VERIFICA-TIPO.
002128     MOVE "N" TO WS-TIPO-SW
002129     EVALUATE TRUE
002130         WHEN PEDIDO-CARTOES
002131             IF JRN-TIPO-TRANS = "1" OR "2" OR "3" OR "4"
002132                OR JRN-TIPO-TRANS = SPACE
002133                 MOVE "S" TO WS-TIPO-SW
002134             END-IF
002135         WHEN WS-PROGRAMA-PEDIDO = "CARTFATU"
002136             IF JRN-TIPO-TRANS = "J"
002137                 MOVE "S" TO WS-TIPO-SW
002138             END-IF
002139         WHEN WS-PROGRAMA-PEDIDO = "CARTPARC"
002140             IF JRN-TIPO-TRANS = "P"
002141                 MOVE "S" TO WS-TIPO-SW
002142             END-IF
002143         WHEN WS-PROGRAMA-PEDIDO = "CARTREEM"
002144             IF JRN-TIPO-TRANS = "D"
002145                 MOVE "S" TO WS-TIPO-SW
002146             END-IF
002147         WHEN WS-PROGRAMA-PEDIDO = "CARTTARI"
002148             IF JRN-TIPO-TRANS = "A" OR "T" OR "M" OR "E"
002149                 MOVE "S" TO WS-TIPO-SW
002150             END-IF
002151     END-EVALUATE.
002152 1150-VERIFICA-TIPO-EXIT.
002153     EXIT.
002154
002155******************************************************************
002160* 2500-REVERTE-LANCAMENTOS - REVERSE THE RUN'S POSTINGS IN
002170*                            REVERSE JOURNAL ORDER, SO EACH
002180*                            RESTORED BEFORE-IMAGE IS THE
002260     EXIT.
002270
002280******************************************************************
002290* 2600-REVERTE-UM - REVERSE ONE POSTING: THE MASTER BALANCE AND
002300*                   CREDIT BALANCE ARE CHECKED AGAINST THE
002301*                   JOURNALED AFTER-IMAGES, THEN SET BACK TO THE
002310*                   JOURNALED BEFORE-IMAGES AND THE REVERSAL
002311*                   JOURNALED
002320******************************************************************
002330 2600-REVERTE-UM.
002340     MOVE WS-LCT-NUMERO(WS-LCT-SUB) TO LIM-NUMERO
002380             ADD 1 TO WS-TOTAL-SEM-CADASTRO
002390             MOVE SPACES TO DET-SALDO-MESTRE
002400             MOVE SPACES TO DET-SALDO-RESTAURADO
002401             MOVE SPACES TO DET-CREDOR-RESTAURADO
002410         NOT INVALID KEY
002420             MOVE LIM-SALDO TO WS-VALOR-EDITADO
002430             MOVE WS-VALOR-EDITADO TO DET-SALDO-MESTRE
002431             MOVE LIM-SALDO TO WS-SALDO-MESTRE
002432             MOVE LIM-SALDO-CREDOR TO WS-CREDOR-MESTRE
002440             IF LIM-SALDO = WS-LCT-DEPOIS(WS-LCT-SUB)
002441                AND LIM-SALDO-CREDOR =
002442                    WS-LCT-CRD-DEPOIS(WS-LCT-SUB)
002450                 MOVE "CONFERE" TO WS-SITUACAO
002460             ELSE
002470                 MOVE "DIVERGE" TO WS-SITUACAO
002480                 ADD 1 TO WS-TOTAL-DIVERGENTES
002490             END-IF
002500             MOVE WS-LCT-ANTES(WS-LCT-SUB) TO LIM-SALDO
002501             MOVE WS-LCT-CRD-ANTES(WS-LCT-SUB)
002502                 TO LIM-SALDO-CREDOR
002503             IF LIM-SALDO-CREDOR = ZERO
002504                 MOVE ZERO TO LIM-DATA-CREDOR
002505             ELSE
002506                 IF LIM-DATA-CREDOR = ZERO
002507                     MOVE WS-DATA-PEDIDA TO LIM-DATA-CREDOR
002508                 END-IF
002509             END-IF
002510             REWRITE LIMITE-REGISTRO
002511             PERFORM 2650-GRAVA-ESTORNO
002512                 THRU 2650-GRAVA-ESTORNO-EXIT
002513             IF WS-LCT-TIPO(WS-LCT-SUB) = "4" AND CASOS-ABERTOS
002514                 PERFORM 2660-REVERTE-CASO
002515                     THRU 2660-REVERTE-CASO-EXIT
002516             END-IF
002520             ADD 1 TO WS-TOTAL-REVERTIDOS
002521             ADD WS-LCT-VALOR(WS-LCT-SUB) TO WS-SOMA-REVERTIDOS
002530             MOVE LIM-SALDO TO WS-VALOR-EDITADO
002540             MOVE WS-VALOR-EDITADO TO DET-SALDO-RESTAURADO
002541             MOVE LIM-SALDO-CREDOR TO WS-VALOR-EDITADO
002542             MOVE WS-VALOR-EDITADO TO DET-CREDOR-RESTAURADO
002550     END-READ
002560     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT.
002570 2600-REVERTE-UM-EXIT.
002571     EXIT.
002572
002573******************************************************************
002574* 2650-GRAVA-ESTORNO - APPEND THE REVERSING RECORD OF THE POSTING
002575*                      JUST RESTORED: THE MASTER BALANCES FOUND
002576*                      BEFORE, THE BALANCES RESTORED AFTER
002577******************************************************************
002578 2650-GRAVA-ESTORNO.
002579     MOVE WS-DATA-PEDIDA            TO JRN-RUN-DATA
002580     MOVE ZERO                      TO JRN-SEQ
002581     MOVE WS-LCT-NUMERO(WS-LCT-SUB) TO JRN-NUMERO
002582     MOVE WS-LCT-TIPO(WS-LCT-SUB)   TO JRN-TIPO-TRANS
002583     MOVE WS-LCT-VALOR(WS-LCT-SUB)  TO JRN-VALOR
002584     MOVE WS-SALDO-MESTRE           TO JRN-SALDO-ANTES
002585     MOVE LIM-SALDO                 TO JRN-SALDO-DEPOIS
002586     MOVE WS-CREDOR-MESTRE          TO JRN-CREDOR-ANTES
002587     MOVE LIM-SALDO-CREDOR          TO JRN-CREDOR-DEPOIS
002588     WRITE JORNAL-REGISTRO
002589     ADD 1 TO WS-TOTAL-ESTORNOS.
002590 2650-GRAVA-ESTORNO-EXIT.
002591     EXIT.
002592
002600******************************************************************
002610* 2700-GRAVA-DETALHE - PRINT ONE REVERSAL LINE ON THE REPORT
002620******************************************************************
002730******************************************************************
002740* 3000-FINALIZE - CLOSE FILES AND PRINT THE CONTROL TOTALS
002750******************************************************************
002751 3000-FINALIZE.
002752     CLOSE CARTAO-LIMITES
002753     CLOSE CARTAO-JORNAL
002754     IF CASOS-ABERTOS
002755         CLOSE CARTAO-DISPUTAS
002756         IF WS-PROGRAMA-PEDIDO = "CARTBATC"
002757             CLOSE CARTAO-AGENDA
002758         END-IF
002759     END-IF
002760     CLOSE BACKOUT-RELATORIO
002761     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
002762     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
002763 3000-FINALIZE-EXIT.
002764     EXIT.
002765
002766******************************************************************
002767* 1600-REGISTRA-INICIO - CONSULT AND JOIN THE SHARED RUN-CONTROL
002768*                        REGISTRY: THE NAMED RUN DATE MUST
002769*                        BELONG TO A POSTING RUN THE REGISTRY
002770*                        SHOWS COMPLETED, WHICH MUST BE TOLD
002771*                        APART FROM THE OTHERS OF THE DATE AND
002772*                        MAY NOT BE CARTAO-DISPUTA, AND A BACKOUT
002773*                        ALREADY COMPLETED FOR THAT DATE STOPS A
002774*                        SECOND ONE UNLESS THE OVERRIDE WAS KEYED
002775******************************************************************
002776 1600-REGISTRA-INICIO.
002777     OPEN I-O CARTAO-RUNCTL
002778     IF WS-RUN-STATUS = "35"
002779         OPEN OUTPUT CARTAO-RUNCTL
002780         CLOSE CARTAO-RUNCTL
002781         OPEN I-O CARTAO-RUNCTL
002782     END-IF
002783     IF WS-RUN-STATUS NOT = "00"
002784         DISPLAY "CARTAO-BACKOUT - CARTAO-RUNCTL OPEN FAILED, "
002785             "STATUS " WS-RUN-STATUS
002786         MOVE 16 TO RETURN-CODE
002787         STOP RUN
002788     END-IF
002789     PERFORM 1700-VALIDA-RUN-ALVO
002790         THRU 1700-VALIDA-RUN-ALVO-EXIT
002791     IF WS-RUN-QTD = ZERO
002792         DISPLAY "CARTAO-BACKOUT - NENHUM RUN DE POSTAGEM "
002793             "COMPLETO NO REGISTRO PARA A DATA "
002794             WS-DATA-PEDIDA
002795         MOVE 16 TO RETURN-CODE
002796         STOP RUN
002797     END-IF
002798     IF WS-PROGRAMA-PEDIDO = SPACES
002799         IF WS-RUN-QTD > 1
002800             DISPLAY "CARTAO-BACKOUT - " WS-RUN-QTD
002801                 " RUNS DE POSTAGEM COMPLETOS NA DATA "
002802                 WS-DATA-PEDIDA " - INFORME O PROGRAMA NO "
002803                 "CARTAO DE PARAMETROS"
002804             MOVE 16 TO RETURN-CODE
002805             STOP RUN
002806         END-IF
002807         MOVE WS-RUN-UNICO TO WS-PROGRAMA-PEDIDO
002808         MOVE "S" TO WS-RUN-ALVO-SW
002809     END-IF
002810     IF NOT RUN-ALVO-ACHADO
002811         DISPLAY "CARTAO-BACKOUT - RUN " WS-PROGRAMA-PEDIDO
002812             " NAO CONSTA COMPLETO NO REGISTRO PARA A DATA "
002813             WS-DATA-PEDIDA
002814         MOVE 16 TO RETURN-CODE
002815         STOP RUN
002816     END-IF
002817     IF PEDIDO-DISPUTA
002818         DISPLAY "CARTAO-BACKOUT - RUN CARTDISP NAO PODE SER "
002819             "REVERTIDO: OS CASOS ENCERRADOS NAO VOLTAM A "
002820             "SITUACAO ANTERIOR - CORRIGIR PELA AREA DE "
002821             "DISPUTAS"
002822         MOVE 16 TO RETURN-CODE
002823         STOP RUN
002824     END-IF
002825     IF PEDIDO-CARTOES AND WS-RUN-FAMILIA-QTD > 1
002826         DISPLAY "CARTAO-BACKOUT - CARTBATC, CARTRESS E "
002827             "CARTAUTO POSTARAM SOB A MESMA DATA "
002828             WS-DATA-PEDIDA " E SEUS LANCAMENTOS NAO SE "
002829             "DISTINGUEM NO JORNAL"
002830         MOVE 16 TO RETURN-CODE
002831         STOP RUN
002832     END-IF
002833     DISPLAY "CARTAO-BACKOUT - REVERTENDO O RUN "
002834         WS-PROGRAMA-PEDIDO " DE " WS-DATA-PEDIDA
002835     MOVE "CARTBACK" TO RUN-PROGRAMA
002836     MOVE WS-DATA-PEDIDA TO RUN-DATA-REF
002837     READ CARTAO-RUNCTL
002838         INVALID KEY
002839             PERFORM 1610-PREPARA-RUNCTL
002840                 THRU 1610-PREPARA-RUNCTL-EXIT
002841             WRITE RUNCTL-REGISTRO
002842         NOT INVALID KEY
002843             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
002844                 DISPLAY "CARTAO-BACKOUT - RUN " WS-DATA-PEDIDA
002845                     " JA REVERTIDO E COMPLETO NO REGISTRO - "
002846                     "USE O OVERRIDE DO CARTAO DE PARAMETROS "
002847                     "PARA FORCAR"
002848                 MOVE 16 TO RETURN-CODE
002849                 STOP RUN
002850             END-IF
002851             PERFORM 1610-PREPARA-RUNCTL
002852                 THRU 1610-PREPARA-RUNCTL-EXIT
002853             REWRITE RUNCTL-REGISTRO
002854     END-READ.
002855 1600-REGISTRA-INICIO-EXIT.
002856     EXIT.
002857
002858******************************************************************
002859* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A BACKOUT
002860*                       THAT IS STARTING
002861******************************************************************
002862 1610-PREPARA-RUNCTL.
002863     MOVE "CARTBACK" TO RUN-PROGRAMA
002864     MOVE WS-DATA-PEDIDA TO RUN-DATA-REF
002865     MOVE "I" TO RUN-SITUACAO
002866     MOVE SPACE TO RUN-MODO
002867     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
002868     MOVE WS-DATA-PEDIDA TO RUN-DATA-MOVTO
002869     MOVE ZERO TO RUN-TOTAL-REGISTROS
002870     MOVE ZERO TO RUN-TOTAL-VALOR.
002871 1610-PREPARA-RUNCTL-EXIT.
002872     EXIT.
002873
002874******************************************************************
002875* 1700-VALIDA-RUN-ALVO - SCAN THE REGISTRY FOR THE COMPLETED
002876*                        POSTING RUNS (ANY PROGRAM BUT A BACKOUT)
002877*                        THAT POSTED UNDER THE NAMED DATE,
002878*                        COUNTING THEM AND NOTING THE NAMED ONE
002879******************************************************************
002880 1700-VALIDA-RUN-ALVO.
002881     MOVE "N" TO WS-RUN-ALVO-SW
002882     MOVE ZERO TO WS-RUN-QTD
002883     MOVE ZERO TO WS-RUN-FAMILIA-QTD
002884     MOVE "N" TO FIM-RUNCTL
002885     MOVE LOW-VALUES TO RUN-PROGRAMA
002886     MOVE ZERO TO RUN-DATA-REF
002887     START CARTAO-RUNCTL KEY NOT < RUN-CHAVE
002888         INVALID KEY
002889             MOVE "S" TO FIM-RUNCTL
002890     END-START
002891     PERFORM 1710-LE-RUNCTL THRU 1710-LE-RUNCTL-EXIT
002892         UNTIL FIM-DO-RUNCTL.
002893 1700-VALIDA-RUN-ALVO-EXIT.
002894     EXIT.
002895
002896******************************************************************
002897* 1710-LE-RUNCTL - EXAMINE ONE REGISTRY RECORD
002898******************************************************************
002899 1710-LE-RUNCTL.
002900     READ CARTAO-RUNCTL NEXT RECORD
002901         AT END
002902             MOVE "S" TO FIM-RUNCTL
002903     END-READ
002904     IF FIM-DO-RUNCTL
002905         GO TO 1710-LE-RUNCTL-EXIT
002906     END-IF
002907     MOVE RUN-PROGRAMA TO WS-RUN-LIDO
002908     IF RUN-COMPLETO
002909        AND RUN-DATA-MOVTO = WS-DATA-PEDIDA
002910        AND LIDO-POSTAGEM
002911         ADD 1 TO WS-RUN-QTD
002912         MOVE WS-RUN-LIDO TO WS-RUN-UNICO
002913         IF WS-RUN-LIDO = WS-PROGRAMA-PEDIDO
002916             MOVE "S" TO WS-RUN-ALVO-SW
002917         END-IF
002918         IF LIDO-CARTOES
002919             ADD 1 TO WS-RUN-FAMILIA-QTD
002920         END-IF
002921     END-IF.
002922 1710-LE-RUNCTL-EXIT.
002923     EXIT.
002924
002925******************************************************************
002926* 3300-REGISTRA-FIM - MARK THE BACKOUT COMPLETED ON THE
002927*                     REGISTRY, WITH THE POSTINGS REVERSED AND
002928*                     THEIR TOTAL AMOUNT
002929******************************************************************
002930 3300-REGISTRA-FIM.
002931     MOVE "CARTBACK" TO RUN-PROGRAMA
002932     MOVE WS-DATA-PEDIDA TO RUN-DATA-REF
002933     READ CARTAO-RUNCTL
002934         INVALID KEY
002935             CONTINUE
002936         NOT INVALID KEY
002937             MOVE "C" TO RUN-SITUACAO
002938             MOVE WS-TOTAL-REVERTIDOS TO RUN-TOTAL-REGISTROS
002939             MOVE WS-SOMA-REVERTIDOS  TO RUN-TOTAL-VALOR
002940             REWRITE RUNCTL-REGISTRO
002941     END-READ
002942     CLOSE CARTAO-RUNCTL.
002943 3300-REGISTRA-FIM-EXIT.
002944     EXIT.
002945
002946******************************************************************
002947* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
002948******************************************************************
002949 3100-PRINT-TOTALS.
002950     DISPLAY "CARTAO-BACKOUT - TOTAIS DE CONTROLE".
002951     DISPLAY "-----------------------------------------".
002952     DISPLAY "RUN REVERTIDO......: " WS-DATA-PEDIDA.
002953     DISPLAY "PROGRAMA REVERTIDO.: " WS-PROGRAMA-PEDIDO.
002954     DISPLAY "JORNAL LIDO........: " WS-TOTAL-JORNAL.
002955     DISPLAY "LANCAMENTOS DO RUN.: " WS-LCT-QTD.
002956     DISPLAY "TOTAL REVERTIDOS...: " WS-TOTAL-REVERTIDOS.
002960     DISPLAY "SOMA REVERTIDOS....: " WS-SOMA-REVERTIDOS.
002961     DISPLAY "TOTAL DIVERGENTES..: " WS-TOTAL-DIVERGENTES.
002962     DISPLAY "TOTAL SEM CADASTRO.: " WS-TOTAL-SEM-CADASTRO.
002963     DISPLAY "ESTORNOS NO JORNAL.: " WS-TOTAL-ESTORNOS.
002964     DISPLAY "CASOS DE DISPUTA...: " WS-TOTAL-CASOS.
002965     DISPLAY "-----------------------------------------".
002966 3100-PRINT-TOTALS-EXIT.
002970     EXIT.
003009
003010******************************************************************
003011* 1800-VERIFICA-CONTESTACOES - BEFORE ANYTHING IS REVERSED, MAKE
003012*                              SURE EACH CHARGEBACK OF THE RUN CAN
003013*                              COME OFF ITS DISPUTE CASE AND, FOR
003014*                              CARTBATC, OFF THE MERCHANT'S UNPAID
003015*                              CHARGEBACK ENTRY; WHEN ONE CANNOT,
003016*                              THE BACKOUT IS REFUSED
003017******************************************************************
003018 1800-VERIFICA-CONTESTACOES.
003019     PERFORM 1810-VERIFICA-UMA THRU 1810-VERIFICA-UMA-EXIT
003020         VARYING WS-LCT-SUB FROM 1 BY 1
003021         UNTIL WS-LCT-SUB > WS-LCT-QTD
003022     IF WS-TOTAL-RECUSAS > ZERO
003023         DISPLAY "CARTAO-BACKOUT - " WS-TOTAL-RECUSAS
003024             " CONTESTACOES NAO PODEM SER ESTORNADAS - RUN NAO "
003025             "REVERTIDO, CORRIGIR PELA AREA DE DISPUTAS"
003026         MOVE 16 TO RETURN-CODE
003027         STOP RUN
003028     END-IF.
003029 1800-VERIFICA-CONTESTACOES-EXIT.
003030     EXIT.
003031
003032******************************************************************
003033* 1810-VERIFICA-UMA - CHECK ONE POSTING OF THE TABLE. THE DISPUTE
003034*                     MASTER (AND, FOR CARTBATC, THE CALENDAR) IS
003035*                     OPENED AT THE FIRST CHARGEBACK
003036******************************************************************
003037 1810-VERIFICA-UMA.
003038     IF WS-LCT-TIPO(WS-LCT-SUB) NOT = "4"
003039         GO TO 1810-VERIFICA-UMA-EXIT
003040     END-IF
003041     IF NOT CASOS-ABERTOS
003042         PERFORM 1820-ABRE-CASOS THRU 1820-ABRE-CASOS-EXIT
003043     END-IF
003044     MOVE WS-LCT-NUMERO(WS-LCT-SUB) TO WS-PAN-CLARO
003045     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
003046     PERFORM 2670-LOCALIZA-CASO THRU 2670-LOCALIZA-CASO-EXIT
003047     IF NOT CASO-ACHADO
003048         DISPLAY "CARTAO-BACKOUT - CONTESTACAO DO CARTAO "
003049             WS-PAN-MASCARADO " SEM CASO CREDITADO EM "
003050             WS-DATA-PEDIDA " QUE A COMPORTE"
003051         ADD 1 TO WS-TOTAL-RECUSAS
003052         GO TO 1810-VERIFICA-UMA-EXIT
003053     END-IF
003054     IF WS-PROGRAMA-PEDIDO = "CARTBATC"
003055         PERFORM 2680-LOCALIZA-AGENDA
003056             THRU 2680-LOCALIZA-AGENDA-EXIT
003057         IF NOT AGENDA-ACHADA
003058             DISPLAY "CARTAO-BACKOUT - CONTESTACAO DO CARTAO "
003059                 WS-PAN-MASCARADO " JA COBRADA DO ESTAB. "
003060                 DSP-ESTAB
003061             ADD 1 TO WS-TOTAL-RECUSAS
003062         END-IF
003063     END-IF.
003064 1810-VERIFICA-UMA-EXIT.
003065     EXIT.
003066
003067******************************************************************
003068* 1820-ABRE-CASOS - OPEN THE DISPUTE CASE MASTER AND, FOR
003069*                   CARTBATC, THE MERCHANT RECEIVABLES CALENDAR
003070******************************************************************
003071 1820-ABRE-CASOS.
003072     OPEN I-O CARTAO-DISPUTAS
003073     IF WS-DSP-STATUS NOT = "00"
003074         DISPLAY "CARTAO-BACKOUT - CARTAO-DISPUTAS OPEN FAILED, "
003075             "STATUS " WS-DSP-STATUS
003076         MOVE 16 TO RETURN-CODE
003077         STOP RUN
003078     END-IF
003079     IF WS-PROGRAMA-PEDIDO = "CARTBATC"
003080         OPEN I-O CARTAO-AGENDA
003081         IF WS-AGE-STATUS NOT = "00"
003082             DISPLAY "CARTAO-BACKOUT - CARTAO-AGENDA OPEN FAILED,"
003083                 " STATUS " WS-AGE-STATUS
003084             MOVE 16 TO RETURN-CODE
003085             STOP RUN
003086         END-IF
003087     END-IF
003088     MOVE "S" TO WS-CASOS-SW.
003089 1820-ABRE-CASOS-EXIT.
003090     EXIT.
003091
003092******************************************************************
003093* 2660-REVERTE-CASO - TAKE THE CHARGEBACK JUST REVERSED OFF THE
003094*                     CREDIT OF ITS DISPUTE CASE, WHICH GOES BACK
003095*                     TO ABERTO WHEN NOTHING IS LEFT CREDITED AND,
003096*                     FOR CARTBATC, OFF THE AMOUNT RECOVERED FROM
003097*                     THE MERCHANT AND ITS UNPAID CHARGEBACK ENTRY
003098*                     WHICH IS REMOVED WHEN IT COMES TO ZERO
003099******************************************************************
003100 2660-REVERTE-CASO.
003101     PERFORM 2670-LOCALIZA-CASO THRU 2670-LOCALIZA-CASO-EXIT
003102     IF NOT CASO-ACHADO
003103         GO TO 2660-REVERTE-CASO-EXIT
003104     END-IF
003105     SUBTRACT WS-LCT-VALOR(WS-LCT-SUB) FROM DSP-VALOR-CREDITADO
003106     IF WS-PROGRAMA-PEDIDO = "CARTBATC"
003107         SUBTRACT WS-LCT-VALOR(WS-LCT-SUB)
003108             FROM DSP-VALOR-RECUPERADO
003109     END-IF
003110     IF DSP-VALOR-CREDITADO = ZERO
003111         MOVE ZERO TO DSP-DATA-CREDITO
003112         IF CASO-CREDITADO
003113             MOVE "A" TO DSP-SITUACAO
003114         END-IF
003115     END-IF
003116     REWRITE DISPUTA-REGISTRO
003117     ADD 1 TO WS-TOTAL-CASOS
003118     IF WS-PROGRAMA-PEDIDO NOT = "CARTBATC"
003119         GO TO 2660-REVERTE-CASO-EXIT
003120     END-IF
003121     PERFORM 2680-LOCALIZA-AGENDA THRU 2680-LOCALIZA-AGENDA-EXIT
003122     IF NOT AGENDA-ACHADA
003123         GO TO 2660-REVERTE-CASO-EXIT
003124     END-IF
003125     SUBTRACT WS-LCT-VALOR(WS-LCT-SUB) FROM AGE-BRUTO
003126     IF AGE-BRUTO = ZERO
003127         DELETE CARTAO-AGENDA RECORD
003128     ELSE
003129         COMPUTE AGE-TARIFA ROUNDED = AGE-BRUTO * AGE-TAXA / 100
003130         COMPUTE AGE-LIQUIDO = AGE-BRUTO - AGE-TARIFA
003131         REWRITE AGENDA-REGISTRO
003132     END-IF.
003133 2660-REVERTE-CASO-EXIT.
003134     EXIT.
003135
003136******************************************************************
003137* 2670-LOCALIZA-CASO - FIND THE DISPUTE CASE THE CHARGEBACK WAS
003138*                      CREDITED TO: A CASE OF THE CARD STILL IN
003139*                      PROGRESS, LAST CREDITED UNDER THE RUN DATE,
003140*                      WITH AT LEAST THE AMOUNT CREDITED (AND, FOR
003141*                      CARTBATC, RECOVERED). THE CASES OF THE CARD
003142*                      ARE BROWSED IN KEY ORDER, AS CARTAO-DECIDE
003143*                      DOES, AND THE FIRST ONE IS LEFT IN THE
003144*                      RECORD AREA
003145******************************************************************
003146 2670-LOCALIZA-CASO.
003147     MOVE "N" TO WS-CASO-SW
003148     MOVE "N" TO FIM-DISPUTAS
003149     MOVE WS-LCT-NUMERO(WS-LCT-SUB) TO DSP-NUMERO
003150     MOVE ZERO TO DSP-DATA-ORIG
003151     MOVE SPACES TO DSP-TIPO-ORIG
003152     MOVE ZERO TO DSP-SEQ-ORIG
003153     START CARTAO-DISPUTAS KEY NOT < DSP-CHAVE
003154         INVALID KEY
003155             MOVE "S" TO FIM-DISPUTAS
003156     END-START
003157     PERFORM 2671-LE-CASO THRU 2671-LE-CASO-EXIT
003158         UNTIL FIM-DAS-DISPUTAS OR CASO-ACHADO.
003159 2670-LOCALIZA-CASO-EXIT.
003160     EXIT.
003161
003162******************************************************************
003163* 2671-LE-CASO - READ THE CARD'S NEXT DISPUTE CASE AND TEST IT
003164******************************************************************
003165 2671-LE-CASO.
003166     READ CARTAO-DISPUTAS NEXT RECORD
003167         AT END
003168             MOVE "S" TO FIM-DISPUTAS
003169     END-READ
003170     IF FIM-DAS-DISPUTAS
003171         GO TO 2671-LE-CASO-EXIT
003172     END-IF
003173     IF DSP-NUMERO NOT = WS-LCT-NUMERO(WS-LCT-SUB)
003174         MOVE "S" TO FIM-DISPUTAS
003175         GO TO 2671-LE-CASO-EXIT
003176     END-IF
003177     IF NOT CASO-EM-ANDAMENTO
003178        OR DSP-DATA-CREDITO NOT = WS-DATA-PEDIDA
003179        OR DSP-VALOR-CREDITADO < WS-LCT-VALOR(WS-LCT-SUB)
003180         GO TO 2671-LE-CASO-EXIT
003181     END-IF
003182     IF WS-PROGRAMA-PEDIDO = "CARTBATC"
003183        AND DSP-VALOR-RECUPERADO < WS-LCT-VALOR(WS-LCT-SUB)
003184         GO TO 2671-LE-CASO-EXIT
003185     END-IF
003186     MOVE "S" TO WS-CASO-SW.
003187 2671-LE-CASO-EXIT.
003188     EXIT.
003189
003190******************************************************************
003191* 2680-LOCALIZA-AGENDA - FIND THE MERCHANT'S UNPAID CHARGEBACK
003192*                        ENTRY OF THE RUN DATE, AS CARTAO-BATCH
003193*                        BOOKED IT (DUE ON THE POSTING DATE, THE
003194*                        NEXT BATCH NUMBER WHEN THE FIRST WAS PAID
003195*                        OUT); IT MUST STILL HOLD THE AMOUNT
003196******************************************************************
003197 2680-LOCALIZA-AGENDA.
003198     MOVE ZERO TO WS-AGE-LOTE.
003199 2681-LE-AGENDA.
003200     MOVE DSP-ESTAB      TO AGE-ESTAB
003201     MOVE WS-DATA-PEDIDA TO AGE-DATA-PAGTO
003202     MOVE "C"            TO AGE-ORIGEM
003203     MOVE SPACES         TO AGE-REFERENCIA
003204     MOVE WS-DATA-PEDIDA TO AGE-REF-DATA-MOVTO
003205     MOVE WS-AGE-LOTE    TO AGE-REF-LOTE
003206     MOVE "S" TO WS-AGE-ACHADA-SW
003207     READ CARTAO-AGENDA
003208         INVALID KEY
003209             MOVE "N" TO WS-AGE-ACHADA-SW
003210     END-READ
003211     IF AGENDA-ACHADA AND NOT AGE-PENDENTE
003212         ADD 1 TO WS-AGE-LOTE
003213         GO TO 2681-LE-AGENDA
003214     END-IF
003215     IF AGENDA-ACHADA AND AGE-BRUTO < WS-LCT-VALOR(WS-LCT-SUB)
003216         MOVE "N" TO WS-AGE-ACHADA-SW
003217     END-IF.
003218 2680-LOCALIZA-AGENDA-EXIT.
003219     EXIT.
