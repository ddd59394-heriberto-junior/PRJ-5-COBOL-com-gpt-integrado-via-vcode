000280*                   BLOCK BY HAND. HOTCARD-MANUT REJECTS A
000290*                   REPEATED BLOCK (JA-QUENTE), SO RERUNNING
000300*                   THIS AGING IS SAFE.
000301*                   EVERY SHORTFALL IS ALSO WRITTEN, WITH THE
000302*                   FULL PAN, TO THE DELINQUENCY INTERFACE
000303*                   COBRATRS.TXT (OPENED EXTEND, SO IT HOLDS EVERY
000304*                   AGING RUN) THAT CARTAO-TARIFA READS TO CHARGE
000305*                   THE LATE-PAYMENT FEE AND THE MORA.
000306*                   A STATEMENT OF A CARD SINCE REPLACED BY
000307*                   CARTAO-RENOVA IS AGED AGAINST THE PAYMENTS
000308*                   OF THE WHOLE CHAIN OF CARDS ON THE CARD
000309*                   ACCOUNT MASTER (CONTAS.DAT, CONTREG), AND ITS
000310*                   BLOCK AND SHORTFALL ARE WRITTEN UNDER THE
000311*                   CARD NOW IN USE.
000312*
000313*    THE RUN REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTCOBR
000314*    AND THE STATEMENT MONTH AGED (YYYYMM00), AFTER CHECKING ITS
000315*    JOB-STREAM PREREQUISITES (CARTAO-PREREQ). SINCE RERUNNING IS
000316*    SAFE, A MONTH ALREADY REGISTERED IS SIMPLY AGED AGAIN; THE
000317*    LATEST AGING RUN OF THE MONTH LEAVES ITS TOTALS THERE.
000318*
000320*    PARAMETER CARD (COBRPARM.TXT, ONE RECORD, REQUIRED):
000330*        COB-ANO-MES       STATEMENT MONTH UNDER REVIEW, YYYYMM
000340*        COB-ANO-MES-REF   REFERENCE MONTH FOR AGING, YYYYMM
000455*                     COBRREL.TXT IS MASKED TO FIRST-SIX-PLUS-
000456*                     LAST-FOUR (PCI). COBRBLOQ.TXT KEEPS THE
000457*                     FULL NUMBER - IT FEEDS HOTCARD-MANUT.
000458*    2026-10-15  JCM  EVERY SHORTFALL IS NOW ALSO WRITTEN TO THE
000459*                     FULL-PAN DELINQUENCY INTERFACE COBRATRS.TXT
000460*                     (STATEMENT MONTH, REFERENCE MONTH, AGE AND
000461*                     AMOUNTS) FOR THE LATE-PAYMENT FEES OF
000462*                     CARTAO-TARIFA.
000463*    2026-10-15  JCM  A STATEMENT CARD REPLACED BY CARTAO-RENOVA
000464*                     IS FOLLOWED TO ITS SUCCESSORS ON CONTAS.DAT
000465*                     (CTA-SUBSTITUIDO-POR): THE PAYMENTS OF EVERY
000466*                     CARD IN THE CHAIN COUNT, AND THE REPORT
000467*                     LINE, THE BLOCK MOVEMENT AND THE SHORTFALL
000468*                     RECORD CARRY THE CARD NOW IN USE.
000469*    2026-10-15  JCM  COBRATRS.TXT IS ALSO READ BY CARTAO-REVISAO
000470*                     (MONTHLY CREDIT LIMIT REVIEW).
000471*    2026-10-15  JCM  THE RUN NOW REGISTERS ON RUNCTL.DAT UNDER
000472*                     CODE CARTCOBR AND THE STATEMENT MONTH, AFTER
000473*                     CHECKING THE JOB-STREAM PREREQUISITES TABLE
000474*                     (PREREQ.TXT) THROUGH CARTAO-PREREQ.
000475*    2026-10-15  JCM  THE COBRBLOQ.TXT BLOCK CARRIES OPERATOR
000476*                     CARTCOBR, AS HOTCARD-MANUT NOW REQUIRES THE
000477*                     KEYING OPERATOR ON EVERY MOVEMENT.
000478******************************************************************
000479 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT COBRANCA-PARAMETRO ASSIGN TO "COBRPARM.TXT"
000590         RECORD KEY IS HIST-CHAVE
000600         FILE STATUS IS WS-HIST-STATUS.
000610
000611     SELECT CARTAO-CONTAS ASSIGN TO "CONTAS.DAT"
000612         ORGANIZATION IS INDEXED
000613         ACCESS IS RANDOM
000614         RECORD KEY IS CTA-NUMERO
000615         FILE STATUS IS WS-CTA-STATUS.
000616
000620     SELECT COBRANCA-RELATORIO ASSIGN TO "COBRREL.TXT"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT COBRANCA-BLOQUEIOS ASSIGN TO "COBRBLOQ.TXT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000661
000662     SELECT OPTIONAL COBRANCA-ATRASOS ASSIGN TO "COBRATRS.TXT"
000663         ORGANIZATION IS LINE SEQUENTIAL.
000664
000665     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000666         ORGANIZATION IS INDEXED
000667         ACCESS IS RANDOM
000668         RECORD KEY IS RUN-CHAVE
000669         FILE STATUS IS WS-RUN-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  COBRANCA-PARAMETRO.
000930 01  HISTORICO-REGISTRO.
000940     COPY HISTREG.
000950
000951 FD  CARTAO-CONTAS.
000952 01  CONTA-REGISTRO.
000953     COPY CONTREG.
000954
000960 FD  COBRANCA-RELATORIO.
000970 01  RELATORIO-LINHA           PIC X(100).
000980
001050     05  BLQ-NUMERO            PIC 9(16).
001060     05  BLQ-DATA-AVISO        PIC 9(08).
001070     05  BLQ-MOTIVO            PIC X(10).
001071     05  BLQ-OPERADOR          PIC X(08).
001072
001073*    THE DELINQUENCY RECORD IS MIRRORED BY ATRASO-REGISTRO IN
001074*    CARTAO-TARIFA, CARTAO-RENOVA AND CARTAO-REVISAO - WHEN A PIC
001075*    CLAUSE CHANGES HERE, UPDATE THOSE RECORDS TO MATCH.
001076 FD  COBRANCA-ATRASOS.
001077 01  ATRASO-REGISTRO.
001078     05  ATR-NUMERO            PIC 9(16).
001079     05  ATR-ANO-MES           PIC 9(06).
001080     05  ATR-ANO-MES-REF       PIC 9(06).
001081     05  ATR-DIAS-ATRASO       PIC 9(03).
001082     05  ATR-MINIMO            PIC 9(08)V99.
001083     05  ATR-PAGO              PIC 9(08)V99.
001084     05  ATR-FALTA             PIC 9(08)V99.
001085
001086 FD  CARTAO-RUNCTL.
001087 01  RUNCTL-REGISTRO.
001088     COPY RUNREG.
001089
001090 WORKING-STORAGE SECTION.
001100 01  WS-SWITCHES.
001110     05  FIM-FATURAS           PIC X(01) VALUE "N".
001120         88  FIM-DAS-FATURAS       VALUE "S".
001130     05  FIM-HISTORICO         PIC X(01) VALUE "N".
001140         88  FIM-DO-HISTORICO      VALUE "S".
001141     05  WS-CTA-SW             PIC X(01) VALUE "N".
001142         88  CONTAS-DISPONIVEL     VALUE "S".
001150
001160 01  WS-CAMPOS.
001170     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
001171     05  WS-CTA-STATUS         PIC X(02) VALUE SPACES.
001172     05  WS-NUMERO-ATUAL       PIC 9(16) VALUE ZERO.
001173     05  WS-NUMERO-HIST        PIC 9(16) VALUE ZERO.
001174     05  WS-ELOS               PIC 9(02) VALUE ZERO.
001175     05  WS-ELOS-MAXIMO        PIC 9(02) VALUE 10.
001180     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
001190     05  WS-ANO-MES-REF        PIC 9(06) VALUE ZERO.
001200     05  WS-DIAS-BLOQUEIO      PIC 9(03) VALUE ZERO.
001440     05  WS-SOMA-FAIXA-30      PIC 9(11)V99 VALUE ZERO.
001450     05  WS-SOMA-FAIXA-60      PIC 9(11)V99 VALUE ZERO.
001460     05  WS-SOMA-FAIXA-90      PIC 9(11)V99 VALUE ZERO.
001461
001462 01  WS-RUNCTL-DADOS.
001463     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001464     05  WS-RUN-DATA-REF       PIC 9(08) VALUE ZERO.
001465
001466 01  PRQ-AREA.
001467     COPY PREQREG.
001470
001480 01  REL-CABECALHO-1.
001490     05  FILLER                PIC X(46) VALUE
002520     COMPUTE WS-DATA-INI-PAG =
002530         (WS-PROX-ANO * 100 + WS-PROX-MES) * 100 + 1
002540     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002541     COMPUTE WS-RUN-DATA-REF = WS-ANO-MES * 100
002542     PERFORM 1600-REGISTRA-INICIO THRU 1600-REGISTRA-INICIO-EXIT
002550     OPEN INPUT FATURA-ENTRADA
002560     OPEN INPUT CARTAO-HISTORICO
002570     IF WS-HIST-STATUS NOT = "00"
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF
002621     OPEN INPUT CARTAO-CONTAS
002622     EVALUATE WS-CTA-STATUS
002623         WHEN "00"
002624             MOVE "S" TO WS-CTA-SW
002625         WHEN "35"
002626             MOVE "N" TO WS-CTA-SW
002627             DISPLAY "CARTAO-COBRANCA - CONTAS.DAT AUSENTE, "
002628                 "SEM CARTOES SUCESSORES"
002629         WHEN OTHER
002630             DISPLAY "CARTAO-COBRANCA - CARTAO-CONTAS OPEN "
002631                 "FAILED, STATUS " WS-CTA-STATUS
002632             MOVE 16 TO RETURN-CODE
002633             STOP RUN
002634     END-EVALUATE
002635     OPEN OUTPUT COBRANCA-RELATORIO
002640     OPEN OUTPUT COBRANCA-BLOQUEIOS
002641     OPEN EXTEND COBRANCA-ATRASOS
002650     MOVE WS-ANO-MES     TO CAB-ANO-MES
002660     MOVE WS-ANO-MES-REF TO CAB-ANO-MES-REF
002670     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
003080* 2600-APURA-PAGAMENTOS - TOTAL THE CARD'S APPROVED PAYMENT
003090*                         POSTINGS (TYPE "2") RECORDED ON THE
003100*                         HISTORY MASTER SINCE THE STATEMENT
003110*                         MONTH CLOSED, FOLLOWING THE CARD TO
003111*                         THE CARDS THAT REPLACED IT; THE LAST
003112*                         ONE IS LEFT IN WS-NUMERO-ATUAL
003120******************************************************************
003130 2600-APURA-PAGAMENTOS.
003140     MOVE ZERO TO WS-PAGO
003141     MOVE ZERO TO WS-ELOS
003142     MOVE FCB-NUMERO TO WS-NUMERO-ATUAL
003143     MOVE FCB-NUMERO TO WS-NUMERO-HIST
003144     PERFORM 2605-PAGAMENTOS-CARTAO
003145         THRU 2605-PAGAMENTOS-CARTAO-EXIT
003146         UNTIL WS-NUMERO-HIST = ZERO.
003147 2600-APURA-PAGAMENTOS-EXIT.
003148     EXIT.
003149
003150******************************************************************
003151* 2605-PAGAMENTOS-CARTAO - TOTAL THE PAYMENTS OF THE CARD IN
003152*                          WS-NUMERO-HIST, THEN MOVE ON TO THE
003153*                          CARD THAT REPLACED IT ON THE ACCOUNT
003154*                          MASTER (ZERO WHEN THERE IS NONE)
003155******************************************************************
003156 2605-PAGAMENTOS-CARTAO.
003157     MOVE WS-NUMERO-HIST TO WS-NUMERO-ATUAL
003158     MOVE "N" TO FIM-HISTORICO
003160     MOVE WS-NUMERO-HIST TO HIST-NUMERO
003170     MOVE WS-DATA-INI-PAG TO HIST-DATA
003180     MOVE SPACES         TO HIST-TIPO-TRANS
003190     MOVE ZERO           TO HIST-SEQ
003220             MOVE "S" TO FIM-HISTORICO
003230     END-START
003240     PERFORM 2610-LE-HISTORICO THRU 2610-LE-HISTORICO-EXIT
003250         UNTIL FIM-DO-HISTORICO
003251     MOVE ZERO TO WS-NUMERO-HIST
003252     ADD 1 TO WS-ELOS
003253     IF NOT CONTAS-DISPONIVEL OR WS-ELOS >= WS-ELOS-MAXIMO
003254         GO TO 2605-PAGAMENTOS-CARTAO-EXIT
003255     END-IF
003256     MOVE WS-NUMERO-ATUAL TO CTA-NUMERO
003257     READ CARTAO-CONTAS
003258         INVALID KEY
003259             GO TO 2605-PAGAMENTOS-CARTAO-EXIT
003260     END-READ
003261     MOVE CTA-SUBSTITUIDO-POR TO WS-NUMERO-HIST.
003262 2605-PAGAMENTOS-CARTAO-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2610-LE-HISTORICO - READ ONE HISTORY RECORD AND ROLL IT INTO
003310*                     THE PAYMENTS TOTAL WHEN IT IS AN APPROVED
003320*                     PAYMENT OF THE CARD BROWSED
003330******************************************************************
003340 2610-LE-HISTORICO.
003350     READ CARTAO-HISTORICO NEXT RECORD
003370             MOVE "S" TO FIM-HISTORICO
003380     END-READ
003390     IF NOT FIM-DO-HISTORICO
003400         IF HIST-NUMERO NOT = WS-NUMERO-HIST
003410             MOVE "S" TO FIM-HISTORICO
003420         ELSE
003430             IF HIST-TIPO-TRANS = "2"
003530* 2700-CLASSIFICA-DEVEDOR - COMPARE THE PAYMENTS WITH THE
003540*                           MINIMUM DUE; A SHORTFALL IS AGED
003550*                           INTO ITS 30/60/90 BUCKET, REPORTED,
003560*                           BLOCKED AT OR PAST THE THRESHOLD AND
003561*                           PASSED ON TO THE FEE ASSESSMENT
003570******************************************************************
003580 2700-CLASSIFICA-DEVEDOR.
003590     IF WS-PAGO NOT < FCB-MINIMO
003800             THRU 2800-GRAVA-BLOQUEIO-EXIT
003810         MOVE "SIM" TO DET-BLOQUEIO
003820     END-IF
003830     PERFORM 2710-GRAVA-DETALHE THRU 2710-GRAVA-DETALHE-EXIT
003831     PERFORM 2720-GRAVA-ATRASO THRU 2720-GRAVA-ATRASO-EXIT.
003840 2700-CLASSIFICA-DEVEDOR-EXIT.
003850     EXIT.
003860
003890*                      REPORT
003900******************************************************************
003910 2710-GRAVA-DETALHE.
003920     MOVE WS-NUMERO-ATUAL TO WS-PAN-CLARO
003921     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
003922     MOVE WS-PAN-MASCARADO TO DET-NUMERO
003930     MOVE FCB-MINIMO TO WS-VALOR-EDITADO
004020     EXIT.
004030
004040******************************************************************
004041* 2720-GRAVA-ATRASO - WRITE THE SHORTFALL TO THE DELINQUENCY
004042*                     INTERFACE READ BY CARTAO-TARIFA
004043******************************************************************
004044 2720-GRAVA-ATRASO.
004045     MOVE WS-NUMERO-ATUAL TO ATR-NUMERO
004046     MOVE WS-ANO-MES     TO ATR-ANO-MES
004047     MOVE WS-ANO-MES-REF TO ATR-ANO-MES-REF
004048     MOVE WS-DIAS-ATRASO TO ATR-DIAS-ATRASO
004049     MOVE FCB-MINIMO     TO ATR-MINIMO
004050     MOVE WS-PAGO        TO ATR-PAGO
004051     MOVE WS-FALTA       TO ATR-FALTA
004052     WRITE ATRASO-REGISTRO.
004053 2720-GRAVA-ATRASO-EXIT.
004054     EXIT.
004055
004056******************************************************************
004057* 2800-GRAVA-BLOQUEIO - EMIT THE BLOCK MOVEMENT FOR THE PAST-DUE
004060*                       CARD, IN THE HOTMOV.TXT LAYOUT THAT
004070*                       HOTCARD-MANUT APPLIES
004080******************************************************************
004090 2800-GRAVA-BLOQUEIO.
004100     MOVE "B"          TO BLQ-ACAO
004110     MOVE WS-NUMERO-ATUAL TO BLQ-NUMERO
004120     MOVE WS-DATA-HOJE TO BLQ-DATA-AVISO
004130     MOVE "INADIMPLEN" TO BLQ-MOTIVO
004131     MOVE "CARTCOBR"   TO BLQ-OPERADOR
004140     WRITE BLOQUEIO-REGISTRO
004150     ADD 1 TO WS-TOTAL-BLOQUEIOS.
004160 2800-GRAVA-BLOQUEIO-EXIT.
004350     WRITE RELATORIO-LINHA FROM REL-FAIXA
004360     CLOSE FATURA-ENTRADA
004370     CLOSE CARTAO-HISTORICO
004371     IF CONTAS-DISPONIVEL
004372         CLOSE CARTAO-CONTAS
004373     END-IF
004380     CLOSE COBRANCA-RELATORIO
004390     CLOSE COBRANCA-BLOQUEIOS
004391     CLOSE COBRANCA-ATRASOS
004392     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
004400     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
004410 3000-FINALIZE-EXIT.
004420     EXIT.
004560     DISPLAY "-----------------------------------------".
004570 3100-PRINT-TOTALS-EXIT.
004580     EXIT.
004581
004582******************************************************************
004583* 1600-REGISTRA-INICIO - CHECK THE JOB-STREAM PREREQUISITES, THEN
004584*                        REGISTER THE RUN ON THE SHARED RUN-
004585*                        CONTROL REGISTRY UNDER CODE CARTCOBR AND
004586*                        THE STATEMENT MONTH (YYYYMM00). THE AGING
004587*                        MAY BE RERUN, SO A MONTH ALREADY
004588*                        REGISTERED IS STARTED AGAIN WITHOUT AN
004589*                        OVERRIDE.
004590******************************************************************
004591 1600-REGISTRA-INICIO.
004592     PERFORM 1620-VERIFICA-PREREQ
004593         THRU 1620-VERIFICA-PREREQ-EXIT
004594     OPEN I-O CARTAO-RUNCTL
004595     IF WS-RUN-STATUS = "35"
004596         OPEN OUTPUT CARTAO-RUNCTL
004597         CLOSE CARTAO-RUNCTL
004598         OPEN I-O CARTAO-RUNCTL
004599     END-IF
004600     IF WS-RUN-STATUS NOT = "00"
004601         DISPLAY "CARTAO-COBRANCA - CARTAO-RUNCTL OPEN FAILED, "
004602             "STATUS " WS-RUN-STATUS
004603         MOVE 16 TO RETURN-CODE
004604         STOP RUN
004605     END-IF
004606     MOVE "CARTCOBR" TO RUN-PROGRAMA
004607     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
004608     READ CARTAO-RUNCTL
004609         INVALID KEY
004610             PERFORM 1610-PREPARA-RUNCTL
004611                 THRU 1610-PREPARA-RUNCTL-EXIT
004612             WRITE RUNCTL-REGISTRO
004613         NOT INVALID KEY
004614             PERFORM 1610-PREPARA-RUNCTL
004615                 THRU 1610-PREPARA-RUNCTL-EXIT
004616             REWRITE RUNCTL-REGISTRO
004617     END-READ.
004618 1600-REGISTRA-INICIO-EXIT.
004619     EXIT.
004620
004621******************************************************************
004622* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
004623*                       IS STARTING
004624******************************************************************
004625 1610-PREPARA-RUNCTL.
004626     MOVE "CARTCOBR" TO RUN-PROGRAMA
004627     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
004628     MOVE "I" TO RUN-SITUACAO
004629     MOVE SPACE TO RUN-MODO
004630     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
004631     MOVE WS-DATA-HOJE TO RUN-DATA-MOVTO
004632     MOVE ZERO TO RUN-TOTAL-REGISTROS
004633     MOVE ZERO TO RUN-TOTAL-VALOR.
004634 1610-PREPARA-RUNCTL-EXIT.
004635     EXIT.
004636
004637******************************************************************
004638* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
004639*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
004640*                        THIS REFERENCE SHOW COMPLETED ON THE
004641*                        REGISTRY (CARTAO-PREREQ)
004642******************************************************************
004643 1620-VERIFICA-PREREQ.
004644     MOVE "CARTCOBR" TO PRQ-PROGRAMA
004645     MOVE WS-RUN-DATA-REF TO PRQ-DATA-REF
004646     MOVE "S" TO PRQ-MENSAGENS
004647     CALL "CARTAO-PREREQ" USING PRQ-AREA
004648     IF PRQ-RETORNO NOT = ZERO
004649         DISPLAY "CARTAO-COBRANCA - PRE-REQUISITOS PENDENTES "
004650             "PARA " WS-RUN-DATA-REF " - RUN NAO INICIADO"
004651         MOVE 16 TO RETURN-CODE
004652         STOP RUN
004653     END-IF.
004654 1620-VERIFICA-PREREQ-EXIT.
004655     EXIT.
004656
004657******************************************************************
004658* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY, WITH
004659*                     THE DELINQUENT STATEMENTS AGED AND THEIR
004660*                     TOTAL SHORTFALL
004661******************************************************************
004662 3300-REGISTRA-FIM.
004663     MOVE "CARTCOBR" TO RUN-PROGRAMA
004664     MOVE WS-RUN-DATA-REF TO RUN-DATA-REF
004665     READ CARTAO-RUNCTL
004666         INVALID KEY
004667             CONTINUE
004668         NOT INVALID KEY
004669             MOVE "C" TO RUN-SITUACAO
004670             MOVE WS-TOTAL-DEVEDORES TO RUN-TOTAL-REGISTROS
004671             COMPUTE RUN-TOTAL-VALOR = WS-SOMA-FAIXA-30
004672                 + WS-SOMA-FAIXA-60 + WS-SOMA-FAIXA-90
004673             REWRITE RUNCTL-REGISTRO
004674     END-READ
004675     CLOSE CARTAO-RUNCTL.
004676 3300-REGISTRA-FIM-EXIT.
004677     EXIT.
