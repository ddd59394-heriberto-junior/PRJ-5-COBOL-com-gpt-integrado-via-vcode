000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CARTAO-REEMBOLSO.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CARTAO-REEMBOLSO
000100*    DESCRIPTION..: REFUND OF UNUSED CARDHOLDER CREDIT BALANCES.
000110*                   READS THE CARDHOLDER LIMITS MASTER AND, FOR
000120*                   EVERY CARD WHOSE CREDIT BALANCE
000130*                   (LIM-SALDO-CREDOR) HAS STAYED UNUSED FOR MORE
000140*                   THAN THE PARAMETER NUMBER OF DAYS SINCE IT
000150*                   AROSE (LIM-DATA-CREDOR), REFUNDS THE WHOLE
000160*                   CREDIT BALANCE TO THE CARDHOLDER:
000170*                     REEMBOLSO.TXT - ONE RECORD PER REFUND FOR
000180*                                     THE PAYMENTS AREA (FULL
000190*                                     PAN, AMOUNT, DATE THE
000200*                                     CREDIT AROSE, RUN DATE);
000210*                     REEMBREL.TXT  - THE REFUND REPORT (MASKED
000220*                                     PAN).
000230*                   THE CREDIT BALANCE IS ZEROED ON THE MASTER,
000240*                   JOURNALED TO JORNAL.TXT WITH TYPE "D" SO
000250*                   CARTAO-BACKOUT CAN REVERSE THE RUN, AND ROLLED
000260*                   INTO THE HISTORY MASTER AS APPROVED TYPE "D"
000270*                   ROWS SO CARTAO-FATURA SHOWS THE REFUND ON THE
000280*                   NEXT STATEMENT.
000290*
000300*    PARAMETER CARD (REEMPARM.TXT, ONE RECORD, OPTIONAL):
000310*        RPR-DATA-MOVTO  RUN DATE FOR THE JOURNAL, HISTORY AND
000320*                        EXTRACT, YYYYMMDD; ZERO/BLANK = TODAY
000330*        RPR-DIAS-LIMITE DAYS A CREDIT BALANCE MAY STAY UNUSED
000340*                        BEFORE IT IS REFUNDED; ZERO/BLANK = 90
000350*        RPR-OVERRIDE    "S" = RERUN A DATE THE RUN-CONTROL
000360*                        REGISTRY ALREADY SHOWS COMPLETED
000370*
000380*    A CREDIT BALANCE WITH NO DATE (CARRIED OVER FROM BEFORE THE
000390*    DATE WAS KEPT) IS DATED WITH THE RUN DATE AND AGED FROM
000400*    THERE. HIST-VALOR HOLDS AT MOST 9999.99, SO A LARGER REFUND
000410*    IS ROLLED INTO HISTORY AS SEVERAL TYPE "D" ROWS.
000420*
000430*    MODIFICATION HISTORY
000440*    DATE        BY   DESCRIPTION
000450*    ----------  ---  -----------------------------------------
000460*    2026-10-05  JCM  ORIGINAL VERSION.
000461*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000462*                     THE JOB-STREAM PREREQUISITES TABLE
000463*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000464*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL REEMBOLSO-PARAMETRO ASSIGN TO "REEMPARM.TXT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS IS SEQUENTIAL
000570         RECORD KEY IS LIM-NUMERO
000580         FILE STATUS IS WS-LIM-STATUS.
000590
000600     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS IS RANDOM
000630         RECORD KEY IS HIST-CHAVE
000640         FILE STATUS IS WS-HIST-STATUS.
000650
000660     SELECT OPTIONAL CARTAO-JORNAL ASSIGN TO "JORNAL.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT REEMBOLSO-SAIDA ASSIGN TO "REEMBOLSO.TXT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT REEMBOLSO-RELATORIO ASSIGN TO "REEMBREL.TXT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS IS RANDOM
000780         RECORD KEY IS RUN-CHAVE
000790         FILE STATUS IS WS-RUN-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  REEMBOLSO-PARAMETRO.
000830 01  PARAMETRO-REGISTRO.
000840     05  RPR-DATA-MOVTO        PIC 9(08).
000850     05  RPR-DIAS-LIMITE       PIC 9(03).
000860     05  RPR-OVERRIDE          PIC X(01).
000870
000880 FD  CARTAO-LIMITES.
000890 01  LIMITE-REGISTRO.
000900     COPY LIMREG.
000910
000920 FD  CARTAO-HISTORICO.
000930 01  HISTORICO-REGISTRO.
000940     COPY HISTREG.
000950
000960 FD  CARTAO-JORNAL.
000970 01  JORNAL-REGISTRO.
000980     COPY JORNREG.
000990
001000 FD  REEMBOLSO-SAIDA.
001010 01  REEMBOLSO-REGISTRO.
001020     05  RMB-NUMERO            PIC 9(16).
001030     05  RMB-VALOR             PIC 9(08)V99.
001040     05  RMB-DATA-CREDOR       PIC 9(08).
001050     05  RMB-DATA-DEVOLUCAO    PIC 9(08).
001060
001070 FD  REEMBOLSO-RELATORIO.
001080 01  RELATORIO-LINHA           PIC X(100).
001090
001100 FD  CARTAO-RUNCTL.
001110 01  RUNCTL-REGISTRO.
001120     COPY RUNREG.
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-SWITCHES.
001160     05  FIM-LIMITES           PIC X(01) VALUE "N".
001170         88  FIM-DOS-LIMITES       VALUE "S".
001180
001190 01  WS-CAMPOS.
001200     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
001210     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
001220     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
001230     05  WS-DIAS-LIMITE        PIC 9(03) VALUE 90.
001240     05  WS-VALOR-EDITADO      PIC Z(07)9.99.
001250     05  WS-CREDOR-ANTES       PIC 9(08)V99 VALUE ZERO.
001260     05  WS-DATA-CREDOR        PIC 9(08) VALUE ZERO.
001270     05  WS-VALOR-DEVOLUCAO    PIC 9(08)V99 VALUE ZERO.
001280     05  WS-RESTO-HISTORICO    PIC 9(08)V99 VALUE ZERO.
001290     05  WS-MAXIMO-HISTORICO   PIC 9(04)V99 VALUE 9999.99.
001300
001310 01  WS-CONTADORES.
001320     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
001330     05  WS-TOTAL-CREDORES     PIC 9(07) VALUE ZERO.
001340     05  WS-TOTAL-DEVOLVIDOS   PIC 9(07) VALUE ZERO.
001350     05  WS-SOMA-CREDORES      PIC 9(11)V99 VALUE ZERO.
001360     05  WS-SOMA-DEVOLVIDOS    PIC 9(11)V99 VALUE ZERO.
001370
001380 01  WS-RUNCTL-DADOS.
001390     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001400     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
001410         88  OVERRIDE-OPERADOR     VALUE "S".
001420
001421 01  PRQ-AREA.
001422     COPY PREQREG.
001423
001430 01  WS-HISTORICO-DADOS.
001440     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
001450
001460 01  WS-JORNAL-DADOS.
001470     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
001480
001490 01  WS-AGING-DADOS.
001500     05  WS-DIAS-REF           PIC 9(08) VALUE ZERO.
001510     05  WS-DIAS-CREDOR        PIC 9(08) VALUE ZERO.
001520
001530 01  WS-MASCARA-DADOS.
001540     05  WS-PAN-CLARO.
001550         10  WS-PAN-INICIO     PIC X(06).
001560         10  WS-PAN-MEIO       PIC X(06).
001570         10  WS-PAN-FIM        PIC X(04).
001580     05  WS-PAN-MASCARADO.
001590         10  WS-MSC-INICIO     PIC X(06).
001600         10  WS-MSC-MEIO       PIC X(06).
001610         10  WS-MSC-FIM        PIC X(04).
001620
001630 01  WS-SERIAL-DADOS.
001640     05  WS-SRL-DATA           PIC 9(08) VALUE ZERO.
001650     05  WS-SRL-ANO            PIC 9(04) VALUE ZERO.
001660     05  WS-SRL-MES            PIC 9(02) VALUE ZERO.
001670     05  WS-SRL-DIA            PIC 9(02) VALUE ZERO.
001680     05  WS-SRL-QUOC           PIC 9(04) VALUE ZERO.
001690     05  WS-SRL-RESTO          PIC 9(04) VALUE ZERO.
001700     05  WS-SRL-MES-DIAS       PIC 9(03) VALUE ZERO.
001710     05  WS-SRL-BISSEXTO-SW    PIC X(01) VALUE "N".
001720         88  ANO-BISSEXTO          VALUE "S".
001730     05  WS-SRL-ANO-ANT        PIC 9(04) VALUE ZERO.
001740     05  WS-SRL-QUARTOS        PIC 9(04) VALUE ZERO.
001750     05  WS-SRL-CENTOS         PIC 9(04) VALUE ZERO.
001760     05  WS-SRL-QUADRI         PIC 9(04) VALUE ZERO.
001770     05  WS-SRL-DIAS           PIC 9(08) VALUE ZERO.
001780
001790 01  REL-CABECALHO-1.
001800     05  FILLER                PIC X(50) VALUE
001810         "CARTAO-REEMBOLSO - DEVOLUCAO DE SALDO CREDOR DATA ".
001820     05  CAB-DATA              PIC 9(08).
001830     05  FILLER                PIC X(42) VALUE SPACES.
001840
001850 01  REL-CABECALHO-2.
001860     05  FILLER                PIC X(25) VALUE
001870         "NUMERO            CREDOR ".
001880     05  FILLER                PIC X(25) VALUE
001890         "DESDE   DIAS    VALOR DEV".
001900     05  FILLER                PIC X(25) VALUE
001910         "OLVIDO                   ".
001920     05  FILLER                PIC X(25) VALUE SPACES.
001930
001940 01  REL-DETALHE.
001950     05  DET-NUMERO            PIC X(16).
001960     05  FILLER                PIC X(02) VALUE SPACES.
001970     05  DET-DATA-CREDOR       PIC 9(08).
001980     05  FILLER                PIC X(06) VALUE SPACES.
001990     05  DET-DIAS              PIC Z(04)9.
002000     05  FILLER                PIC X(04) VALUE SPACES.
002010     05  DET-VALOR             PIC X(11).
002020     05  FILLER                PIC X(48) VALUE SPACES.
002030
002040 PROCEDURE DIVISION.
002050******************************************************************
002060* 0000-MAINLINE
002070******************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002100     PERFORM 2500-PROCESS-CARTAO THRU 2500-PROCESS-CARTAO-EXIT
002110         UNTIL FIM-DOS-LIMITES
002120     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
002130     STOP RUN.
002140
002150******************************************************************
002160* 1000-INITIALIZE - READ THE PARAMETERS, REGISTER THE RUN, OPEN
002170*                   THE FILES, PRINT THE REPORT HEADINGS AND
002180*                   PRIME THE MASTER READ
002190******************************************************************
002200 1000-INITIALIZE.
002210     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
002220     PERFORM 1600-REGISTRA-INICIO
002230         THRU 1600-REGISTRA-INICIO-EXIT
002240     OPEN I-O CARTAO-LIMITES
002250     IF WS-LIM-STATUS NOT = "00"
002260         DISPLAY "CARTAO-REEMBOLSO - CARTAO-LIMITES OPEN FAILED, "
002270             "STATUS " WS-LIM-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF
002310     OPEN I-O CARTAO-HISTORICO
002320     IF WS-HIST-STATUS NOT = "00"
002330         DISPLAY "CARTAO-REEMBOLSO - CARTAO-HISTORICO OPEN "
002340             "FAILED, STATUS " WS-HIST-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     OPEN EXTEND CARTAO-JORNAL
002390     OPEN OUTPUT REEMBOLSO-SAIDA
002400     OPEN OUTPUT REEMBOLSO-RELATORIO
002410     MOVE WS-DATA-PROCESSO TO CAB-DATA
002420     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
002430     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
002440     PERFORM 2000-READ-LIMITE THRU 2000-READ-LIMITE-EXIT.
002450 1000-INITIALIZE-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 1200-LE-PARAMETRO - READ THE REFUND PARAMETER CARD. A MISSING
002500*                     OR BLANK CARD MEANS TODAY'S DATE AND THE
002510*                     STANDARD 90 DAYS.
002520******************************************************************
002530 1200-LE-PARAMETRO.
002540     OPEN INPUT REEMBOLSO-PARAMETRO
002550     READ REEMBOLSO-PARAMETRO
002560         AT END
002570             MOVE SPACES TO PARAMETRO-REGISTRO
002580     END-READ
002590     IF RPR-DATA-MOVTO NUMERIC AND RPR-DATA-MOVTO > ZERO
002600         MOVE RPR-DATA-MOVTO TO WS-DATA-PROCESSO
002610     ELSE
002620         ACCEPT WS-DATA-PROCESSO FROM DATE YYYYMMDD
002630     END-IF
002640     IF RPR-DIAS-LIMITE NUMERIC AND RPR-DIAS-LIMITE > ZERO
002650         MOVE RPR-DIAS-LIMITE TO WS-DIAS-LIMITE
002660     END-IF
002670     IF RPR-OVERRIDE = "S"
002680         MOVE "S" TO WS-OVERRIDE-SW
002690         DISPLAY "CARTAO-REEMBOLSO - OVERRIDE DE OPERADOR ACEITO"
002700     END-IF
002710     CLOSE REEMBOLSO-PARAMETRO
002720     MOVE WS-DATA-PROCESSO TO WS-SRL-DATA
002730     PERFORM 2900-CALCULA-SERIAL THRU 2900-CALCULA-SERIAL-EXIT
002740     MOVE WS-SRL-DIAS TO WS-DIAS-REF.
002750 1200-LE-PARAMETRO-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 2000-READ-LIMITE - READ THE NEXT CARDHOLDER ON THE MASTER
002800******************************************************************
002810 2000-READ-LIMITE.
002820     READ CARTAO-LIMITES NEXT RECORD
002830         AT END
002840             MOVE "S" TO FIM-LIMITES
002850     END-READ.
002860 2000-READ-LIMITE-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900* 2100-AVALIA-CREDOR - AGE THE CARD'S CREDIT BALANCE FROM THE DATE
002910*                      IT AROSE AND REFUND IT WHEN IT HAS STAYED
002920*                      UNUSED PAST THE PARAMETER NUMBER OF DAYS
002930******************************************************************
002940 2100-AVALIA-CREDOR.
002950     ADD 1 TO WS-TOTAL-CREDORES
002960     ADD LIM-SALDO-CREDOR TO WS-SOMA-CREDORES
002970     IF LIM-DATA-CREDOR NOT NUMERIC OR LIM-DATA-CREDOR = ZERO
002980         MOVE WS-DATA-PROCESSO TO LIM-DATA-CREDOR
002990         REWRITE LIMITE-REGISTRO
003000         GO TO 2100-AVALIA-CREDOR-EXIT
003010     END-IF
003020     MOVE LIM-DATA-CREDOR TO WS-SRL-DATA
003030     PERFORM 2900-CALCULA-SERIAL THRU 2900-CALCULA-SERIAL-EXIT
003040     IF WS-DIAS-REF > WS-SRL-DIAS
003050         COMPUTE WS-DIAS-CREDOR = WS-DIAS-REF - WS-SRL-DIAS
003060     ELSE
003070         MOVE ZERO TO WS-DIAS-CREDOR
003080     END-IF
003090     IF WS-DIAS-CREDOR NOT > WS-DIAS-LIMITE
003100         GO TO 2100-AVALIA-CREDOR-EXIT
003110     END-IF
003120     PERFORM 2600-DEVOLVE-CREDITO THRU 2600-DEVOLVE-CREDITO-EXIT.
003130 2100-AVALIA-CREDOR-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 2500-PROCESS-CARTAO - EXAMINE ONE CARDHOLDER AND PRIME THE NEXT
003180*                       MASTER READ
003190******************************************************************
003200 2500-PROCESS-CARTAO.
003210     ADD 1 TO WS-TOTAL-LIDOS
003220     IF LIM-SALDO-CREDOR NUMERIC AND LIM-SALDO-CREDOR > ZERO
003230         PERFORM 2100-AVALIA-CREDOR THRU 2100-AVALIA-CREDOR-EXIT
003240     END-IF
003250     PERFORM 2000-READ-LIMITE THRU 2000-READ-LIMITE-EXIT.
003260 2500-PROCESS-CARTAO-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2600-DEVOLVE-CREDITO - ZERO THE CREDIT BALANCE ON THE MASTER,
003310*                        JOURNAL IT, ROLL IT INTO HISTORY, WRITE
003320*                        THE REFUND EXTRACT RECORD AND THE REPORT
003330*                        LINE
003340******************************************************************
003350 2600-DEVOLVE-CREDITO.
003360     MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTES
003370     MOVE LIM-SALDO-CREDOR TO WS-VALOR-DEVOLUCAO
003380     MOVE LIM-DATA-CREDOR  TO WS-DATA-CREDOR
003390     MOVE ZERO TO LIM-SALDO-CREDOR
003400     MOVE ZERO TO LIM-DATA-CREDOR
003410     REWRITE LIMITE-REGISTRO
003420     PERFORM 2620-GRAVA-JORNAL THRU 2620-GRAVA-JORNAL-EXIT
003430     MOVE WS-VALOR-DEVOLUCAO TO WS-RESTO-HISTORICO
003440     PERFORM 2630-GRAVA-HISTORICO THRU 2630-GRAVA-HISTORICO-EXIT
003450         UNTIL WS-RESTO-HISTORICO = ZERO
003460     PERFORM 2640-GRAVA-EXTRATO THRU 2640-GRAVA-EXTRATO-EXIT
003470     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
003480     ADD 1 TO WS-TOTAL-DEVOLVIDOS
003490     ADD WS-VALOR-DEVOLUCAO TO WS-SOMA-DEVOLVIDOS.
003500 2600-DEVOLVE-CREDITO-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 2620-GRAVA-JORNAL - JOURNAL THE REFUND WITH TYPE "D". THE DEBT
003550*                     IS UNCHANGED; THE CREDIT BALANCE GOES TO
003560*                     ZERO, SO CARTAO-BACKOUT CAN RESTORE IT
003570******************************************************************
003580 2620-GRAVA-JORNAL.
003590     MOVE WS-DATA-PROCESSO   TO JRN-RUN-DATA
003600     ADD 1 TO WS-JRN-SEQ
003610     MOVE WS-JRN-SEQ         TO JRN-SEQ
003620     MOVE LIM-NUMERO         TO JRN-NUMERO
003630     MOVE "D"                TO JRN-TIPO-TRANS
003640     MOVE WS-VALOR-DEVOLUCAO TO JRN-VALOR
003650     MOVE LIM-SALDO          TO JRN-SALDO-ANTES
003660     MOVE LIM-SALDO          TO JRN-SALDO-DEPOIS
003670     MOVE WS-CREDOR-ANTES    TO JRN-CREDOR-ANTES
003680     MOVE LIM-SALDO-CREDOR   TO JRN-CREDOR-DEPOIS
003690     WRITE JORNAL-REGISTRO.
003700 2620-GRAVA-JORNAL-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2630-GRAVA-HISTORICO - ROLL UP TO 9999.99 OF THE REFUND INTO
003750*                        THE HISTORY MASTER AS AN APPROVED TYPE
003760*                        "D" ROW DATED WITH THE RUN DATE; CALLED
003770*                        UNTIL THE WHOLE REFUND IS RECORDED. THE
003780*                        SEQUENCE IS BUMPED AND THE WRITE RETRIED
003790*                        ON A KEY COLLISION, AS THE DAILY BATCH
003800*                        DOES.
003810******************************************************************
003820 2630-GRAVA-HISTORICO.
003830     MOVE LIM-NUMERO        TO HIST-NUMERO
003840     MOVE WS-DATA-PROCESSO  TO HIST-DATA
003850     MOVE "D"               TO HIST-TIPO-TRANS
003860     ADD 1 TO WS-HIST-SEQ
003870     MOVE WS-HIST-SEQ       TO HIST-SEQ
003880     MOVE SPACES            TO HIST-NOME
003890     IF WS-RESTO-HISTORICO > WS-MAXIMO-HISTORICO
003900         MOVE WS-MAXIMO-HISTORICO TO HIST-VALOR
003910     ELSE
003920         MOVE WS-RESTO-HISTORICO TO HIST-VALOR
003930     END-IF
003940     SUBTRACT HIST-VALOR FROM WS-RESTO-HISTORICO
003950     MOVE SPACES            TO HIST-STATUS
003960     MOVE "APROVADO"        TO HIST-RESULTADO
003970     MOVE "DEVOLUCAO"       TO HIST-MOTIVO
003980     MOVE LIM-SALDO         TO HIST-SALDO-APOS.
003990 2631-TENTA-HISTORICO.
004000     WRITE HISTORICO-REGISTRO
004010         INVALID KEY
004020             ADD 1 TO WS-HIST-SEQ
004030             MOVE WS-HIST-SEQ TO HIST-SEQ
004040             GO TO 2631-TENTA-HISTORICO
004050     END-WRITE.
004060 2630-GRAVA-HISTORICO-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 2640-GRAVA-EXTRATO - WRITE THE REFUND RECORD FOR THE PAYMENTS
004110*                      AREA
004120******************************************************************
004130 2640-GRAVA-EXTRATO.
004140     MOVE LIM-NUMERO         TO RMB-NUMERO
004150     MOVE WS-VALOR-DEVOLUCAO TO RMB-VALOR
004160     MOVE WS-DATA-CREDOR     TO RMB-DATA-CREDOR
004170     MOVE WS-DATA-PROCESSO   TO RMB-DATA-DEVOLUCAO
004180     WRITE REEMBOLSO-REGISTRO.
004190 2640-GRAVA-EXTRATO-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 2700-GRAVA-DETALHE - PRINT THE REFUND'S REPORT LINE
004240******************************************************************
004250 2700-GRAVA-DETALHE.
004260     MOVE LIM-NUMERO TO WS-PAN-CLARO
004270     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
004280     MOVE WS-PAN-MASCARADO   TO DET-NUMERO
004290     MOVE WS-DATA-CREDOR     TO DET-DATA-CREDOR
004300     MOVE WS-DIAS-CREDOR     TO DET-DIAS
004310     MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-EDITADO
004320     MOVE WS-VALOR-EDITADO   TO DET-VALOR
004330     WRITE RELATORIO-LINHA FROM REL-DETALHE.
004340 2700-GRAVA-DETALHE-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 2900-CALCULA-SERIAL - CONVERT THE YYYYMMDD DATE IN WS-SRL-DATA
004390*                       INTO A SERIAL DAY COUNT IN WS-SRL-DIAS:
004400*                       THE FULL YEARS BEFORE IT IN DAYS (LEAP
004410*                       YEARS COUNTED), PLUS THE DAY OF YEAR
004420******************************************************************
004430 2900-CALCULA-SERIAL.
004440     DIVIDE WS-SRL-DATA BY 10000
004450         GIVING WS-SRL-ANO REMAINDER WS-SRL-RESTO
004460     DIVIDE WS-SRL-RESTO BY 100
004470         GIVING WS-SRL-MES REMAINDER WS-SRL-DIA
004480     MOVE "N" TO WS-SRL-BISSEXTO-SW
004490     DIVIDE WS-SRL-ANO BY 4
004500         GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
004510     IF WS-SRL-RESTO = ZERO
004520         MOVE "S" TO WS-SRL-BISSEXTO-SW
004530         DIVIDE WS-SRL-ANO BY 100
004540             GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
004550         IF WS-SRL-RESTO = ZERO
004560             MOVE "N" TO WS-SRL-BISSEXTO-SW
004570             DIVIDE WS-SRL-ANO BY 400
004580                 GIVING WS-SRL-QUOC REMAINDER WS-SRL-RESTO
004590             IF WS-SRL-RESTO = ZERO
004600                 MOVE "S" TO WS-SRL-BISSEXTO-SW
004610             END-IF
004620         END-IF
004630     END-IF
004640     EVALUATE WS-SRL-MES
004650         WHEN 1
004660             MOVE 0 TO WS-SRL-MES-DIAS
004670         WHEN 2
004680             MOVE 31 TO WS-SRL-MES-DIAS
004690         WHEN 3
004700             MOVE 59 TO WS-SRL-MES-DIAS
004710         WHEN 4
004720             MOVE 90 TO WS-SRL-MES-DIAS
004730         WHEN 5
004740             MOVE 120 TO WS-SRL-MES-DIAS
004750         WHEN 6
004760             MOVE 151 TO WS-SRL-MES-DIAS
004770         WHEN 7
004780             MOVE 181 TO WS-SRL-MES-DIAS
004790         WHEN 8
004800             MOVE 212 TO WS-SRL-MES-DIAS
004810         WHEN 9
004820             MOVE 243 TO WS-SRL-MES-DIAS
004830         WHEN 10
004840             MOVE 273 TO WS-SRL-MES-DIAS
004850         WHEN 11
004860             MOVE 304 TO WS-SRL-MES-DIAS
004870         WHEN OTHER
004880             MOVE 334 TO WS-SRL-MES-DIAS
004890     END-EVALUATE
004900     COMPUTE WS-SRL-ANO-ANT = WS-SRL-ANO - 1
004910     DIVIDE WS-SRL-ANO-ANT BY 4
004920         GIVING WS-SRL-QUARTOS REMAINDER WS-SRL-RESTO
004930     DIVIDE WS-SRL-ANO-ANT BY 100
004940         GIVING WS-SRL-CENTOS REMAINDER WS-SRL-RESTO
004950     DIVIDE WS-SRL-ANO-ANT BY 400
004960         GIVING WS-SRL-QUADRI REMAINDER WS-SRL-RESTO
004970     COMPUTE WS-SRL-DIAS =
004980         WS-SRL-ANO-ANT * 365
004990             + WS-SRL-QUARTOS - WS-SRL-CENTOS + WS-SRL-QUADRI
005000             + WS-SRL-MES-DIAS + WS-SRL-DIA
005010     IF ANO-BISSEXTO AND WS-SRL-MES > 2
005020         ADD 1 TO WS-SRL-DIAS
005030     END-IF.
005040 2900-CALCULA-SERIAL-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
005090*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
005100*                    AS CARTAO-BATCH DOES (PCI)
005110******************************************************************
005120 2910-MASCARA-PAN.
005130     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
005140     MOVE "******"      TO WS-MSC-MEIO
005150     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
005160 2910-MASCARA-PAN-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200* 3000-FINALIZE - CLOSE FILES, MARK THE RUN COMPLETED AND PRINT
005210*                 THE CONTROL TOTALS
005220******************************************************************
005230 3000-FINALIZE.
005240     CLOSE CARTAO-LIMITES
005250     CLOSE CARTAO-HISTORICO
005260     CLOSE CARTAO-JORNAL
005270     CLOSE REEMBOLSO-SAIDA
005280     CLOSE REEMBOLSO-RELATORIO
005290     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
005300     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
005310 3000-FINALIZE-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
005360*                        CONTROL REGISTRY UNDER CODE CARTREEM
005370*                        AND THE RUN DATE; A DATE ALREADY
005380*                        COMPLETED STOPS THE RUN UNLESS THE
005390*                        OVERRIDE WAS KEYED
005400******************************************************************
005410 1600-REGISTRA-INICIO.
005411     PERFORM 1620-VERIFICA-PREREQ
005412         THRU 1620-VERIFICA-PREREQ-EXIT
005420     OPEN I-O CARTAO-RUNCTL
005430     IF WS-RUN-STATUS = "35"
005440         OPEN OUTPUT CARTAO-RUNCTL
005450         CLOSE CARTAO-RUNCTL
005460         OPEN I-O CARTAO-RUNCTL
005470     END-IF
005480     IF WS-RUN-STATUS NOT = "00"
005490         DISPLAY "CARTAO-REEMBOLSO - CARTAO-RUNCTL OPEN FAILED, "
005500             "STATUS " WS-RUN-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF
005540     MOVE "CARTREEM" TO RUN-PROGRAMA
005550     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
005560     READ CARTAO-RUNCTL
005570         INVALID KEY
005580             PERFORM 1610-PREPARA-RUNCTL
005590                 THRU 1610-PREPARA-RUNCTL-EXIT
005600             WRITE RUNCTL-REGISTRO
005610         NOT INVALID KEY
005620             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
005630                 DISPLAY "CARTAO-REEMBOLSO - DATA "
005640                     WS-DATA-PROCESSO
005650                     " JA PROCESSADA E COMPLETA NO REGISTRO DE "
005660                     "RUNS - USE O OVERRIDE DO CARTAO DE "
005670                     "PARAMETROS PARA FORCAR"
005680                 MOVE 16 TO RETURN-CODE
005690                 STOP RUN
005700             END-IF
005710             PERFORM 1610-PREPARA-RUNCTL
005720                 THRU 1610-PREPARA-RUNCTL-EXIT
005730             REWRITE RUNCTL-REGISTRO
005740     END-READ.
005750 1600-REGISTRA-INICIO-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
005800*                       IS STARTING
005810******************************************************************
005820 1610-PREPARA-RUNCTL.
005830     MOVE "CARTREEM" TO RUN-PROGRAMA
005840     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
005850     MOVE "I" TO RUN-SITUACAO
005860     MOVE SPACE TO RUN-MODO
005870     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
005880     MOVE WS-DATA-PROCESSO TO RUN-DATA-MOVTO
005890     MOVE ZERO TO RUN-TOTAL-REGISTROS
005900     MOVE ZERO TO RUN-TOTAL-VALOR.
005910 1610-PREPARA-RUNCTL-EXIT.
005920     EXIT.
005921
005922******************************************************************
005923* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
005924*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
005925*                        THIS REFERENCE SHOW COMPLETED ON THE
005926*                        REGISTRY (CARTAO-PREREQ)
005927******************************************************************
005928 1620-VERIFICA-PREREQ.
005929     MOVE "CARTREEM" TO PRQ-PROGRAMA
005930     MOVE WS-DATA-PROCESSO TO PRQ-DATA-REF
005931     MOVE "S" TO PRQ-MENSAGENS
005932     CALL "CARTAO-PREREQ" USING PRQ-AREA
005933     IF PRQ-RETORNO NOT = ZERO
005934         DISPLAY "CARTAO-REEMBOLSO - PRE-REQUISITOS PENDENTES "
005935             "PARA " WS-DATA-PROCESSO " - RUN NAO INICIADO"
005936         MOVE 16 TO RETURN-CODE
005937         STOP RUN
005938     END-IF.
005939 1620-VERIFICA-PREREQ-EXIT.
005940     EXIT.
005941
005942******************************************************************
005950* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY,
005960*                     WITH THE NUMBER AND TOTAL OF THE REFUNDS
005970******************************************************************
005980 3300-REGISTRA-FIM.
005990     MOVE "CARTREEM" TO RUN-PROGRAMA
006000     MOVE WS-DATA-PROCESSO TO RUN-DATA-REF
006010     READ CARTAO-RUNCTL
006020         INVALID KEY
006030             CONTINUE
006040         NOT INVALID KEY
006050             MOVE "C" TO RUN-SITUACAO
006060             MOVE WS-TOTAL-DEVOLVIDOS TO RUN-TOTAL-REGISTROS
006070             MOVE WS-SOMA-DEVOLVIDOS  TO RUN-TOTAL-VALOR
006080             REWRITE RUNCTL-REGISTRO
006090     END-READ
006100     CLOSE CARTAO-RUNCTL.
006110 3300-REGISTRA-FIM-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
006160******************************************************************
006170 3100-PRINT-TOTALS.
006180     DISPLAY "CARTAO-REEMBOLSO - TOTAIS DE CONTROLE".
006190     DISPLAY "-----------------------------------------".
006200     DISPLAY "DATA DO RUN........: " WS-DATA-PROCESSO.
006210     DISPLAY "DIAS SEM USO.......: " WS-DIAS-LIMITE.
006220     DISPLAY "CARTOES LIDOS......: " WS-TOTAL-LIDOS.
006230     DISPLAY "CARTOES EM CREDITO.: " WS-TOTAL-CREDORES.
006240     DISPLAY "SOMA SALDO CREDOR..: " WS-SOMA-CREDORES.
006250     DISPLAY "CREDITOS DEVOLVIDOS: " WS-TOTAL-DEVOLVIDOS.
006260     DISPLAY "SOMA DEVOLVIDA.....: " WS-SOMA-DEVOLVIDOS.
006270     DISPLAY "-----------------------------------------".
006280 3100-PRINT-TOTALS-EXIT.
006290     EXIT.
