000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTA-MANUT.
000030 AUTHOR.        J C MOREIRA.
000040 INSTALLATION.  CARD-OPS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*    PROGRAM......: CONTA-MANUT
000100*    DESCRIPTION..: BATCH MAINTENANCE OF THE CARD ACCOUNT MASTER
000110*                   (CONTAS.DAT, CONTREG). READS A KEYED
000120*                   MAINTENANCE TRANSACTION FILE (CTAMOV.TXT) OF
000130*                   ADD / CHANGE / DELETE MOVEMENTS AGAINST
000140*                   CTA-NUMERO, APPLIES THEM TO THE MASTER AND
000150*                   PRINTS AN APPLIED/REJECTED MAINTENANCE REPORT
000160*                   (CTARELAT.TXT) WITH THE BEFORE AND AFTER IMAGE
000170*                   OF THE NAME AND EXPIRY OF EVERY RECORD IT
000180*                   TOUCHED, AS LIMITE-MANUT DOES FOR THE LIMITS
000190*                   MASTER. A NEW ACCOUNT'S OPEN DATE DEFAULTS TO
000200*                   THE RUN DATE AND ITS ISSUE DATE TO THE OPEN
000210*                   DATE; THE EXPIRY MONTH IS MANDATORY. A CHANGE
000220*                   REPLACES NAME AND ADDRESS, AND THE OPEN DATE,
000230*                   ISSUE DATE AND EXPIRY WHEN KEYED (ZERO LEAVES
000240*                   THEM AS THEY ARE). A CARD ALREADY REISSUED
000250*                   UNDER A NEW NUMBER CANNOT BE CHANGED
000260*                   (SUBSTITUID); THE SUCCESSOR IS MAINTAINED
000270*                   INSTEAD. THE REISSUE LINKS ARE SET ONLY BY
000280*                   CARTAO-RENOVA.
000290*
000300*    MOVEMENT ACTIONS:
000310*        "I" - INCLUSAO  (ADD A NEW CARD ACCOUNT)
000320*        "A" - ALTERACAO (CHANGE NAME, ADDRESS AND DATES)
000330*        "E" - EXCLUSAO  (DELETE THE RECORD)
000340*
000350*    MODIFICATION HISTORY
000360*    DATE        BY   DESCRIPTION
000370*    ----------  ---  -----------------------------------------
000380*    2026-10-15  JCM  ORIGINAL VERSION.
000381*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000382*                     THE JOB-STREAM PREREQUISITES TABLE
000383*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000384*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CONTA-MOVIMENTO ASSIGN TO "CTAMOV.TXT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460     SELECT CARTAO-CONTAS ASSIGN TO "CONTAS.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS IS RANDOM
000490         RECORD KEY IS CTA-NUMERO
000500         FILE STATUS IS WS-CTA-STATUS.
000510
000520     SELECT CONTA-RELATORIO ASSIGN TO "CTARELAT.TXT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS IS RANDOM
000580         RECORD KEY IS RUN-CHAVE
000590         FILE STATUS IS WS-RUN-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CONTA-MOVIMENTO.
000630 01  MOVIMENTO-REGISTRO.
000640     05  MOV-ACAO              PIC X(01).
000650         88  MOV-INCLUSAO          VALUE "I".
000660         88  MOV-ALTERACAO         VALUE "A".
000670         88  MOV-EXCLUSAO          VALUE "E".
000680     05  MOV-NUMERO            PIC 9(16).
000690     05  MOV-NOME              PIC X(30).
000700     05  MOV-LOGRADOURO        PIC X(40).
000710     05  MOV-CIDADE            PIC X(25).
000720     05  MOV-UF                PIC X(02).
000730     05  MOV-CEP               PIC 9(08).
000740     05  MOV-DATA-ABERTURA     PIC 9(08).
000750     05  MOV-DATA-EMISSAO      PIC 9(08).
000760     05  MOV-VALIDADE          PIC 9(06).
000770
000780 FD  CARTAO-CONTAS.
000790 01  CONTA-REGISTRO.
000800     COPY CONTREG.
000810
000820 FD  CONTA-RELATORIO.
000830 01  RELATORIO-LINHA           PIC X(110).
000840
000850 FD  CARTAO-RUNCTL.
000860 01  RUNCTL-REGISTRO.
000870     COPY RUNREG.
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-SWITCHES.
000910     05  FIM-ARQUIVO           PIC X(01) VALUE "N".
000920         88  FIM-DO-ARQUIVO        VALUE "S".
000930     05  WS-EDICAO-SW          PIC X(01) VALUE "S".
000940         88  MOVIMENTO-VALIDO      VALUE "S".
000950
000960 01  WS-CAMPOS.
000970     05  WS-CTA-STATUS         PIC X(02) VALUE SPACES.
000980     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
000990     05  WS-SITUACAO           PIC X(09).
001000     05  WS-MOTIVO             PIC X(10).
001010     05  WS-DATA-RELATORIO     PIC 9(08).
001020
001021 01  PRQ-AREA.
001022     COPY PREQREG.
001023
001030 01  WS-DATA-EDICAO.
001040     05  WS-EDT-DATA           PIC 9(08).
001050     05  WS-EDT-DATA-R REDEFINES WS-EDT-DATA.
001060         10  WS-EDT-ANO        PIC 9(04).
001070         10  WS-EDT-MES        PIC 9(02).
001080         10  WS-EDT-DIA        PIC 9(02).
001090     05  WS-EDT-VALIDADE       PIC 9(06).
001100     05  WS-EDT-VALIDADE-R REDEFINES WS-EDT-VALIDADE.
001110         10  WS-EDT-VAL-ANO    PIC 9(04).
001120         10  WS-EDT-VAL-MES    PIC 9(02).
001130     05  WS-EDT-SW             PIC X(01) VALUE "S".
001140         88  DATA-VALIDA           VALUE "S".
001150
001160 01  WS-CONTADORES.
001170     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
001180     05  WS-TOTAL-APLICADOS    PIC 9(07) VALUE ZERO.
001190     05  WS-TOTAL-REJEITADOS   PIC 9(07) VALUE ZERO.
001200
001210 01  WS-MASCARA-DADOS.
001220     05  WS-PAN-CLARO.
001230         10  WS-PAN-INICIO     PIC X(06).
001240         10  WS-PAN-MEIO       PIC X(06).
001250         10  WS-PAN-FIM        PIC X(04).
001260     05  WS-PAN-MASCARADO.
001270         10  WS-MSC-INICIO     PIC X(06).
001280         10  WS-MSC-MEIO       PIC X(06).
001290         10  WS-MSC-FIM        PIC X(04).
001300
001310 01  WS-LUHN-DADOS.
001320     05  WS-PAN-DIGITOS.
001330         10  WS-PAN-DIG        PIC 9(01) OCCURS 16 TIMES.
001340     05  WS-LUHN-SUB           PIC 9(02) COMP VALUE ZERO.
001350     05  WS-LUHN-SOMA          PIC 9(03) COMP VALUE ZERO.
001360     05  WS-LUHN-DOBRO         PIC 9(02) COMP VALUE ZERO.
001370     05  WS-LUHN-QUOC          PIC 9(03) COMP VALUE ZERO.
001380     05  WS-LUHN-RESTO         PIC 9(01) COMP VALUE ZERO.
001390     05  WS-LUHN-SW            PIC X(01) VALUE "S".
001400         88  DIGITO-VALIDO         VALUE "S".
001410
001420 01  REL-CABECALHO-1.
001430     05  FILLER                PIC X(43) VALUE
001440         "CONTA-MANUT - RELATORIO DE MANUTENCAO DATA ".
001450     05  CAB-DATA              PIC 9(08).
001460     05  FILLER                PIC X(59) VALUE SPACES.
001470
001480 01  REL-CABECALHO-2.
001490     05  FILLER                PIC X(24) VALUE
001500         "ACAO NUMERO             ".
001510     05  FILLER                PIC X(28) VALUE
001520         "NOME-ANTES            VALID ".
001530     05  FILLER                PIC X(28) VALUE
001540         "  NOME-DEPOIS           VALI".
001550     05  FILLER                PIC X(30) VALUE
001560         "D   SITUACAO  MOTIVO         ".
001570
001580 01  REL-DETALHE.
001590     05  DET-ACAO              PIC X(01).
001600     05  FILLER                PIC X(04) VALUE SPACES.
001610     05  DET-NUMERO            PIC X(16).
001620     05  FILLER                PIC X(03) VALUE SPACES.
001630     05  DET-NOME-ANTES        PIC X(20).
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  DET-VALIDADE-ANTES    PIC X(06).
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  DET-NOME-DEPOIS       PIC X(20).
001680     05  FILLER                PIC X(02) VALUE SPACES.
001690     05  DET-VALIDADE-DEPOIS   PIC X(06).
001700     05  FILLER                PIC X(02) VALUE SPACES.
001710     05  DET-SITUACAO          PIC X(09).
001720     05  FILLER                PIC X(01) VALUE SPACES.
001730     05  DET-MOTIVO            PIC X(10).
001740     05  FILLER                PIC X(06) VALUE SPACES.
001750
001760 PROCEDURE DIVISION.
001770******************************************************************
001780* 0000-MAINLINE
001790******************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001820     PERFORM 2500-PROCESS-MOVIMENTO
001830         THRU 2500-PROCESS-MOVIMENTO-EXIT
001840         UNTIL FIM-DO-ARQUIVO
001850     PERFORM 3000-FINALIZE THRU 3000-FINALIZE-EXIT
001860     STOP RUN.
001870
001880******************************************************************
001890* 1000-INITIALIZE - OPEN FILES, CREATING THE ACCOUNT MASTER WHEN
001900*                   THIS IS THE VERY FIRST RUN, PRINT THE REPORT
001910*                   HEADINGS AND PRIME THE READ
001920******************************************************************
001930 1000-INITIALIZE.
001940     OPEN INPUT  CONTA-MOVIMENTO
001950     OPEN OUTPUT CONTA-RELATORIO
001960     OPEN I-O    CARTAO-CONTAS
001970     IF WS-CTA-STATUS = "35"
001980         OPEN OUTPUT CARTAO-CONTAS
001990         CLOSE CARTAO-CONTAS
002000         OPEN I-O CARTAO-CONTAS
002010     END-IF
002020     IF WS-CTA-STATUS NOT = "00"
002030         DISPLAY "CONTA-MANUT - CARTAO-CONTAS OPEN FAILED, "
002040             "STATUS " WS-CTA-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD
002090     PERFORM 1600-REGISTRA-INICIO
002100         THRU 1600-REGISTRA-INICIO-EXIT
002110     MOVE WS-DATA-RELATORIO TO CAB-DATA
002120     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
002130     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
002140     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
002150 1000-INITIALIZE-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190* 2000-READ-MOVIMENTO - READ THE NEXT MAINTENANCE MOVEMENT
002200******************************************************************
002210 2000-READ-MOVIMENTO.
002220     READ CONTA-MOVIMENTO
002230         AT END
002240             MOVE "S" TO FIM-ARQUIVO
002250     END-READ
002260     IF NOT FIM-DO-ARQUIVO
002270         ADD 1 TO WS-TOTAL-LIDOS
002280     END-IF.
002290 2000-READ-MOVIMENTO-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 2100-EDIT-MOVIMENTO - VALIDATE THE MOVEMENT BEFORE IT TOUCHES
002340*                       THE MASTER
002350******************************************************************
002360 2100-EDIT-MOVIMENTO.
002370     MOVE "S" TO WS-EDICAO-SW
002380     IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
002390                         AND NOT MOV-EXCLUSAO
002400         MOVE "N" TO WS-EDICAO-SW
002410         MOVE "ACAO-INV" TO WS-MOTIVO
002420         GO TO 2100-EDIT-MOVIMENTO-EXIT
002430     END-IF
002440     IF MOV-NUMERO NOT NUMERIC
002450         MOVE "N" TO WS-EDICAO-SW
002460         MOVE "NUMERO-INV" TO WS-MOTIVO
002470         GO TO 2100-EDIT-MOVIMENTO-EXIT
002480     END-IF
002490     IF MOV-EXCLUSAO
002500         GO TO 2100-EDIT-MOVIMENTO-EXIT
002510     END-IF
002520     IF MOV-NUMERO = ZERO
002530         MOVE "N" TO WS-EDICAO-SW
002540         MOVE "NUMERO-INV" TO WS-MOTIVO
002550         GO TO 2100-EDIT-MOVIMENTO-EXIT
002560     END-IF
002570     PERFORM 2120-VALIDA-DIGITO THRU 2120-VALIDA-DIGITO-EXIT
002580     IF NOT DIGITO-VALIDO
002590         MOVE "N" TO WS-EDICAO-SW
002600         MOVE "DIGITO-INV" TO WS-MOTIVO
002610         GO TO 2100-EDIT-MOVIMENTO-EXIT
002620     END-IF
002630     IF MOV-NOME = SPACES
002640         MOVE "N" TO WS-EDICAO-SW
002650         MOVE "NOME-INV" TO WS-MOTIVO
002660         GO TO 2100-EDIT-MOVIMENTO-EXIT
002670     END-IF
002680     IF MOV-CEP NOT NUMERIC
002690         MOVE "N" TO WS-EDICAO-SW
002700         MOVE "CEP-INV" TO WS-MOTIVO
002710         GO TO 2100-EDIT-MOVIMENTO-EXIT
002720     END-IF
002730     IF MOV-DATA-ABERTURA NOT NUMERIC
002740        OR MOV-DATA-EMISSAO NOT NUMERIC
002750         MOVE "N" TO WS-EDICAO-SW
002760         MOVE "DATA-INV" TO WS-MOTIVO
002770         GO TO 2100-EDIT-MOVIMENTO-EXIT
002780     END-IF
002790     MOVE MOV-DATA-ABERTURA TO WS-EDT-DATA
002800     PERFORM 2130-VALIDA-DATA THRU 2130-VALIDA-DATA-EXIT
002810     IF NOT DATA-VALIDA
002820         MOVE "N" TO WS-EDICAO-SW
002830         MOVE "DATA-INV" TO WS-MOTIVO
002840         GO TO 2100-EDIT-MOVIMENTO-EXIT
002850     END-IF
002860     MOVE MOV-DATA-EMISSAO TO WS-EDT-DATA
002870     PERFORM 2130-VALIDA-DATA THRU 2130-VALIDA-DATA-EXIT
002880     IF NOT DATA-VALIDA
002890         MOVE "N" TO WS-EDICAO-SW
002900         MOVE "DATA-INV" TO WS-MOTIVO
002910         GO TO 2100-EDIT-MOVIMENTO-EXIT
002920     END-IF
002930     IF MOV-VALIDADE NOT NUMERIC
002940         MOVE "N" TO WS-EDICAO-SW
002950         MOVE "VALID-INV" TO WS-MOTIVO
002960         GO TO 2100-EDIT-MOVIMENTO-EXIT
002970     END-IF
002980     IF MOV-VALIDADE = ZERO
002990         IF MOV-INCLUSAO
003000             MOVE "N" TO WS-EDICAO-SW
003010             MOVE "VALID-INV" TO WS-MOTIVO
003020         END-IF
003030         GO TO 2100-EDIT-MOVIMENTO-EXIT
003040     END-IF
003050     MOVE MOV-VALIDADE TO WS-EDT-VALIDADE
003060     IF WS-EDT-VAL-MES < 1 OR WS-EDT-VAL-MES > 12
003070         MOVE "N" TO WS-EDICAO-SW
003080         MOVE "VALID-INV" TO WS-MOTIVO
003090     END-IF.
003100 2100-EDIT-MOVIMENTO-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140* 2130-VALIDA-DATA - EDIT AN OPTIONAL YYYYMMDD DATE IN
003150*                    WS-EDT-DATA: ZERO (NOT KEYED) PASSES, ANY
003160*                    OTHER VALUE NEEDS A MONTH 01-12 AND A DAY
003170*                    01-31
003180******************************************************************
003190 2130-VALIDA-DATA.
003200     MOVE "S" TO WS-EDT-SW
003210     IF WS-EDT-DATA = ZERO
003220         GO TO 2130-VALIDA-DATA-EXIT
003230     END-IF
003240     IF WS-EDT-MES < 1 OR WS-EDT-MES > 12
003250        OR WS-EDT-DIA < 1 OR WS-EDT-DIA > 31
003260         MOVE "N" TO WS-EDT-SW
003270     END-IF.
003280 2130-VALIDA-DATA-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320* 2200-APLICA-INCLUSAO - ADD A NEW CARD ACCOUNT; A CARD NUMBER
003330*                        ALREADY ON THE MASTER IS REJECTED. THE
003340*                        OPEN DATE DEFAULTS TO THE RUN DATE AND
003350*                        THE ISSUE DATE TO THE OPEN DATE
003360******************************************************************
003370 2200-APLICA-INCLUSAO.
003380     MOVE MOV-NUMERO     TO CTA-NUMERO
003390     MOVE MOV-NOME       TO CTA-NOME
003400     MOVE MOV-LOGRADOURO TO CTA-LOGRADOURO
003410     MOVE MOV-CIDADE     TO CTA-CIDADE
003420     MOVE MOV-UF         TO CTA-UF
003430     MOVE MOV-CEP        TO CTA-CEP
003440     IF MOV-DATA-ABERTURA = ZERO
003450         MOVE WS-DATA-RELATORIO TO CTA-DATA-ABERTURA
003460     ELSE
003470         MOVE MOV-DATA-ABERTURA TO CTA-DATA-ABERTURA
003480     END-IF
003490     IF MOV-DATA-EMISSAO = ZERO
003500         MOVE CTA-DATA-ABERTURA TO CTA-DATA-EMISSAO
003510     ELSE
003520         MOVE MOV-DATA-EMISSAO TO CTA-DATA-EMISSAO
003530     END-IF
003540     MOVE MOV-VALIDADE   TO CTA-VALIDADE
003550     MOVE ZERO           TO CTA-SUBSTITUIDO-POR
003560     MOVE ZERO           TO CTA-DATA-SUBSTITUICAO
003570     MOVE ZERO           TO CTA-SUBSTITUI
003580     WRITE CONTA-REGISTRO
003590         INVALID KEY
003600             MOVE "REJEITADO" TO WS-SITUACAO
003610             MOVE "JA-EXISTE" TO WS-MOTIVO
003620         NOT INVALID KEY
003630             MOVE "APLICADO" TO WS-SITUACAO
003640             PERFORM 2610-FORMATA-DEPOIS
003650                 THRU 2610-FORMATA-DEPOIS-EXIT
003660     END-WRITE.
003670 2200-APLICA-INCLUSAO-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 2300-APLICA-ALTERACAO - CHANGE NAME, ADDRESS AND (WHEN KEYED)
003720*                         THE DATES OF AN EXISTING ACCOUNT,
003730*                         KEEPING THE BEFORE IMAGE FOR THE AUDIT
003740*                         REPORT. A REISSUED CARD IS REJECTED
003750******************************************************************
003760 2300-APLICA-ALTERACAO.
003770     MOVE MOV-NUMERO TO CTA-NUMERO
003780     READ CARTAO-CONTAS
003790         INVALID KEY
003800             MOVE "REJEITADO" TO WS-SITUACAO
003810             MOVE "NAO-EXISTE" TO WS-MOTIVO
003820             GO TO 2300-APLICA-ALTERACAO-EXIT
003830     END-READ
003840     PERFORM 2600-FORMATA-ANTES THRU 2600-FORMATA-ANTES-EXIT
003850     IF CTA-SUBSTITUIDO-POR NOT = ZERO
003860         MOVE "REJEITADO" TO WS-SITUACAO
003870         MOVE "SUBSTITUID" TO WS-MOTIVO
003880         GO TO 2300-APLICA-ALTERACAO-EXIT
003890     END-IF
003900     MOVE MOV-NOME       TO CTA-NOME
003910     MOVE MOV-LOGRADOURO TO CTA-LOGRADOURO
003920     MOVE MOV-CIDADE     TO CTA-CIDADE
003930     MOVE MOV-UF         TO CTA-UF
003940     MOVE MOV-CEP        TO CTA-CEP
003950     IF MOV-DATA-ABERTURA NOT = ZERO
003960         MOVE MOV-DATA-ABERTURA TO CTA-DATA-ABERTURA
003970     END-IF
003980     IF MOV-DATA-EMISSAO NOT = ZERO
003990         MOVE MOV-DATA-EMISSAO TO CTA-DATA-EMISSAO
004000     END-IF
004010     IF MOV-VALIDADE NOT = ZERO
004020         MOVE MOV-VALIDADE TO CTA-VALIDADE
004030     END-IF
004040     REWRITE CONTA-REGISTRO
004050     MOVE "APLICADO" TO WS-SITUACAO
004060     PERFORM 2610-FORMATA-DEPOIS THRU 2610-FORMATA-DEPOIS-EXIT.
004070 2300-APLICA-ALTERACAO-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110* 2400-APLICA-EXCLUSAO - DELETE AN EXISTING RECORD, KEEPING THE
004120*                        BEFORE IMAGE FOR THE AUDIT REPORT
004130******************************************************************
004140 2400-APLICA-EXCLUSAO.
004150     MOVE MOV-NUMERO TO CTA-NUMERO
004160     READ CARTAO-CONTAS
004170         INVALID KEY
004180             MOVE "REJEITADO" TO WS-SITUACAO
004190             MOVE "NAO-EXISTE" TO WS-MOTIVO
004200         NOT INVALID KEY
004210             PERFORM 2600-FORMATA-ANTES
004220                 THRU 2600-FORMATA-ANTES-EXIT
004230             DELETE CARTAO-CONTAS RECORD
004240             MOVE "APLICADO" TO WS-SITUACAO
004250     END-READ.
004260 2400-APLICA-EXCLUSAO-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 2500-PROCESS-MOVIMENTO - EDIT AND APPLY ONE MOVEMENT, PRINT THE
004310*                          REPORT LINE, THEN PRIME THE NEXT READ
004320******************************************************************
004330 2500-PROCESS-MOVIMENTO.
004340     MOVE SPACES TO WS-MOTIVO
004350     MOVE SPACES TO DET-NOME-ANTES
004360     MOVE SPACES TO DET-VALIDADE-ANTES
004370     MOVE SPACES TO DET-NOME-DEPOIS
004380     MOVE SPACES TO DET-VALIDADE-DEPOIS
004390     PERFORM 2100-EDIT-MOVIMENTO THRU 2100-EDIT-MOVIMENTO-EXIT
004400     IF NOT MOVIMENTO-VALIDO
004410         MOVE "REJEITADO" TO WS-SITUACAO
004420     ELSE
004430         EVALUATE TRUE
004440             WHEN MOV-INCLUSAO
004450                 PERFORM 2200-APLICA-INCLUSAO
004460                     THRU 2200-APLICA-INCLUSAO-EXIT
004470             WHEN MOV-ALTERACAO
004480                 PERFORM 2300-APLICA-ALTERACAO
004490                     THRU 2300-APLICA-ALTERACAO-EXIT
004500             WHEN MOV-EXCLUSAO
004510                 PERFORM 2400-APLICA-EXCLUSAO
004520                     THRU 2400-APLICA-EXCLUSAO-EXIT
004530         END-EVALUATE
004540     END-IF
004550     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
004560     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
004570 2500-PROCESS-MOVIMENTO-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 2600-FORMATA-ANTES - MOVE THE MASTER RECORD AS READ INTO THE
004620*                      BEFORE-IMAGE COLUMNS OF THE REPORT LINE
004630******************************************************************
004640 2600-FORMATA-ANTES.
004650     MOVE CTA-NOME     TO DET-NOME-ANTES
004660     MOVE CTA-VALIDADE TO DET-VALIDADE-ANTES.
004670 2600-FORMATA-ANTES-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 2610-FORMATA-DEPOIS - MOVE THE MASTER RECORD AS WRITTEN INTO THE
004720*                       AFTER-IMAGE COLUMNS OF THE REPORT LINE
004730******************************************************************
004740 2610-FORMATA-DEPOIS.
004750     MOVE CTA-NOME     TO DET-NOME-DEPOIS
004760     MOVE CTA-VALIDADE TO DET-VALIDADE-DEPOIS.
004770 2610-FORMATA-DEPOIS-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 2700-GRAVA-DETALHE - PRINT THE MOVEMENT'S REPORT LINE AND ROLL
004820*                      THE APPLIED/REJECTED COUNTERS
004830******************************************************************
004840 2700-GRAVA-DETALHE.
004850     MOVE MOV-ACAO    TO DET-ACAO
004860     MOVE MOV-NUMERO  TO WS-PAN-CLARO
004870     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
004880     MOVE WS-PAN-MASCARADO TO DET-NUMERO
004890     MOVE WS-SITUACAO TO DET-SITUACAO
004900     MOVE WS-MOTIVO   TO DET-MOTIVO
004910     WRITE RELATORIO-LINHA FROM REL-DETALHE
004920     IF WS-SITUACAO = "APLICADO"
004930         ADD 1 TO WS-TOTAL-APLICADOS
004940     ELSE
004950         ADD 1 TO WS-TOTAL-REJEITADOS
004960     END-IF.
004970 2700-GRAVA-DETALHE-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
005020*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
005030*                    AS CARTAO-BATCH DOES (PCI)
005040******************************************************************
005050 2910-MASCARA-PAN.
005060     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
005070     MOVE "******"      TO WS-MSC-MEIO
005080     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
005090 2910-MASCARA-PAN-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 3000-FINALIZE - CLOSE FILES AND PRINT THE CONTROL TOTALS
005140******************************************************************
005150 3000-FINALIZE.
005160     CLOSE CONTA-MOVIMENTO
005170     CLOSE CARTAO-CONTAS
005180     CLOSE CONTA-RELATORIO
005190     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
005200     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
005210 3000-FINALIZE-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
005260*                        CONTROL REGISTRY UNDER CODE CTAMANUT
005270*                        AND THE EXECUTION DATE, AS AN
005280*                        OPERATIONAL TRACE; MAINTENANCE IS NOT
005290*                        BLOCKED ON A REPEATED DATE
005300******************************************************************
005310 1600-REGISTRA-INICIO.
005311     PERFORM 1620-VERIFICA-PREREQ
005312         THRU 1620-VERIFICA-PREREQ-EXIT
005320     OPEN I-O CARTAO-RUNCTL
005330     IF WS-RUN-STATUS = "35"
005340         OPEN OUTPUT CARTAO-RUNCTL
005350         CLOSE CARTAO-RUNCTL
005360         OPEN I-O CARTAO-RUNCTL
005370     END-IF
005380     IF WS-RUN-STATUS NOT = "00"
005390         DISPLAY "CONTA-MANUT - CARTAO-RUNCTL OPEN FAILED, "
005400             "STATUS " WS-RUN-STATUS
005410         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF
005440     MOVE "CTAMANUT" TO RUN-PROGRAMA
005450     MOVE WS-DATA-RELATORIO TO RUN-DATA-REF
005460     READ CARTAO-RUNCTL
005470         INVALID KEY
005480             PERFORM 1610-PREPARA-RUNCTL
005490                 THRU 1610-PREPARA-RUNCTL-EXIT
005500             WRITE RUNCTL-REGISTRO
005510         NOT INVALID KEY
005520             PERFORM 1610-PREPARA-RUNCTL
005530                 THRU 1610-PREPARA-RUNCTL-EXIT
005540             REWRITE RUNCTL-REGISTRO
005550     END-READ.
005560 1600-REGISTRA-INICIO-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
005610*                       IS STARTING
005620******************************************************************
005630 1610-PREPARA-RUNCTL.
005640     MOVE "CTAMANUT" TO RUN-PROGRAMA
005650     MOVE WS-DATA-RELATORIO TO RUN-DATA-REF
005660     MOVE "I" TO RUN-SITUACAO
005670     MOVE SPACE TO RUN-MODO
005680     MOVE WS-DATA-RELATORIO TO RUN-DATA-EXEC
005690     MOVE WS-DATA-RELATORIO TO RUN-DATA-MOVTO
005700     MOVE ZERO TO RUN-TOTAL-REGISTROS
005710     MOVE ZERO TO RUN-TOTAL-VALOR.
005720 1610-PREPARA-RUNCTL-EXIT.
005730     EXIT.
005731
005732******************************************************************
005733* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
005734*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
005735*                        THIS REFERENCE SHOW COMPLETED ON THE
005736*                        REGISTRY (CARTAO-PREREQ)
005737******************************************************************
005738 1620-VERIFICA-PREREQ.
005739     MOVE "CTAMANUT" TO PRQ-PROGRAMA
005740     MOVE WS-DATA-RELATORIO TO PRQ-DATA-REF
005741     MOVE "S" TO PRQ-MENSAGENS
005742     CALL "CARTAO-PREREQ" USING PRQ-AREA
005743     IF PRQ-RETORNO NOT = ZERO
005744         DISPLAY "CONTA-MANUT - PRE-REQUISITOS PENDENTES PARA "
005745             WS-DATA-RELATORIO " - RUN NAO INICIADO"
005746         MOVE 16 TO RETURN-CODE
005747         STOP RUN
005748     END-IF.
005749 1620-VERIFICA-PREREQ-EXIT.
005750     EXIT.
005751
005752******************************************************************
005760* 3300-REGISTRA-FIM - MARK THE RUN COMPLETED ON THE REGISTRY,
005770*                     WITH THE MOVEMENTS APPLIED
005780******************************************************************
005790 3300-REGISTRA-FIM.
005800     MOVE "CTAMANUT" TO RUN-PROGRAMA
005810     MOVE WS-DATA-RELATORIO TO RUN-DATA-REF
005820     READ CARTAO-RUNCTL
005830         INVALID KEY
005840             CONTINUE
005850         NOT INVALID KEY
005860             MOVE "C" TO RUN-SITUACAO
005870             MOVE WS-TOTAL-APLICADOS TO RUN-TOTAL-REGISTROS
005880             REWRITE RUNCTL-REGISTRO
005890     END-READ
005900     CLOSE CARTAO-RUNCTL.
005910 3300-REGISTRA-FIM-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 3100-PRINT-TOTALS - DISPLAY THE END-OF-RUN CONTROL TOTALS
005960******************************************************************
005970 3100-PRINT-TOTALS.
005980     DISPLAY "CONTA-MANUT - TOTAIS DE CONTROLE".
005990     DISPLAY "-----------------------------------------".
006000     DISPLAY "TOTAL LIDOS........: " WS-TOTAL-LIDOS.
006010     DISPLAY "TOTAL APLICADOS....: " WS-TOTAL-APLICADOS.
006020     DISPLAY "TOTAL REJEITADOS...: " WS-TOTAL-REJEITADOS.
006030     DISPLAY "-----------------------------------------".
006040 3100-PRINT-TOTALS-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2120-VALIDA-DIGITO - VALIDATE THE PAN'S LUHN CHECK DIGIT, AS
006090*                      CARTAO-BATCH DOES: DOUBLING EVERY SECOND
006100*                      DIGIT FROM THE RIGHT (LESS 9 WHEN THE
006110*                      DOUBLE EXCEEDS 9), THE TOTAL OF ALL
006120*                      DIGITS MUST END IN ZERO
006130******************************************************************
006140 2120-VALIDA-DIGITO.
006150     MOVE MOV-NUMERO TO WS-PAN-DIGITOS
006160     MOVE ZERO TO WS-LUHN-SOMA
006170     PERFORM 2121-SOMA-DIGITO THRU 2121-SOMA-DIGITO-EXIT
006180         VARYING WS-LUHN-SUB FROM 1 BY 1
006190         UNTIL WS-LUHN-SUB > 16
006200     DIVIDE WS-LUHN-SOMA BY 10
006210         GIVING WS-LUHN-QUOC REMAINDER WS-LUHN-RESTO
006220     IF WS-LUHN-RESTO = ZERO
006230         MOVE "S" TO WS-LUHN-SW
006240     ELSE
006250         MOVE "N" TO WS-LUHN-SW
006260     END-IF.
006270 2120-VALIDA-DIGITO-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310* 2121-SOMA-DIGITO - ADD ONE PAN DIGIT INTO THE LUHN TOTAL; THE
006320*                    DIGITS IN AN EVEN POSITION COUNTED FROM THE
006330*                    RIGHT ARE DOUBLED
006340******************************************************************
006350 2121-SOMA-DIGITO.
006360     DIVIDE WS-LUHN-SUB BY 2
006370         GIVING WS-LUHN-QUOC REMAINDER WS-LUHN-RESTO
006380     IF WS-LUHN-RESTO = 1
006390         COMPUTE WS-LUHN-DOBRO =
006400             WS-PAN-DIG(WS-LUHN-SUB) * 2
006410         IF WS-LUHN-DOBRO > 9
006420             SUBTRACT 9 FROM WS-LUHN-DOBRO
006430         END-IF
006440         ADD WS-LUHN-DOBRO TO WS-LUHN-SOMA
006450     ELSE
006460         ADD WS-PAN-DIG(WS-LUHN-SUB) TO WS-LUHN-SOMA
006470     END-IF.
006480 2121-SOMA-DIGITO-EXIT.
006490     EXIT.
