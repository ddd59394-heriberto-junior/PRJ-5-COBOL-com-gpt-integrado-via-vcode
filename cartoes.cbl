001304*                     JOURNAL (WRITTEN FROM THE BEFORE/AFTER
001305*                     IMAGES THE MODULE RETURNS) AND THE
001306*                     REMITTANCE EXTRACT.
001307*    2026-10-05  JCM  THE REMESSA.TXT RECORD IS LIFTED INTO THE
001308*                     NEW REMREG COPYBOOK, SHARED WITH THE
001309*                     CARTAO-DISPUTA CASE LIFECYCLE, WHICH
001310*                     APPENDS THE MERCHANT DEBITS AND RE-CREDITS
001311*                     OF THE DISPUTES IT CLOSES AFTER THIS RUN;
001312*                     THE DAY'S SALES RECORDS WRITTEN HERE ARE
001313*                     MARKED REM-NATUREZA "C". A CHARGEBACK NOW
001314*                     POSTS ONLY AGAINST AN OPEN DISPUTE CASE
001315*                     (SEE CARTAO-DECIDE) AND IS OTHERWISE
001316*                     REJECTED SEM-CASO OR ACIMA-ORIG.
001317*    2026-10-05  JCM  THE JOURNAL CARRIES THE CARDHOLDER CREDIT
001318*                     BALANCE BEFORE AND AFTER EACH POSTING, AS
001319*                     RETURNED BY CARTAO-DECIDE.
001320*    2026-10-15  JCM  A PURCHASE MAY NOW ALSO BE REJECTED BY THE
001321*                     VELOCITY RULES OF CARTAO-DECIDE (VELOC-QTD,
001322*                     VELOC-VAL, VELOC-EST, GASTO-ATIP). THE
001323*                     REASON SUMMARY TABLE (AND ITS COPY ON THE
001324*                     CHECKPOINT RECORD) WIDENED FROM 10 TO 20
001325*                     ENTRIES, WITH ANY OVERFLOW COUNTED AS
001326*                     OUTROS; CARTCKPT.DAT MUST BE EMPTY WHEN THE
001327*                     NEW VERSION IS FIRST RUN.
001328*    2026-10-15  JCM  THE DAY'S NET APPROVED SALES NO LONGER GO
001329*                     STRAIGHT OUT ON REMESSA.TXT: EACH APPROVED
001330*                     PURCHASE, REFUND OR CHARGEBACK IS BOOKED ON
001331*                     THE MERCHANT RECEIVABLES CALENDAR AGENDA.DAT
001332*                     (AGEREG) UNDER THE MERCHANT AND THE NORMAL
001333*                     D+30 PAYMENT DATE, NETTED AND CLAMPED AT
001334*                     ZERO AS BEFORE, FOR THE NEW CARTAO-REPASSE
001335*                     PAYOUT RUN TO REMIT WHEN IT FALLS DUE. A
001336*                     RERUN OF A REGISTERED DATE (NOT A CHECKPOINT
001337*                     RESTART) FIRST REMOVES THAT DATE'S UNPAID
001338*                     ENTRIES.
001339*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
001340*                     THE JOB-STREAM PREREQUISITES TABLE
001341*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
001342*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
001343*    2026-10-15  JCM  A CHARGEBACK NO LONGER NETS AGAINST THE
001344*                     DAY'S SALES ENTRY: IT IS BOOKED IN FULL ON
001345*                     ITS OWN ENTRY (ORIGIN "C"), DUE AT ONCE, AND
001346*                     MARKED RECOVERED ON ITS CASE; A RERUN
001347*                     LEAVES THE CHARGEBACK ENTRIES IN PLACE.
001348*    2026-10-15  JCM  WORKS OUT THE MONTHLY AVERAGE CARTAO-DECIDE
001349*                     ASKS FOR (FUNCTION "M") ON HISTORICO.DAT.
001350******************************************************************
001351 ENVIRONMENT DIVISION.
001352 INPUT-OUTPUT SECTION.
001353 FILE-CONTROL.
001354     SELECT CARTAO-INFILE ASSIGN TO "cartoes.txt"
001355         ORGANIZATION IS LINE SEQUENTIAL.
001356
001357     SELECT CARTAO-APROVADOS ASSIGN TO "APROVADOS.TXT"
001358         ORGANIZATION IS LINE SEQUENTIAL.
001359
001360     SELECT CARTAO-REJEITADOS ASSIGN TO "REJEITADOS.TXT"
001361         ORGANIZATION IS LINE SEQUENTIAL.
001370
001380     SELECT CARTAO-CHECKPOINT ASSIGN TO "CARTCKPT.DAT"
001390         ORGANIZATION IS RELATIVE
001550
001620     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
001630         ORGANIZATION IS INDEXED
001640         ACCESS IS DYNAMIC
001650         RECORD KEY IS HIST-CHAVE
001660         FILE STATUS IS WS-HIST-STATUS.
001670
001671     SELECT CARTAO-AGENDA ASSIGN TO "AGENDA.DAT"
001672         ORGANIZATION IS INDEXED
001673         ACCESS IS DYNAMIC
001674         RECORD KEY IS AGE-CHAVE
001675         FILE STATUS IS WS-AGE-STATUS.
001679
001687     SELECT CARTAO-RUNCTL ASSIGN TO "RUNCTL.DAT"
001688         ORGANIZATION IS INDEXED
002070     05  CKPT-TOTAL-INVALIDOS  PIC 9(07).
002080     05  CKPT-TOTAL-QUENTES    PIC 9(07).
002090     05  CKPT-MOT-QTD          PIC 9(02).
002100     05  CKPT-TABELA-MOTIVOS   PIC X(560).
002110
002120 FD  CARTAO-EXCECOES.
002130 01  EXCECAO-REGISTRO.
002400 01  RUNCTL-REGISTRO.
002401     COPY RUNREG.
002402
002403 FD  CARTAO-AGENDA.
002404 01  AGENDA-REGISTRO.
002405     COPY AGEREG.
002414
002415 FD  CARTAO-PARAMETRO.
002416 01  PARAMETRO-REGISTRO.
003113     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
003114         88  OVERRIDE-OPERADOR     VALUE "S".
003115
003116 01  PRQ-AREA.
003117     COPY PREQREG.
003118
003119 01  DEC-AREA.
003120     COPY DECREG.
003121
003122 01  WS-AGENDA-DADOS.
003123     05  WS-AGE-STATUS         PIC X(02) VALUE SPACES.
003124     05  WS-PRAZO-LIQUIDACAO   PIC 9(03) VALUE 30.
003125     05  WS-DATA-PAGTO-VENDA   PIC 9(08) VALUE ZERO.
003126     05  WS-AGE-LOTE           PIC 9(03) VALUE ZERO.
003127     05  WS-AGE-ORIGEM         PIC X(01) VALUE SPACE.
003128     05  WS-AGE-DATA-PAGTO     PIC 9(08) VALUE ZERO.
003129     05  WS-AGE-ACHADA-SW      PIC X(01) VALUE "N".
003130         88  AGENDA-ACHADA         VALUE "S".
003131     05  WS-AGE-FIM-SW         PIC X(01) VALUE "N".
003132         88  FIM-DA-AGENDA         VALUE "S".
003133     05  WS-AGE-RERUN-SW       PIC X(01) VALUE "N".
003134         88  DATA-JA-REGISTRADA    VALUE "S".
003135     05  WS-TOTAL-AGENDA       PIC 9(07) VALUE ZERO.
003136     05  WS-TOTAL-AGE-LIMPAS   PIC 9(07) VALUE ZERO.
003137
003138 01  WS-CALENDARIO-DADOS.
003139     05  WS-CAL-DATA           PIC 9(08) VALUE ZERO.
003140     05  WS-CAL-DIAS           PIC 9(04) VALUE ZERO.
003141     05  WS-CAL-ANO            PIC 9(04) VALUE ZERO.
003142     05  WS-CAL-MES            PIC 9(02) VALUE ZERO.
003143     05  WS-CAL-DIA            PIC 9(04) VALUE ZERO.
003144     05  WS-CAL-RESTO          PIC 9(04) VALUE ZERO.
003145     05  WS-CAL-ULTIMO         PIC 9(02) VALUE ZERO.
003146     05  WS-CAL-QUOC           PIC 9(04) VALUE ZERO.
003147
003148 01  WS-MOTIVOS-DADOS.
003149     05  WS-MOT-QTD            PIC 9(02) COMP VALUE ZERO.
003150     05  WS-MOT-SUB            PIC 9(02) COMP VALUE ZERO.
003151     05  WS-MOT-ACHADO         PIC 9(02) COMP VALUE ZERO.
003152     05  WS-MOT-MAXIMO         PIC 9(02) COMP VALUE 20.
003153
003160 01  WS-TABELA-MOTIVOS.
003170     05  WS-MOT-ENTRADA        OCCURS 20 TIMES.
003180         10  WS-MOT-CODIGO     PIC X(10).
003190         10  WS-MOT-CONTADOR   PIC 9(07).
003200         10  WS-MOT-SOMA       PIC 9(09)V99.
003230     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
003240     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
003250     05  WS-SALDO-HISTORICO    PIC 9(08)V99 VALUE ZERO.
003251     05  WS-MEDIA-SOMA         PIC 9(09)V99 VALUE ZERO.
003252     05  FIM-HISTORICO         PIC X(01) VALUE "N".
003253         88  FIM-DO-HISTORICO      VALUE "S".
003260
003270 01  WS-PARAMETRO-DADOS.
003280     05  WS-MODO-EXECUCAO      PIC X(01) VALUE "P".
003570* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
003580******************************************************************
003590 1000-INITIALIZE.
003591     PERFORM 1500-LE-PARAMETRO THRU 1500-LE-PARAMETRO-EXIT
003592     IF NOT MODO-SIMULACAO
003593         PERFORM 1620-VERIFICA-PREREQ
003594             THRU 1620-VERIFICA-PREREQ-EXIT
003602         PERFORM 1600-REGISTRA-INICIO
003603             THRU 1600-REGISTRA-INICIO-EXIT
003604     END-IF
003650     OPEN OUTPUT CARTAO-EXCECOES
003660     IF NOT MODO-SIMULACAO
003670         OPEN OUTPUT CARTAO-LIQUIDACAO
003680     END-IF
003687     MOVE "S" TO DEC-RECUPERA-SW
003688     MOVE WS-MODO-EXECUCAO TO DEC-MODO
003689     MOVE WS-DATA-LIQUIDACAO TO DEC-DATA-MOVTO
003690     MOVE "A" TO DEC-FUNCAO
003800         PERFORM 1100-ABRE-CHECKPOINT
003810             THRU 1100-ABRE-CHECKPOINT-EXIT
003820         PERFORM 1200-RESTART-SKIP THRU 1200-RESTART-SKIP-EXIT
003821         PERFORM 1700-ABRE-AGENDA THRU 1700-ABRE-AGENDA-EXIT
003830     END-IF
003840     PERFORM 2000-READ-CARTAO THRU 2000-READ-CARTAO-EXIT.
003850 1000-INITIALIZE-EXIT.
005760     ELSE
005770         PERFORM 2200-CHECK-DUPLICATE
005780             THRU 2200-CHECK-DUPLICATE-EXIT
005781         IF NOT CARTAO-DUPLICADO
005782             PERFORM 2450-APURA-MEDIA THRU 2450-APURA-MEDIA-EXIT
005783         END-IF
005790         IF NOT CARTAO-DUPLICADO
005791             MOVE "D" TO DEC-FUNCAO
005792             CALL "CARTAO-DECIDE" USING DEC-AREA CARTAO-REGISTRO
007270             PERFORM 2610-GRAVA-LIQUIDACAO
007280                 THRU 2610-GRAVA-LIQUIDACAO-EXIT
007281             IF NOT TRANS-PAGAMENTO
007282                 PERFORM 2640-ACUMULA-AGENDA
007283                     THRU 2640-ACUMULA-AGENDA-EXIT
007284             END-IF
007290             MOVE DEC-SALDO-DEPOIS TO WS-SALDO-HISTORICO
007300             PERFORM 2630-GRAVA-HISTORICO
007620     MOVE DEC-VALOR-LANCADO    TO LIQ-VALOR
007630     MOVE WS-DATA-LIQUIDACAO   TO LIQ-DATA
007640     WRITE LIQUIDACAO-REGISTRO.
007641 2610-GRAVA-LIQUIDACAO-EXIT.
007642     EXIT.
007643
007644******************************************************************
007645* 2640-ACUMULA-AGENDA - BOOK THE APPROVED TRANSACTION ON THE
007646*                       MERCHANT RECEIVABLES CALENDAR, UNDER THE
007647*                       MERCHANT AND THIS POSTING DATE. THE FEE
007648*                       RATE COMES BACK FROM THE CARTAO-DECIDE
007649*                       MODULE'S MERCHANT-MASTER EDIT. PURCHASES
007650*                       ADD TO THE GROSS OF THE SALES ENTRY, DUE
007651*                       AT D+30; REFUNDS NET AGAINST IT, CLAMPED
007652*                       AT ZERO AS LIM-SALDO IS. A CHARGEBACK IS
007653*                       RECOVERED FROM THE MERCHANT IN FULL: IT
007654*                       ADDS TO THE DAY'S CHARGEBACK ENTRY ("C"),
007655*                       DUE AT ONCE, WHATEVER THE DAY'S SALES.
007656*                       WHEN THE DAY'S ENTRY WAS ALREADY PAID OUT
007657*                       THE NEXT BATCH NUMBER IS USED.
007658******************************************************************
007659 2640-ACUMULA-AGENDA.
007660     MOVE ZERO TO WS-AGE-LOTE
007661     IF TRANS-CONTESTACAO
007662         MOVE "C"                TO WS-AGE-ORIGEM
007663         MOVE WS-DATA-LIQUIDACAO TO WS-AGE-DATA-PAGTO
007664     ELSE
007665         MOVE "V"                TO WS-AGE-ORIGEM
007666         MOVE WS-DATA-PAGTO-VENDA TO WS-AGE-DATA-PAGTO
007667     END-IF.
007668 2641-LOCALIZA-AGENDA.
007669     PERFORM 2642-MONTA-CHAVE THRU 2642-MONTA-CHAVE-EXIT
007670     MOVE "S" TO WS-AGE-ACHADA-SW
007671     READ CARTAO-AGENDA
007672         INVALID KEY
007673             MOVE "N" TO WS-AGE-ACHADA-SW
007674     END-READ
007675     IF AGENDA-ACHADA AND NOT AGE-PENDENTE
007676         ADD 1 TO WS-AGE-LOTE
007677         GO TO 2641-LOCALIZA-AGENDA
007678     END-IF
007679     IF NOT AGENDA-ACHADA
007680         IF TRANS-ESTORNO
007681             GO TO 2640-ACUMULA-AGENDA-EXIT
007684         END-IF
007685         MOVE SPACES TO AGENDA-REGISTRO
007686         PERFORM 2642-MONTA-CHAVE THRU 2642-MONTA-CHAVE-EXIT
007687         MOVE WS-DATA-LIQUIDACAO TO AGE-DATA-MOVTO
007688         MOVE ZERO         TO AGE-BRUTO
007689         MOVE DEC-EST-TAXA TO AGE-TAXA
007690         MOVE "P"          TO AGE-SITUACAO
007691         MOVE ZERO         TO AGE-DATA-LIQUIDACAO
007692         MOVE ZERO         TO AGE-DIAS-ANTECIPADOS
007693         MOVE ZERO         TO AGE-TAXA-ANTECIPACAO
007694         MOVE ZERO         TO AGE-DESCONTO
007695     END-IF
007696     EVALUATE TRUE
007697         WHEN TRANS-COMPRA OR TRANS-CONTESTACAO
007698             ADD DEC-VALOR-LANCADO TO AGE-BRUTO
007699         WHEN TRANS-ESTORNO
007700             IF DEC-VALOR-LANCADO > AGE-BRUTO
007701                 MOVE ZERO TO AGE-BRUTO
007703             ELSE
007704                 SUBTRACT DEC-VALOR-LANCADO FROM AGE-BRUTO
007706             END-IF
007707     END-EVALUATE
007708     COMPUTE AGE-TARIFA ROUNDED = AGE-BRUTO * AGE-TAXA / 100
007709     COMPUTE AGE-LIQUIDO = AGE-BRUTO - AGE-TARIFA
007710     IF AGENDA-ACHADA
007711         REWRITE AGENDA-REGISTRO
007712     ELSE
007713         WRITE AGENDA-REGISTRO
007714         ADD 1 TO WS-TOTAL-AGENDA
007715     END-IF.
007716 2640-ACUMULA-AGENDA-EXIT.
007717     EXIT.
007718
007719******************************************************************
007720* 2642-MONTA-CHAVE - BUILD THE CALENDAR KEY OF THE CURRENT
007721*                    MERCHANT'S SALES OR CHARGEBACKS FOR THIS
007722*                    POSTING DATE
007723******************************************************************
007724 2642-MONTA-CHAVE.
007725     MOVE CARTAO-ESTAB        TO AGE-ESTAB
007726     MOVE WS-AGE-DATA-PAGTO   TO AGE-DATA-PAGTO
007727     MOVE WS-AGE-ORIGEM       TO AGE-ORIGEM
007728     MOVE SPACES              TO AGE-REFERENCIA
007729     MOVE WS-DATA-LIQUIDACAO  TO AGE-REF-DATA-MOVTO
007730     MOVE WS-AGE-LOTE         TO AGE-REF-LOTE.
007731 2642-MONTA-CHAVE-EXIT.
007732     EXIT.
007733
007734******************************************************************
007735* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
007736*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
007737*                    PER THE PCI ASSESSMENT; MACHINE INTERFACES
007738*                    KEEP THE FULL NUMBER
007739******************************************************************
007740 2910-MASCARA-PAN.
007741     MOVE WS-PAN-INICIO TO WS-MSC-INICIO
007742     MOVE "******"      TO WS-MSC-MEIO
007743     MOVE WS-PAN-FIM    TO WS-MSC-FIM.
007744 2910-MASCARA-PAN-EXIT.
007745     EXIT.
007746
007747******************************************************************
007748* 3000-FINALIZE - CLOSE FILES
007749******************************************************************
007750 3000-FINALIZE.
007751     IF NOT MODO-SIMULACAO
007752         PERFORM 2720-LIMPA-CHECKPOINT
007753             THRU 2720-LIMPA-CHECKPOINT-EXIT
007754     END-IF
007760     CLOSE CARTAO-INFILE
007770     IF NOT MODO-SIMULACAO
007780         CLOSE CARTAO-CHECKPOINT
007790         CLOSE CARTAO-LIQUIDACAO
007791         CLOSE CARTAO-AGENDA
007800         CLOSE CARTAO-JORNAL
007810     END-IF
007820     CLOSE CARTAO-APROVADOS
008100     DISPLAY "TOTAL DUPLICADOS...: " WS-TOTAL-DUPLICADOS.
008110     DISPLAY "TOTAL INVALIDOS....: " WS-TOTAL-INVALIDOS.
008120     DISPLAY "TOTAL CARTAO QUENTE: " WS-TOTAL-QUENTES.
008121     DISPLAY "ESTAB NA AGENDA....: " WS-TOTAL-AGENDA.
008122     DISPLAY "AGENDA REMOVIDA....: " WS-TOTAL-AGE-LIMPAS.
008130     DISPLAY "-----------------------------------------".
008140 3100-PRINT-TOTALS-EXIT.
008150     EXIT.
008650******************************************************************
008660* 2620-ACUMULA-MOTIVO - ROLL THE REJECTED TRANSACTION INTO THE
008670*                       PER-REASON COUNT AND AMOUNT TABLE FOR THE
008680*                       END-OF-RUN REASON SUMMARY. ONCE THE
008681*                       TABLE IS FULL, FURTHER REASONS ARE
008682*                       COUNTED TOGETHER IN ITS LAST ENTRY AS
008683*                       OUTROS.
008690******************************************************************
008700 2620-ACUMULA-MOTIVO.
008710     MOVE ZERO TO WS-MOT-ACHADO
008730         VARYING WS-MOT-SUB FROM 1 BY 1
008740         UNTIL WS-MOT-SUB > WS-MOT-QTD
008750            OR WS-MOT-ACHADO > ZERO
008751     IF WS-MOT-ACHADO = ZERO
008752        AND WS-MOT-QTD NOT < WS-MOT-MAXIMO
008753         MOVE WS-MOT-MAXIMO TO WS-MOT-ACHADO
008754         MOVE "OUTROS" TO WS-MOT-CODIGO(WS-MOT-ACHADO)
008755     END-IF
008760     IF WS-MOT-ACHADO = ZERO
008770         ADD 1 TO WS-MOT-QTD
008780         MOVE WS-MOT-QTD TO WS-MOT-ACHADO
009210 3210-MOSTRA-MOTIVO.
009220     DISPLAY WS-MOT-CODIGO(WS-MOT-SUB) " QTD: "
009230         WS-MOT-CONTADOR(WS-MOT-SUB) " SOMA: "
009231         WS-MOT-SOMA(WS-MOT-SUB).
009232 3210-MOSTRA-MOTIVO-EXIT.
009233     EXIT.
009234
009235******************************************************************
009236* 1700-ABRE-AGENDA - OPEN THE MERCHANT RECEIVABLES CALENDAR,
009237*                    CREATING IT ON ITS VERY FIRST USE, AND WORK
009238*                    OUT THE D+30 PAYMENT DATE OF THE DAY'S
009239*                    SALES. A RERUN OF A DATE ALREADY ON THE
009240*                    REGISTRY THAT IS NOT A CHECKPOINT RESTART
009241*                    FIRST REMOVES THE DATE'S UNPAID SALES, NOT
009242*                    CHARGEBACKS, SO NO SALE IS BOOKED TWICE
009243******************************************************************
009244 1700-ABRE-AGENDA.
009245     OPEN I-O CARTAO-AGENDA
009246     IF WS-AGE-STATUS = "35"
009247         OPEN OUTPUT CARTAO-AGENDA
009248         CLOSE CARTAO-AGENDA
009249         OPEN I-O CARTAO-AGENDA
009250     END-IF
009251     IF WS-AGE-STATUS NOT = "00"
009252         DISPLAY "CARTAO-BATCH - CARTAO-AGENDA OPEN FAILED, "
009253             "STATUS " WS-AGE-STATUS
009254         MOVE 16 TO RETURN-CODE
009255         STOP RUN
009256     END-IF
009257     MOVE WS-DATA-LIQUIDACAO  TO WS-CAL-DATA
009258     MOVE WS-PRAZO-LIQUIDACAO TO WS-CAL-DIAS
009259     PERFORM 2950-SOMA-DIAS THRU 2950-SOMA-DIAS-EXIT
009260     MOVE WS-CAL-DATA TO WS-DATA-PAGTO-VENDA
009261     IF DATA-JA-REGISTRADA AND WS-ULTIMO-PROCESSADO = ZERO
009262         MOVE LOW-VALUES TO AGE-CHAVE
009263         START CARTAO-AGENDA KEY IS NOT LESS THAN AGE-CHAVE
009264             INVALID KEY
009265                 MOVE "S" TO WS-AGE-FIM-SW
009266         END-START
009267         PERFORM 1710-LIMPA-AGENDA THRU 1710-LIMPA-AGENDA-EXIT
009268             UNTIL FIM-DA-AGENDA
009269     END-IF.
009270 1700-ABRE-AGENDA-EXIT.
009271     EXIT.
009272
009273******************************************************************
009274* 1710-LIMPA-AGENDA - READ THE NEXT CALENDAR ENTRY AND REMOVE IT
009275*                     WHEN IT IS AN UNPAID SALES ENTRY OF THIS
009276*                     POSTING DATE (CHARGEBACK ENTRIES ARE KEPT)
009280******************************************************************
009281 1710-LIMPA-AGENDA.
009282     READ CARTAO-AGENDA NEXT RECORD
009283         AT END
009284             MOVE "S" TO WS-AGE-FIM-SW
009285     END-READ
009286     IF FIM-DA-AGENDA
009287         GO TO 1710-LIMPA-AGENDA-EXIT
009288     END-IF
009289     IF AGE-VENDA-DIA AND AGE-PENDENTE
009290        AND AGE-REF-DATA-MOVTO = WS-DATA-LIQUIDACAO
009291         DELETE CARTAO-AGENDA RECORD
009292         ADD 1 TO WS-TOTAL-AGE-LIMPAS
009293     END-IF.
009294 1710-LIMPA-AGENDA-EXIT.
009295     EXIT.
009296
009297******************************************************************
009298* 2950-SOMA-DIAS - ADD WS-CAL-DIAS CALENDAR DAYS TO THE YYYYMMDD
009299*                  DATE IN WS-CAL-DATA, LEAP YEARS INCLUDED
009300******************************************************************
009301 2950-SOMA-DIAS.
009302     DIVIDE WS-CAL-DATA BY 10000
009303         GIVING WS-CAL-ANO REMAINDER WS-CAL-RESTO
009304     DIVIDE WS-CAL-RESTO BY 100
009305         GIVING WS-CAL-MES REMAINDER WS-CAL-DIA
009306     ADD WS-CAL-DIAS TO WS-CAL-DIA
009307     PERFORM 2960-ULTIMO-DIA THRU 2960-ULTIMO-DIA-EXIT
009308     PERFORM 2970-VIRA-MES THRU 2970-VIRA-MES-EXIT
009309         UNTIL WS-CAL-DIA NOT > WS-CAL-ULTIMO
009310     COMPUTE WS-CAL-DATA =
009311         WS-CAL-ANO * 10000 + WS-CAL-MES * 100 + WS-CAL-DIA.
009312 2950-SOMA-DIAS-EXIT.
009313     EXIT.
009314
009315******************************************************************
009316* 2960-ULTIMO-DIA - LAST DAY OF THE MONTH IN WS-CAL-MES OF
009317*                   WS-CAL-ANO
009318******************************************************************
009319 2960-ULTIMO-DIA.
009320     EVALUATE WS-CAL-MES
009321         WHEN 4
009322         WHEN 6
009323         WHEN 9
009324         WHEN 11
009325             MOVE 30 TO WS-CAL-ULTIMO
009326         WHEN 2
009327             MOVE 28 TO WS-CAL-ULTIMO
009328             DIVIDE WS-CAL-ANO BY 4
009329                 GIVING WS-CAL-QUOC REMAINDER WS-CAL-RESTO
009330             IF WS-CAL-RESTO = ZERO
009331                 MOVE 29 TO WS-CAL-ULTIMO
009332                 DIVIDE WS-CAL-ANO BY 100
009333                     GIVING WS-CAL-QUOC REMAINDER WS-CAL-RESTO
009334                 IF WS-CAL-RESTO = ZERO
009335                     MOVE 28 TO WS-CAL-ULTIMO
009336                     DIVIDE WS-CAL-ANO BY 400
009337                         GIVING WS-CAL-QUOC
009338                         REMAINDER WS-CAL-RESTO
009339                     IF WS-CAL-RESTO = ZERO
009340                         MOVE 29 TO WS-CAL-ULTIMO
009341                     END-IF
009342                 END-IF
009343             END-IF
009344         WHEN OTHER
009345             MOVE 31 TO WS-CAL-ULTIMO
009346     END-EVALUATE.
009347 2960-ULTIMO-DIA-EXIT.
009348     EXIT.
009349
009350******************************************************************
009351* 2970-VIRA-MES - CARRY THE EXCESS DAYS INTO THE NEXT MONTH
009352******************************************************************
009353 2970-VIRA-MES.
009354     SUBTRACT WS-CAL-ULTIMO FROM WS-CAL-DIA
009355     ADD 1 TO WS-CAL-MES
009356     IF WS-CAL-MES > 12
009357         MOVE 1 TO WS-CAL-MES
009358         ADD 1 TO WS-CAL-ANO
009359     END-IF
009360     PERFORM 2960-ULTIMO-DIA THRU 2960-ULTIMO-DIA-EXIT.
009361 2970-VIRA-MES-EXIT.
009362     EXIT.
009363
009364******************************************************************
009365* 1400-ABRE-HISTORICO - OPEN THE PERMANENT TRANSACTION HISTORY
009366*                       MASTER, CREATING IT ON THE VERY FIRST RUN
009367******************************************************************
009368 1400-ABRE-HISTORICO.
009369     OPEN I-O CARTAO-HISTORICO
009370     IF WS-HIST-STATUS = "35"
009371         OPEN OUTPUT CARTAO-HISTORICO
009372         CLOSE CARTAO-HISTORICO
009373         OPEN I-O CARTAO-HISTORICO
009380     END-IF
009390     IF WS-HIST-STATUS NOT = "00"
009400         DISPLAY "CARTAO-BATCH - CARTAO-HISTORICO OPEN FAILED, "
010034     END-IF
010040     CLOSE CARTAO-PARAMETRO.
010050 1500-LE-PARAMETRO-EXIT.
010051     EXIT.
010052
010053******************************************************************
010054* 1600-REGISTRA-INICIO - REGISTER THE RUN ON THE SHARED RUN-
010055*                        CONTROL REGISTRY, CREATING THE REGISTRY
010056*                        ON ITS VERY FIRST USE. A POSTING DATE
010057*                        THE REGISTRY ALREADY SHOWS COMPLETED
010058*                        STOPS THE RUN UNLESS THE OPERATOR KEYED
010059*                        THE OVERRIDE, SO THE SAME PARM-DATA-
010060*                        MOVTO CANNOT BE POSTED TWICE. A RECORD
010061*                        LEFT INICIADO (A PRIOR ABEND) DOES NOT
010062*                        BLOCK THE RERUN.
010063******************************************************************
010064 1600-REGISTRA-INICIO.
010065     OPEN I-O CARTAO-RUNCTL
010066     IF WS-RUN-STATUS = "35"
010067         OPEN OUTPUT CARTAO-RUNCTL
010068         CLOSE CARTAO-RUNCTL
010069         OPEN I-O CARTAO-RUNCTL
010070     END-IF
010071     IF WS-RUN-STATUS NOT = "00"
010072         DISPLAY "CARTAO-BATCH - CARTAO-RUNCTL OPEN FAILED, "
010073             "STATUS " WS-RUN-STATUS
010074         MOVE 16 TO RETURN-CODE
010075         STOP RUN
010076     END-IF
010077     MOVE "CARTBATC" TO RUN-PROGRAMA
010078     MOVE WS-DATA-LIQUIDACAO TO RUN-DATA-REF
010079     READ CARTAO-RUNCTL
010080         INVALID KEY
010081             PERFORM 1610-PREPARA-RUNCTL
010082                 THRU 1610-PREPARA-RUNCTL-EXIT
010083             WRITE RUNCTL-REGISTRO
010084         NOT INVALID KEY
010085             MOVE "S" TO WS-AGE-RERUN-SW
010094             IF RUN-COMPLETO AND NOT OVERRIDE-OPERADOR
010095                 DISPLAY "CARTAO-BATCH - DATA " WS-DATA-LIQUIDACAO
010096                     " JA POSTADA E COMPLETA NO REGISTRO DE "
010190     MOVE DEC-VALOR-LANCADO  TO JRN-VALOR
010200     MOVE DEC-SALDO-ANTES    TO JRN-SALDO-ANTES
010210     MOVE DEC-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
010211     MOVE DEC-CREDOR-ANTES   TO JRN-CREDOR-ANTES
010212     MOVE DEC-CREDOR-DEPOIS  TO JRN-CREDOR-DEPOIS
010220     WRITE JORNAL-REGISTRO.
010230 2420-GRAVA-JORNAL-EXIT.
010240     EXIT.
011280     ADD 1 TO WS-VST-QTD.
011290 2250-ADICIONA-VISTO-EXIT.
011300     EXIT.
011301
011302******************************************************************
011303* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
011304*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
011305*                        THIS REFERENCE SHOW COMPLETED ON THE
011306*                        REGISTRY (CARTAO-PREREQ)
011307******************************************************************
011308 1620-VERIFICA-PREREQ.
011309     MOVE "CARTBATC" TO PRQ-PROGRAMA
011310     MOVE WS-DATA-LIQUIDACAO TO PRQ-DATA-REF
011311     MOVE "S" TO PRQ-MENSAGENS
011312     CALL "CARTAO-PREREQ" USING PRQ-AREA
011313     IF PRQ-RETORNO NOT = ZERO
011314         DISPLAY "CARTAO-BATCH - PRE-REQUISITOS PENDENTES PARA "
011315             WS-DATA-LIQUIDACAO " - RUN NAO INICIADO"
011316         MOVE 16 TO RETURN-CODE
011317         STOP RUN
011318     END-IF.
011319 1620-VERIFICA-PREREQ-EXIT.
011320     EXIT.
011321
011322******************************************************************
011323* 2450-APURA-MEDIA - ASK CARTAO-DECIDE (FUNCTION "M") WHETHER
011324*                    THE MONTHLY-AVERAGE VELOCITY RULE NEEDS THE
011325*                    CARD'S MONTHLY AVERAGE SPEND AND, WHEN IT
011326*                    DOES, ADD UP THE CARD'S APPROVED PURCHASES OF
011327*                    THE PERIOD IT RETURNS ON THE HISTORY MASTER
011328*                    THIS RUN HOLDS OPEN, SO THE MODULE NEVER
011329*                    OPENS IT A SECOND TIME
011330******************************************************************
011331 2450-APURA-MEDIA.
011332     MOVE "M" TO DEC-FUNCAO
011333     CALL "CARTAO-DECIDE" USING DEC-AREA CARTAO-REGISTRO
011334     IF DEC-MESES-MEDIA = ZERO
011335         GO TO 2450-APURA-MEDIA-EXIT
011336     END-IF
011337     MOVE ZERO TO WS-MEDIA-SOMA
011338     MOVE "N" TO FIM-HISTORICO
011339     MOVE CARTAO-NUMERO      TO HIST-NUMERO
011340     MOVE DEC-MEDIA-DATA-INI TO HIST-DATA
011341     MOVE SPACES             TO HIST-TIPO-TRANS
011342     MOVE ZERO               TO HIST-SEQ
011343     START CARTAO-HISTORICO KEY NOT < HIST-CHAVE
011344         INVALID KEY
011345             MOVE "S" TO FIM-HISTORICO
011346     END-START
011347     PERFORM 2451-LE-HISTORICO THRU 2451-LE-HISTORICO-EXIT
011348         UNTIL FIM-DO-HISTORICO
011349     COMPUTE DEC-MEDIA-MENSAL ROUNDED =
011350         WS-MEDIA-SOMA / DEC-MESES-MEDIA.
011351 2450-APURA-MEDIA-EXIT.
011352     EXIT.
011353
011354******************************************************************
011355* 2451-LE-HISTORICO - READ THE CARD'S NEXT HISTORY RECORD AND ADD
011356*                     AN APPROVED PURCHASE OF THE PERIOD TO THE
011357*                     TOTAL
011358******************************************************************
011359 2451-LE-HISTORICO.
011360     READ CARTAO-HISTORICO NEXT RECORD
011361         AT END
011362             MOVE "S" TO FIM-HISTORICO
011363     END-READ
011364     IF FIM-DO-HISTORICO
011365         GO TO 2451-LE-HISTORICO-EXIT
011366     END-IF
011367     IF HIST-NUMERO NOT = CARTAO-NUMERO
011368        OR HIST-DATA NOT < DEC-MEDIA-DATA-FIM
011369         MOVE "S" TO FIM-HISTORICO
011370         GO TO 2451-LE-HISTORICO-EXIT
011371     END-IF
011372     IF (HIST-TIPO-TRANS = "1" OR HIST-TIPO-TRANS = SPACE)
011373        AND HIST-RESULTADO = "APROVADO"
011374         ADD HIST-VALOR TO WS-MEDIA-SOMA
011375     END-IF.
011376 2451-LE-HISTORICO-EXIT.
011377     EXIT.
