000380*    AN INSTALLMENT WHOSE CARD IS MISSING FROM CARTAO-LIMITES IS
000390*    REPORTED SEM-CADAST AND LEFT PENDING FOR FOLLOW-UP.
000400*
000401*    EACH INSTALLMENT POSTED IS OWED TO ITS MERCHANT: IT IS
000402*    BOOKED ON THE RECEIVABLES CALENDAR (AGENDA.DAT) FOR THE
000403*    CARTAO-REPASSE PAYOUT RUN, DUE ON THE PURCHASE DATE PLUS
000404*    30 DAYS TIMES THE INSTALLMENT NUMBER (THE FIRST
000405*    INSTALLMENT WENT ON THE CALENDAR AT D+30 WITH THE DAY'S
000406*    SALES).
000407*
000410*    MODIFICATION HISTORY
000420*    DATE        BY   DESCRIPTION
000430*    ----------  ---  -----------------------------------------
000451*                     SUITE'S OTHER HUMAN-READABLE REPORTS; THE
000452*                     SCHEDULE MASTER, THE JOURNAL AND HISTORY
000453*                     KEEP THE FULL NUMBER.
000454*    2026-10-05  JCM  AN INSTALLMENT CONSUMES THE CARDHOLDER'S
000455*                     CREDIT BALANCE (LIM-SALDO-CREDOR) BEFORE IT
000456*                     ADDS TO LIM-SALDO; THE JOURNAL CARRIES THE
000457*                     CREDIT BALANCE BEFORE AND AFTER.
000458*    2026-10-15  JCM  EVERY INSTALLMENT POSTED IS NOW ALSO BOOKED
000459*                     ON THE MERCHANT RECEIVABLES CALENDAR
000460*                     AGENDA.DAT (AGEREG) FOR PAR-ESTAB, DUE 30
000461*                     DAYS PER INSTALLMENT NUMBER AFTER THE
000462*                     PURCHASE, WITH THE DISCOUNT FEE AT THE RATE
000463*                     ON ESTAB.DAT, SO CARTAO-REPASSE PAYS THE
000464*                     MERCHANT INSTALLMENTS 2..N. AN INSTALLMENT
000465*                     WHOSE MERCHANT IS NOT ON ESTAB.DAT IS
000466*                     COUNTED SEM ESTAB.
000467*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000468*                     THE JOB-STREAM PREREQUISITES TABLE
000469*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000470*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000471******************************************************************
000472 ENVIRONMENT DIVISION.
000473 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PARCELA-PARAMETRO ASSIGN TO "PARCPARM.TXT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000744         ACCESS IS RANDOM
000745         RECORD KEY IS RUN-CHAVE
000746         FILE STATUS IS WS-RUN-STATUS.
000747
000748     SELECT CARTAO-ESTABELEC ASSIGN TO "ESTAB.DAT"
000749         ORGANIZATION IS INDEXED
000750         ACCESS IS RANDOM
000751         RECORD KEY IS EST-CODIGO
000752         FILE STATUS IS WS-EST-STATUS.
000753
000754     SELECT CARTAO-AGENDA ASSIGN TO "AGENDA.DAT"
000755         ORGANIZATION IS INDEXED
000756         ACCESS IS RANDOM
000757         RECORD KEY IS AGE-CHAVE
000758         FILE STATUS IS WS-AGE-STATUS.
000759 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARCELA-PARAMETRO.
000780 01  PARAMETRO-REGISTRO.
000993 01  RUNCTL-REGISTRO.
000994     COPY RUNREG.
001000
001001 FD  CARTAO-ESTABELEC.
001002 01  ESTABELEC-REGISTRO.
001003     COPY ESTREG.
001004
001005 FD  CARTAO-AGENDA.
001006 01  AGENDA-REGISTRO.
001007     COPY AGEREG.
001008
001010 WORKING-STORAGE SECTION.
001020 01  WS-SWITCHES.
001030     05  FIM-PARCELAS          PIC X(01) VALUE "N".
001070     05  WS-PAR-STATUS         PIC X(02) VALUE SPACES.
001080     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
001090     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
001091     05  WS-EST-STATUS         PIC X(02) VALUE SPACES.
001092     05  WS-AGE-STATUS         PIC X(02) VALUE SPACES.
001100     05  WS-ANO-MES            PIC 9(06) VALUE ZERO.
001110     05  WS-DATA-PROCESSO      PIC 9(08) VALUE ZERO.
001120     05  WS-SITUACAO           PIC X(10).
001130     05  WS-SALDO-ANTES        PIC 9(08)V99 VALUE ZERO.
001131     05  WS-CREDOR-ANTES       PIC 9(08)V99 VALUE ZERO.
001140     05  WS-VALOR-EDITADO      PIC Z(03)9.99.
001150     05  WS-DATA-ANO           PIC 9(04) VALUE ZERO.
001160     05  WS-DATA-MES           PIC 9(02) VALUE ZERO.
001250     05  WS-TOTAL-LANCADAS     PIC 9(07) VALUE ZERO.
001260     05  WS-SOMA-LANCADAS      PIC 9(11)V99 VALUE ZERO.
001270     05  WS-TOTAL-SEM-CADASTRO PIC 9(07) VALUE ZERO.
001271     05  WS-TOTAL-FUTURAS      PIC 9(07) VALUE ZERO.
001272     05  WS-TOTAL-JA-LANCADAS  PIC 9(07) VALUE ZERO.
001273     05  WS-TOTAL-AGENDADAS    PIC 9(07) VALUE ZERO.
001274     05  WS-SOMA-AGENDADAS     PIC 9(11)V99 VALUE ZERO.
001275     05  WS-TOTAL-SEM-ESTAB    PIC 9(07) VALUE ZERO.
001276     05  WS-TOTAL-JA-PAGAS     PIC 9(07) VALUE ZERO.
001277
001278 01  WS-AGENDA-DADOS.
001279     05  WS-PRAZO-LIQUIDACAO   PIC 9(03) VALUE 30.
001280     05  WS-AGE-ACHADA-SW      PIC X(01) VALUE "N".
001281         88  AGENDA-ACHADA         VALUE "S".
001282
001283 01  WS-CALENDARIO-DADOS.
001284     05  WS-CAL-DATA           PIC 9(08) VALUE ZERO.
001285     05  WS-CAL-DIAS           PIC 9(04) VALUE ZERO.
001286     05  WS-CAL-ANO            PIC 9(04) VALUE ZERO.
001287     05  WS-CAL-MES            PIC 9(02) VALUE ZERO.
001288     05  WS-CAL-DIA            PIC 9(04) VALUE ZERO.
001289     05  WS-CAL-RESTO          PIC 9(04) VALUE ZERO.
001290     05  WS-CAL-ULTIMO         PIC 9(02) VALUE ZERO.
001291     05  WS-CAL-QUOC           PIC 9(04) VALUE ZERO.
001300
001301 01  WS-RUNCTL-DADOS.
001302     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
001304     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
001305         88  OVERRIDE-OPERADOR     VALUE "S".
001306
001307 01  PRQ-AREA.
001308     COPY PREQREG.
001309
001310 01  WS-HISTORICO-DADOS.
001320     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
001330
002134     END-IF
002140     CLOSE PARCELA-PARAMETRO
002141     COMPUTE WS-RUN-DATA-REF = WS-ANO-MES * 100
002142     PERFORM 1620-VERIFICA-PREREQ
002143         THRU 1620-VERIFICA-PREREQ-EXIT
002144     PERFORM 1600-REGISTRA-INICIO
002145         THRU 1600-REGISTRA-INICIO-EXIT
002150     OPEN I-O CARTAO-PARCELADO
002160     IF WS-PAR-STATUS NOT = "00"
002170         DISPLAY "CARTAO-PARCELA - CARTAO-PARCELADO OPEN "
002300     IF WS-HIST-STATUS NOT = "00"
002310         DISPLAY "CARTAO-PARCELA - CARTAO-HISTORICO OPEN "
002320             "FAILED, STATUS " WS-HIST-STATUS
002321         MOVE 16 TO RETURN-CODE
002322         STOP RUN
002323     END-IF
002324     OPEN INPUT CARTAO-ESTABELEC
002325     IF WS-EST-STATUS NOT = "00"
002326         DISPLAY "CARTAO-PARCELA - CARTAO-ESTABELEC OPEN "
002327             "FAILED, STATUS " WS-EST-STATUS
002328         MOVE 16 TO RETURN-CODE
002329         STOP RUN
002330     END-IF
002331     OPEN I-O CARTAO-AGENDA
002332     IF WS-AGE-STATUS = "35"
002333         OPEN OUTPUT CARTAO-AGENDA
002334         CLOSE CARTAO-AGENDA
002335         OPEN I-O CARTAO-AGENDA
002336     END-IF
002337     IF WS-AGE-STATUS NOT = "00"
002338         DISPLAY "CARTAO-PARCELA - CARTAO-AGENDA OPEN FAILED, "
002339             "STATUS " WS-AGE-STATUS
002340         MOVE 16 TO RETURN-CODE
002341         STOP RUN
002350     END-IF
002360     OPEN EXTEND CARTAO-JORNAL
002370     OPEN OUTPUT PARCELA-RELATORIO
002900             ADD 1 TO WS-TOTAL-SEM-CADASTRO
002910         NOT INVALID KEY
002920             MOVE LIM-SALDO TO WS-SALDO-ANTES
002921             MOVE LIM-SALDO-CREDOR TO WS-CREDOR-ANTES
002930             PERFORM 2610-DEBITA-SALDO
002931                 THRU 2610-DEBITA-SALDO-EXIT
002940             REWRITE LIMITE-REGISTRO
002950             PERFORM 2620-GRAVA-JORNAL
002960                 THRU 2620-GRAVA-JORNAL-EXIT
002980                 THRU 2630-GRAVA-HISTORICO-EXIT
002990             MOVE "L" TO PAR-SITUACAO
003000             REWRITE PARCELA-REGISTRO
003001             PERFORM 2640-AGENDA-PARCELA
003002                 THRU 2640-AGENDA-PARCELA-EXIT
003010             MOVE "LANCADA" TO WS-SITUACAO
003020             ADD 1 TO WS-TOTAL-LANCADAS
003030             ADD PAR-VALOR TO WS-SOMA-LANCADAS
003070     EXIT.
003080
003090******************************************************************
003091* 2610-DEBITA-SALDO - THE INSTALLMENT CONSUMES THE CARDHOLDER'S
003092*                     CREDIT BALANCE FIRST; ONLY THE REMAINDER IS
003093*                     ADDED TO THE DEBT
003094******************************************************************
003095 2610-DEBITA-SALDO.
003096     IF PAR-VALOR > LIM-SALDO-CREDOR
003097         COMPUTE LIM-SALDO =
003098             LIM-SALDO + PAR-VALOR - LIM-SALDO-CREDOR
003099         MOVE ZERO TO LIM-SALDO-CREDOR
003100         MOVE ZERO TO LIM-DATA-CREDOR
003101     ELSE
003102         SUBTRACT PAR-VALOR FROM LIM-SALDO-CREDOR
003103         IF LIM-SALDO-CREDOR = ZERO
003104             MOVE ZERO TO LIM-DATA-CREDOR
003105         END-IF
003106     END-IF.
003107 2610-DEBITA-SALDO-EXIT.
003108     EXIT.
003109
003110******************************************************************
003111* 2620-GRAVA-JORNAL - JOURNAL THE INSTALLMENT POSTING WITH TYPE
003112*                     "P" AND THE BALANCE AND CREDIT BALANCE
003113*                     BEFORE AND AFTER, SO
003120*                     CARTAO-BACKOUT CAN REVERSE THE RUN BY ITS
003130*                     DATE LIKE ANY OTHER POSTING RUN
003140******************************************************************
003210     MOVE PAR-VALOR        TO JRN-VALOR
003220     MOVE WS-SALDO-ANTES   TO JRN-SALDO-ANTES
003230     MOVE LIM-SALDO        TO JRN-SALDO-DEPOIS
003231     MOVE WS-CREDOR-ANTES  TO JRN-CREDOR-ANTES
003232     MOVE LIM-SALDO-CREDOR TO JRN-CREDOR-DEPOIS
003240     WRITE JORNAL-REGISTRO.
003250 2620-GRAVA-JORNAL-EXIT.
003260     EXIT.
003460     MOVE "APROVADO"       TO HIST-RESULTADO
003470     MOVE SPACES           TO HIST-MOTIVO
003480     MOVE LIM-SALDO        TO HIST-SALDO-APOS.
003481 2631-TENTA-HISTORICO.
003482     WRITE HISTORICO-REGISTRO
003483         INVALID KEY
003484             ADD 1 TO WS-HIST-SEQ
003485             MOVE WS-HIST-SEQ TO HIST-SEQ
003486             GO TO 2631-TENTA-HISTORICO
003487     END-WRITE.
003488 2630-GRAVA-HISTORICO-EXIT.
003489     EXIT.
003490
003491******************************************************************
003492* 2640-AGENDA-PARCELA - BOOK THE POSTED INSTALLMENT ON THE
003493*                       MERCHANT RECEIVABLES CALENDAR, DUE ON THE
003494*                       PURCHASE DATE PLUS 30 DAYS PER
003495*                       INSTALLMENT NUMBER (THE RUN DATE PLUS 30
003496*                       WHEN THE SCHEDULE CARRIES NO PURCHASE
003497*                       DATE), WITH THE FEE AT THE MERCHANT'S
003498*                       CURRENT RATE. AN ENTRY ALREADY BOOKED FOR
003499*                       THE SAME INSTALLMENT IS REPLACED UNLESS
003500*                       IT HAS BEEN PAID.
003501******************************************************************
003502 2640-AGENDA-PARCELA.
003503     IF PAR-ESTAB NOT NUMERIC OR PAR-ESTAB = ZERO
003504         ADD 1 TO WS-TOTAL-SEM-ESTAB
003505         GO TO 2640-AGENDA-PARCELA-EXIT
003506     END-IF
003507     MOVE PAR-ESTAB TO EST-CODIGO
003508     READ CARTAO-ESTABELEC
003509         INVALID KEY
003510             ADD 1 TO WS-TOTAL-SEM-ESTAB
003511             GO TO 2640-AGENDA-PARCELA-EXIT
003512     END-READ
003513     IF PAR-DATA-COMPRA NUMERIC AND PAR-DATA-COMPRA > ZERO
003514         MOVE PAR-DATA-COMPRA TO WS-CAL-DATA
003515         COMPUTE WS-CAL-DIAS =
003516             WS-PRAZO-LIQUIDACAO * PAR-NUM-PARCELA
003517     ELSE
003518         MOVE WS-DATA-PROCESSO TO WS-CAL-DATA
003519         MOVE WS-PRAZO-LIQUIDACAO TO WS-CAL-DIAS
003520     END-IF
003521     PERFORM 2950-SOMA-DIAS THRU 2950-SOMA-DIAS-EXIT
003522     PERFORM 2641-MONTA-CHAVE THRU 2641-MONTA-CHAVE-EXIT
003523     MOVE "S" TO WS-AGE-ACHADA-SW
003524     READ CARTAO-AGENDA
003525         INVALID KEY
003526             MOVE "N" TO WS-AGE-ACHADA-SW
003527     END-READ
003528     IF AGENDA-ACHADA AND NOT AGE-PENDENTE
003529         ADD 1 TO WS-TOTAL-JA-PAGAS
003530         GO TO 2640-AGENDA-PARCELA-EXIT
003531     END-IF
003532     MOVE SPACES TO AGENDA-REGISTRO
003533     PERFORM 2641-MONTA-CHAVE THRU 2641-MONTA-CHAVE-EXIT
003534     MOVE WS-DATA-PROCESSO  TO AGE-DATA-MOVTO
003535     MOVE PAR-VALOR         TO AGE-BRUTO
003536     MOVE EST-TAXA-DESCONTO TO AGE-TAXA
003537     COMPUTE AGE-TARIFA ROUNDED = AGE-BRUTO * AGE-TAXA / 100
003538     COMPUTE AGE-LIQUIDO = AGE-BRUTO - AGE-TARIFA
003539     MOVE "P"               TO AGE-SITUACAO
003540     MOVE ZERO              TO AGE-DATA-LIQUIDACAO
003541     MOVE ZERO              TO AGE-DIAS-ANTECIPADOS
003542     MOVE ZERO              TO AGE-TAXA-ANTECIPACAO
003543     MOVE ZERO              TO AGE-DESCONTO
003544     IF AGENDA-ACHADA
003545         REWRITE AGENDA-REGISTRO
003546     ELSE
003547         WRITE AGENDA-REGISTRO
003548     END-IF
003549     ADD 1 TO WS-TOTAL-AGENDADAS
003550     ADD PAR-VALOR TO WS-SOMA-AGENDADAS.
003551 2640-AGENDA-PARCELA-EXIT.
003552     EXIT.
003553
003554******************************************************************
003555* 2641-MONTA-CHAVE - BUILD THE CALENDAR KEY OF THE INSTALLMENT:
003556*                    MERCHANT, PAYMENT DATE, ORIGIN "P" AND THE
003557*                    SCHEDULE KEY
003558******************************************************************
003559 2641-MONTA-CHAVE.
003560     MOVE PAR-ESTAB   TO AGE-ESTAB
003561     MOVE WS-CAL-DATA TO AGE-DATA-PAGTO
003562     MOVE "P"         TO AGE-ORIGEM
003563     MOVE PAR-NUMERO  TO AGE-REF-NUMERO
003564     MOVE PAR-ANO-MES TO AGE-REF-ANO-MES
003565     MOVE PAR-SEQ     TO AGE-REF-SEQ.
003566 2641-MONTA-CHAVE-EXIT.
003570     EXIT.
003580
003590******************************************************************
003780     CLOSE CARTAO-PARCELADO
003790     CLOSE CARTAO-LIMITES
003800     CLOSE CARTAO-HISTORICO
003801     CLOSE CARTAO-ESTABELEC
003802     CLOSE CARTAO-AGENDA
003810     CLOSE CARTAO-JORNAL
003820     CLOSE PARCELA-RELATORIO
003821     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
003970     DISPLAY "TOTAL SEM CADASTRO.: " WS-TOTAL-SEM-CADASTRO.
003980     DISPLAY "TOTAL FUTURAS......: " WS-TOTAL-FUTURAS.
003990     DISPLAY "TOTAL JA LANCADAS..: " WS-TOTAL-JA-LANCADAS.
003991     DISPLAY "TOTAL NA AGENDA....: " WS-TOTAL-AGENDADAS.
003992     DISPLAY "SOMA NA AGENDA.....: " WS-SOMA-AGENDADAS.
003993     DISPLAY "TOTAL SEM ESTAB....: " WS-TOTAL-SEM-ESTAB.
003994     DISPLAY "TOTAL JA REPASSADAS: " WS-TOTAL-JA-PAGAS.
004000     DISPLAY "-----------------------------------------".
004010 3100-PRINT-TOTALS-EXIT.
004020     EXIT.
004500     END-EVALUATE.
004510 1200-ULTIMO-DIA-MES-EXIT.
004520     EXIT.
004521
004522******************************************************************
004523* 2950-SOMA-DIAS - ADD WS-CAL-DIAS CALENDAR DAYS TO THE YYYYMMDD
004524*                  DATE IN WS-CAL-DATA, LEAP YEARS INCLUDED
004525******************************************************************
004526 2950-SOMA-DIAS.
004527     DIVIDE WS-CAL-DATA BY 10000
004528         GIVING WS-CAL-ANO REMAINDER WS-CAL-RESTO
004529     DIVIDE WS-CAL-RESTO BY 100
004530         GIVING WS-CAL-MES REMAINDER WS-CAL-DIA
004531     ADD WS-CAL-DIAS TO WS-CAL-DIA
004532     PERFORM 2960-ULTIMO-DIA THRU 2960-ULTIMO-DIA-EXIT
004533     PERFORM 2970-VIRA-MES THRU 2970-VIRA-MES-EXIT
004534         UNTIL WS-CAL-DIA NOT > WS-CAL-ULTIMO
004535     COMPUTE WS-CAL-DATA =
004536         WS-CAL-ANO * 10000 + WS-CAL-MES * 100 + WS-CAL-DIA.
004537 2950-SOMA-DIAS-EXIT.
004538     EXIT.
004539
004540******************************************************************
004541* 2960-ULTIMO-DIA - LAST DAY OF THE MONTH IN WS-CAL-MES OF
004542*                   WS-CAL-ANO
004543******************************************************************
004544 2960-ULTIMO-DIA.
004545     EVALUATE WS-CAL-MES
004546         WHEN 4
004547         WHEN 6
004548         WHEN 9
004549         WHEN 11
004550             MOVE 30 TO WS-CAL-ULTIMO
004551         WHEN 2
004552             MOVE 28 TO WS-CAL-ULTIMO
004553             DIVIDE WS-CAL-ANO BY 4
004554                 GIVING WS-CAL-QUOC REMAINDER WS-CAL-RESTO
004555             IF WS-CAL-RESTO = ZERO
004556                 MOVE 29 TO WS-CAL-ULTIMO
004557                 DIVIDE WS-CAL-ANO BY 100
004558                     GIVING WS-CAL-QUOC REMAINDER WS-CAL-RESTO
004559                 IF WS-CAL-RESTO = ZERO
004560                     MOVE 28 TO WS-CAL-ULTIMO
004561                     DIVIDE WS-CAL-ANO BY 400
004562                         GIVING WS-CAL-QUOC
004563                         REMAINDER WS-CAL-RESTO
004564                     IF WS-CAL-RESTO = ZERO
004565                         MOVE 29 TO WS-CAL-ULTIMO
004566                     END-IF
004567                 END-IF
004568             END-IF
004569         WHEN OTHER
004570             MOVE 31 TO WS-CAL-ULTIMO
004571     END-EVALUATE.
004572 2960-ULTIMO-DIA-EXIT.
004573     EXIT.
004574
004575******************************************************************
004576* 2970-VIRA-MES - CARRY THE EXCESS DAYS INTO THE NEXT MONTH
004577******************************************************************
004578 2970-VIRA-MES.
004579     SUBTRACT WS-CAL-ULTIMO FROM WS-CAL-DIA
004580     ADD 1 TO WS-CAL-MES
004581     IF WS-CAL-MES > 12
004582         MOVE 1 TO WS-CAL-MES
004583         ADD 1 TO WS-CAL-ANO
004584     END-IF
004585     PERFORM 2960-ULTIMO-DIA THRU 2960-ULTIMO-DIA-EXIT.
004586 2970-VIRA-MES-EXIT.
004587     EXIT.
004588
004589******************************************************************
004590* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
004591*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
004592*                        THIS REFERENCE SHOW COMPLETED ON THE
004593*                        REGISTRY (CARTAO-PREREQ)
004594******************************************************************
004595 1620-VERIFICA-PREREQ.
004596     MOVE "CARTPARC" TO PRQ-PROGRAMA
004597     MOVE WS-RUN-DATA-REF TO PRQ-DATA-REF
004598     MOVE "S" TO PRQ-MENSAGENS
004599     CALL "CARTAO-PREREQ" USING PRQ-AREA
004600     IF PRQ-RETORNO NOT = ZERO
004601         DISPLAY "CARTAO-PARCELA - PRE-REQUISITOS PENDENTES PARA "
004602             WS-RUN-DATA-REF " - RUN NAO INICIADO"
004603         MOVE 16 TO RETURN-CODE
004604         STOP RUN
004605     END-IF.
004606 1620-VERIFICA-PREREQ-EXIT.
004607     EXIT.
