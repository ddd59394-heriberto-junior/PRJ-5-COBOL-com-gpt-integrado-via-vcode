000210*        "I" - INCLUSAO  (ADD A NEW CARDHOLDER RECORD)
000220*        "A" - ALTERACAO (CHANGE LIMIT AND BALANCE)
000230*        "E" - EXCLUSAO  (DELETE THE RECORD)
000231*        "L" - ALTERACAO DE LIMITE (CHANGE THE LIMIT ONLY;
000232*              MOV-SALDO IS NOT APPLIED). REJECTED (SALDO-ALTO)
000233*              WHEN THE NEW LIMIT IS BELOW THE BALANCE THE CARD
000234*              OWES AT THE TIME IT IS APPLIED. THE PROPOSALS OF
000235*              THE MONTHLY LIMIT REVIEW (CARTAO-REVISAO) USE IT.
000236*        "P" - APROVACAO (APPROVE THE CARD'S PENDING MOVEMENT)
000237*        "R" - RECUSA    (REJECT THE CARD'S PENDING MOVEMENT)
000238*
000239*    DUAL CONTROL: EVERY MOVEMENT CARRIES THE OPERATOR WHO KEYED
000240*    IT (MOV-OPERADOR; BLANK IS REJECTED OPER-INV). A LIMIT
000241*    INCREASE ABOVE THE THRESHOLD ON LIMPARM.TXT (THE NEW LIMIT
000242*    LESS THE LIMIT ON THE MASTER; THE WHOLE LIMIT FOR AN "I") IS
000243*    NOT APPLIED BUT PARKED ON THE PENDING-APPROVAL FILE
000244*    APROVPEN.DAT (APRVREG) AND LISTED PENDENTE WITH THE PROPOSED
000245*    LIMIT IN THE AFTER COLUMN. A LATER "P" MOVEMENT FOR THE CARD
000246*    BY A DIFFERENT OPERATOR APPLIES IT AS KEYED; A "P" BY THE
000247*    OPERATOR WHO KEYED IT IS REFUSED (AUTO-APROV) AND THE
000248*    MOVEMENT STAYS PENDING. AN "R" MOVEMENT BY ANY OPERATOR
000249*    DISCARDS IT (CANCELADO). A CARD HAS AT MOST ONE MOVEMENT
000250*    PENDING (JA-PENDENT). EVERY SUBMISSION, APPROVAL, REJECTION
000251*    AND SELF-APPROVAL ATTEMPT IS LOGGED ON APROVLOG.TXT
000252*    (APLGREG), AND THE REPORT SHOWS THE OPERATOR (MAKER) AND THE
000253*    APPROVER (CHECKER) OF EVERY LINE.
000254*
000255*    PARAMETER CARD (LIMPARM.TXT, ONE RECORD, OPTIONAL):
000256*        LPR-LIMIAR-AUMENTO  LARGEST LIMIT INCREASE APPLIED
000257*                            WITHOUT A SECOND APPROVAL; MISSING
000258*                            OR BLANK = ZERO (EVERY INCREASE
000259*                            WAITS FOR APPROVAL)
000260*
000261*    MODIFICATION HISTORY
000262*    DATE        BY   DESCRIPTION
000270*    ----------  ---  -----------------------------------------
000280*    2026-08-22  JCM  ORIGINAL VERSION.
000290*    2026-08-22  JCM  MOV-NUMERO AND THE REPORT WIDENED TO THE
000369*                     FIRST-SIX-PLUS-LAST-FOUR (PCI); THE
000370*                     MOVEMENT FILE AND THE MASTER KEEP THE
000371*                     FULL NUMBER.
000372*    2026-10-05  JCM  A NEW CARD STARTS WITH NO CREDIT BALANCE
000373*                     (LIM-SALDO-CREDOR AND LIM-DATA-CREDOR ZERO);
000374*                     AN ALTERATION LEAVES THE CREDIT BALANCE AS
000375*                     IT IS.
000376*    2026-10-15  JCM  NEW ACTION "L" CHANGES THE LIMIT ALONE, SO A
000377*                     LIMIT PROPOSAL PREPARED DAYS EARLIER CANNOT
000378*                     OVERWRITE THE BALANCE POSTED SINCE; A LIMIT
000379*                     BELOW THE CURRENT BALANCE IS REJECTED.
000380*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000381*                     THE JOB-STREAM PREREQUISITES TABLE
000382*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000383*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000384*    2026-10-15  JCM  DUAL CONTROL: THE OPERATOR IS CARRIED ON
000385*                     EVERY MOVEMENT; A LIMIT INCREASE ABOVE THE
000386*                     LIMPARM.TXT THRESHOLD IS HELD ON
000387*                     APROVPEN.DAT UNTIL A SECOND OPERATOR
000388*                     APPROVES ("P") OR REJECTS ("R") IT; EVENTS
000389*                     ARE LOGGED ON APROVLOG.TXT; MAKER AND
000390*                     CHECKER ON THE REPORT (NOW 120 COLUMNS).
000391******************************************************************
000392 ENVIRONMENT DIVISION.
000393 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LIMITE-MOVIMENTO ASSIGN TO "LIMMOV.TXT"
000411         ORGANIZATION IS LINE SEQUENTIAL.
000412
000413     SELECT OPTIONAL LIMITE-PARAMETRO ASSIGN TO "LIMPARM.TXT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000514         ACCESS IS RANDOM
000515         RECORD KEY IS RUN-CHAVE
000516         FILE STATUS IS WS-RUN-STATUS.
000517
000518     SELECT CARTAO-APROVACAO ASSIGN TO "APROVPEN.DAT"
000519         ORGANIZATION IS INDEXED
000520         ACCESS IS RANDOM
000521         RECORD KEY IS APV-CHAVE
000522         FILE STATUS IS WS-APV-STATUS.
000523
000524     SELECT OPTIONAL APROVACAO-LOG ASSIGN TO "APROVLOG.TXT"
000525         ORGANIZATION IS LINE SEQUENTIAL.
000526 DATA DIVISION.
000530 FILE SECTION.
000540 FD  LIMITE-MOVIMENTO.
000550 01  MOVIMENTO-REGISTRO.
000570         88  MOV-INCLUSAO          VALUE "I".
000580         88  MOV-ALTERACAO         VALUE "A".
000590         88  MOV-EXCLUSAO          VALUE "E".
000591         88  MOV-ALT-LIMITE        VALUE "L".
000592         88  MOV-APROVACAO         VALUE "P".
000593         88  MOV-RECUSA            VALUE "R".
000600     05  MOV-NUMERO            PIC 9(16).
000610     05  MOV-LIMITE            PIC 9(08)V99.
000620     05  MOV-SALDO             PIC 9(08)V99.
000621     05  MOV-OPERADOR          PIC X(08).
000622
000623 FD  LIMITE-PARAMETRO.
000624 01  PARAMETRO-REGISTRO.
000625     05  LPR-LIMIAR-AUMENTO    PIC 9(08)V99.
000630
000640 FD  CARTAO-LIMITES.
000650 01  LIMITE-REGISTRO.
000660     COPY LIMREG.
000670
000680 FD  LIMITE-RELATORIO.
000690 01  RELATORIO-LINHA           PIC X(120).
000691
000692 FD  CARTAO-RUNCTL.
000693 01  RUNCTL-REGISTRO.
000694     COPY RUNREG.
000695
000696 FD  CARTAO-APROVACAO.
000697 01  APROVACAO-REGISTRO.
000698     COPY APRVREG.
000699
000700 FD  APROVACAO-LOG.
000701 01  APROVLOG-REGISTRO.
000702     COPY APLGREG.
000703
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  FIM-ARQUIVO           PIC X(01) VALUE "N".
000740         88  FIM-DO-ARQUIVO        VALUE "S".
000750     05  WS-EDICAO-SW          PIC X(01) VALUE "S".
000760         88  MOVIMENTO-VALIDO      VALUE "S".
000761     05  WS-SENSIVEL-SW        PIC X(01) VALUE "N".
000762         88  MOVIMENTO-SENSIVEL    VALUE "S".
000770
000780 01  WS-CAMPOS.
000790     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
000791     05  WS-RUN-STATUS         PIC X(02) VALUE SPACES.
000792     05  WS-APV-STATUS         PIC X(02) VALUE SPACES.
000800     05  WS-SITUACAO           PIC X(09).
000810     05  WS-MOTIVO             PIC X(10).
000820     05  WS-DATA-RELATORIO     PIC 9(08).
000830     05  WS-VALOR-EDITADO      PIC Z(07)9.99.
000831     05  WS-APROVADOR          PIC X(08) VALUE SPACES.
000832     05  WS-HORA               PIC 9(08) VALUE ZERO.
000833     05  WS-LIMIAR             PIC 9(08)V99 VALUE ZERO.
000834     05  WS-AUMENTO            PIC 9(08)V99 VALUE ZERO.
000835
000836 01  PRQ-AREA.
000837     COPY PREQREG.
000840
000850 01  WS-CONTADORES.
000860     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
000870     05  WS-TOTAL-APLICADOS    PIC 9(07) VALUE ZERO.
000880     05  WS-TOTAL-REJEITADOS   PIC 9(07) VALUE ZERO.
000881     05  WS-TOTAL-PENDENTES    PIC 9(07) VALUE ZERO.
000882     05  WS-TOTAL-CANCELADOS   PIC 9(07) VALUE ZERO.
000890
000892 01  WS-MASCARA-DADOS.
000893     05  WS-PAN-CLARO.
001110         "LIMITE-ANTES SALDO-ANTES".
001120     05  FILLER                PIC X(24) VALUE
001130         "  LIMITE-DEPOIS SALDO-DE".
001140     05  FILLER                PIC X(24) VALUE
001150         "POIS  SITUACAO  MOTIVO  ".
001151     05  FILLER                PIC X(24) VALUE
001152         "OPERADOR  APROVADOR     ".
001160
001170 01  REL-DETALHE.
001180     05  DET-ACAO              PIC X(01).
001300     05  DET-SITUACAO          PIC X(09).
001310     05  FILLER                PIC X(01) VALUE SPACES.
001320     05  DET-MOTIVO            PIC X(10).
001330     05  FILLER                PIC X(01) VALUE SPACES.
001331     05  DET-OPERADOR          PIC X(08).
001332     05  FILLER                PIC X(02) VALUE SPACES.
001333     05  DET-APROVADOR         PIC X(08).
001334     05  FILLER                PIC X(06) VALUE SPACES.
001340
001350 PROCEDURE DIVISION.
001360******************************************************************
001640         MOVE 16 TO RETURN-CODE
001650         STOP RUN
001660     END-IF
001661     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
001662     PERFORM 1300-ABRE-APROVACAO THRU 1300-ABRE-APROVACAO-EXIT
001663     ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD
001664     PERFORM 1620-VERIFICA-PREREQ
001665         THRU 1620-VERIFICA-PREREQ-EXIT
001671     PERFORM 1600-REGISTRA-INICIO
001672         THRU 1600-REGISTRA-INICIO-EXIT
001680     MOVE WS-DATA-RELATORIO TO CAB-DATA
001700     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
001710     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
001720 1000-INITIALIZE-EXIT.
001721     EXIT.
001722
001723******************************************************************
001724* 1200-LE-PARAMETRO - READ THE LIMIT-INCREASE THRESHOLD. A
001725*                     MISSING OR BLANK CARD MEANS ZERO: EVERY
001726*                     INCREASE WAITS FOR A SECOND OPERATOR.
001727******************************************************************
001728 1200-LE-PARAMETRO.
001729     OPEN INPUT LIMITE-PARAMETRO
001730     READ LIMITE-PARAMETRO
001731         AT END
001732             MOVE SPACES TO PARAMETRO-REGISTRO
001733     END-READ
001734     IF LPR-LIMIAR-AUMENTO NUMERIC
001735         MOVE LPR-LIMIAR-AUMENTO TO WS-LIMIAR
001736     END-IF
001737     CLOSE LIMITE-PARAMETRO.
001738 1200-LE-PARAMETRO-EXIT.
001739     EXIT.
001740
001741******************************************************************
001742* 1300-ABRE-APROVACAO - OPEN THE PENDING-APPROVAL FILE, CREATING
001743*                       IT ON THE VERY FIRST RUN, AND THE
001744*                       DUAL-CONTROL LOG
001745******************************************************************
001746 1300-ABRE-APROVACAO.
001747     OPEN I-O CARTAO-APROVACAO
001748     IF WS-APV-STATUS = "35"
001749         OPEN OUTPUT CARTAO-APROVACAO
001750         CLOSE CARTAO-APROVACAO
001751         OPEN I-O CARTAO-APROVACAO
001752     END-IF
001753     IF WS-APV-STATUS NOT = "00"
001754         DISPLAY "LIMITE-MANUT - CARTAO-APROVACAO OPEN FAILED, "
001755             "STATUS " WS-APV-STATUS
001756         MOVE 16 TO RETURN-CODE
001757         STOP RUN
001758     END-IF
001759     OPEN EXTEND APROVACAO-LOG.
001760 1300-ABRE-APROVACAO-EXIT.
001761     EXIT.
001762
001763******************************************************************
001764* 2000-READ-MOVIMENTO - READ THE NEXT MAINTENANCE MOVEMENT
001770******************************************************************
001780 2000-READ-MOVIMENTO.
001790     READ LIMITE-MOVIMENTO
001940     MOVE "S" TO WS-EDICAO-SW
001950     IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
001960                         AND NOT MOV-EXCLUSAO
001961                         AND NOT MOV-ALT-LIMITE
001962                         AND NOT MOV-APROVACAO
001963                         AND NOT MOV-RECUSA
001970         MOVE "N" TO WS-EDICAO-SW
001980         MOVE "ACAO-INV" TO WS-MOTIVO
001981         GO TO 2100-EDIT-MOVIMENTO-EXIT
001982     END-IF
001983     IF MOV-OPERADOR = SPACES
001984         MOVE "N" TO WS-EDICAO-SW
001985         MOVE "OPER-INV" TO WS-MOTIVO
001990         GO TO 2100-EDIT-MOVIMENTO-EXIT
002000     END-IF
002010     IF MOV-NUMERO NOT NUMERIC
002030         MOVE "NUMERO-INV" TO WS-MOTIVO
002040         GO TO 2100-EDIT-MOVIMENTO-EXIT
002050     END-IF
002060     IF MOV-INCLUSAO OR MOV-ALTERACAO OR MOV-ALT-LIMITE
002070         IF MOV-NUMERO = ZERO
002080             MOVE "N" TO WS-EDICAO-SW
002090             MOVE "NUMERO-INV" TO WS-MOTIVO
002210             MOVE "LIMITE-INV" TO WS-MOTIVO
002220             GO TO 2100-EDIT-MOVIMENTO-EXIT
002230         END-IF
002240         IF MOV-SALDO NOT NUMERIC AND NOT MOV-ALT-LIMITE
002250             MOVE "N" TO WS-EDICAO-SW
002260             MOVE "SALDO-INV" TO WS-MOTIVO
002270         END-IF
002370     MOVE MOV-NUMERO TO LIM-NUMERO
002380     MOVE MOV-LIMITE TO LIM-LIMITE
002390     MOVE MOV-SALDO  TO LIM-SALDO
002391     MOVE ZERO       TO LIM-SALDO-CREDOR
002392     MOVE ZERO       TO LIM-DATA-CREDOR
002400     WRITE LIMITE-REGISTRO
002410         INVALID KEY
002420             MOVE "REJEITADO" TO WS-SITUACAO
002740     EXIT.
002750
002760******************************************************************
002761* 2350-APLICA-LIMITE - CHANGE THE LIMIT ALONE OF AN EXISTING
002762*                      RECORD; A LIMIT BELOW WHAT THE CARD OWES
002763*                      IS REJECTED
002764******************************************************************
002765 2350-APLICA-LIMITE.
002766     MOVE MOV-NUMERO TO LIM-NUMERO
002767     READ CARTAO-LIMITES
002768         INVALID KEY
002769             MOVE "REJEITADO" TO WS-SITUACAO
002770             MOVE "NAO-EXISTE" TO WS-MOTIVO
002771             GO TO 2350-APLICA-LIMITE-EXIT
002772     END-READ
002773     PERFORM 2600-FORMATA-ANTES THRU 2600-FORMATA-ANTES-EXIT
002774     IF MOV-LIMITE < LIM-SALDO
002775         MOVE "REJEITADO" TO WS-SITUACAO
002776         MOVE "SALDO-ALTO" TO WS-MOTIVO
002777         GO TO 2350-APLICA-LIMITE-EXIT
002778     END-IF
002779     MOVE MOV-LIMITE TO LIM-LIMITE
002780     REWRITE LIMITE-REGISTRO
002781     MOVE "APLICADO" TO WS-SITUACAO
002782     PERFORM 2610-FORMATA-DEPOIS THRU 2610-FORMATA-DEPOIS-EXIT.
002783 2350-APLICA-LIMITE-EXIT.
002784     EXIT.
002785
002786******************************************************************
002787* 2400-APLICA-EXCLUSAO - DELETE AN EXISTING RECORD, KEEPING THE
002788*                        BEFORE IMAGE FOR THE AUDIT REPORT
002790******************************************************************
002800 2400-APLICA-EXCLUSAO.
002810     MOVE MOV-NUMERO TO LIM-NUMERO
002930     EXIT.
002940
002950******************************************************************
002960* 2500-PROCESS-MOVIMENTO - EDIT ONE MOVEMENT; APPLY IT, PARK IT
002970*                          FOR APPROVAL OR ACT ON THE PENDING
002971*                          MOVEMENT IT APPROVES OR REJECTS; PRINT
002972*                          THE REPORT LINE, THEN PRIME THE NEXT
002973*                          READ
002980******************************************************************
002990 2500-PROCESS-MOVIMENTO.
003000     MOVE SPACES TO WS-MOTIVO
003001     MOVE SPACES TO WS-APROVADOR
003010     MOVE SPACES TO DET-LIMITE-ANTES
003020     MOVE SPACES TO DET-SALDO-ANTES
003030     MOVE SPACES TO DET-LIMITE-DEPOIS
003070         MOVE "REJEITADO" TO WS-SITUACAO
003080     ELSE
003090         EVALUATE TRUE
003100             WHEN MOV-APROVACAO
003110                 PERFORM 2820-APROVA-PENDENTE
003120                     THRU 2820-APROVA-PENDENTE-EXIT
003130             WHEN MOV-RECUSA
003140                 PERFORM 2830-RECUSA-PENDENTE
003150                     THRU 2830-RECUSA-PENDENTE-EXIT
003160             WHEN OTHER
003170                 PERFORM 2800-VERIFICA-SENSIVEL
003180                     THRU 2800-VERIFICA-SENSIVEL-EXIT
003181                 IF MOVIMENTO-SENSIVEL
003182                     PERFORM 2810-REGISTRA-PENDENTE
003183                         THRU 2810-REGISTRA-PENDENTE-EXIT
003184                 ELSE
003185                     PERFORM 2550-APLICA-MOVIMENTO
003186                         THRU 2550-APLICA-MOVIMENTO-EXIT
003187                 END-IF
003190         END-EVALUATE
003200     END-IF
003210     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
003220     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
003230 2500-PROCESS-MOVIMENTO-EXIT.
003231     EXIT.
003232
003233******************************************************************
003234* 2550-APLICA-MOVIMENTO - APPLY AN EDITED INCLUSAO, ALTERACAO,
003235*                         LIMIT CHANGE OR EXCLUSAO TO THE MASTER
003236******************************************************************
003237 2550-APLICA-MOVIMENTO.
003238     EVALUATE TRUE
003239         WHEN MOV-INCLUSAO
003240             PERFORM 2200-APLICA-INCLUSAO
003241                 THRU 2200-APLICA-INCLUSAO-EXIT
003242         WHEN MOV-ALTERACAO
003243             PERFORM 2300-APLICA-ALTERACAO
003244                 THRU 2300-APLICA-ALTERACAO-EXIT
003245         WHEN MOV-ALT-LIMITE
003246             PERFORM 2350-APLICA-LIMITE
003247                 THRU 2350-APLICA-LIMITE-EXIT
003248         WHEN MOV-EXCLUSAO
003249             PERFORM 2400-APLICA-EXCLUSAO
003250                 THRU 2400-APLICA-EXCLUSAO-EXIT
003251     END-EVALUATE.
003252 2550-APLICA-MOVIMENTO-EXIT.
003253     EXIT.
003254
003260******************************************************************
003270* 2600-FORMATA-ANTES - EDIT THE MASTER RECORD AS READ INTO THE
003280*                      BEFORE-IMAGE COLUMNS OF THE REPORT LINE
003480     EXIT.
003490
003500******************************************************************
003510* 2700-GRAVA-DETALHE - PRINT THE MOVEMENT'S REPORT LINE, WITH ITS
003511*                      MAKER AND CHECKER, AND ROLL THE COUNTERS
003530******************************************************************
003540 2700-GRAVA-DETALHE.
003550     MOVE MOV-ACAO    TO DET-ACAO
003560     MOVE WS-PAN-MASCARADO TO DET-NUMERO
003570     MOVE WS-SITUACAO TO DET-SITUACAO
003580     MOVE WS-MOTIVO   TO DET-MOTIVO
003581     MOVE MOV-OPERADOR TO DET-OPERADOR
003582     MOVE WS-APROVADOR TO DET-APROVADOR
003590     WRITE RELATORIO-LINHA FROM REL-DETALHE
003591     EVALUATE WS-SITUACAO
003592         WHEN "APLICADO"
003593             ADD 1 TO WS-TOTAL-APLICADOS
003594         WHEN "PENDENTE"
003595             ADD 1 TO WS-TOTAL-PENDENTES
003596         WHEN "CANCELADO"
003597             ADD 1 TO WS-TOTAL-CANCELADOS
003598         WHEN OTHER
003599             ADD 1 TO WS-TOTAL-REJEITADOS
003600     END-EVALUATE.
003650 2700-GRAVA-DETALHE-EXIT.
003660     EXIT.
003661
003720     CLOSE LIMITE-MOVIMENTO
003730     CLOSE CARTAO-LIMITES
003740     CLOSE LIMITE-RELATORIO
003741     CLOSE CARTAO-APROVACAO
003742     CLOSE APROVACAO-LOG
003743     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
003750     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
003760 3000-FINALIZE-EXIT.
003770     EXIT.
003850     DISPLAY "TOTAL LIDOS........: " WS-TOTAL-LIDOS.
003860     DISPLAY "TOTAL APLICADOS....: " WS-TOTAL-APLICADOS.
003870     DISPLAY "TOTAL REJEITADOS...: " WS-TOTAL-REJEITADOS.
003871     DISPLAY "TOTAL PENDENTES....: " WS-TOTAL-PENDENTES.
003872     DISPLAY "TOTAL CANCELADOS...: " WS-TOTAL-CANCELADOS.
003880     DISPLAY "-----------------------------------------".
003890 3100-PRINT-TOTALS-EXIT.
003900     EXIT.
004320     END-IF.
004330 2121-SOMA-DIGITO-EXIT.
004340     EXIT.
004341
004342******************************************************************
004343* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
004344*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
004345*                        THIS REFERENCE SHOW COMPLETED ON THE
004346*                        REGISTRY (CARTAO-PREREQ)
004347******************************************************************
004348 1620-VERIFICA-PREREQ.
004349     MOVE "LIMMANUT" TO PRQ-PROGRAMA
004350     MOVE WS-DATA-RELATORIO TO PRQ-DATA-REF
004351     MOVE "S" TO PRQ-MENSAGENS
004352     CALL "CARTAO-PREREQ" USING PRQ-AREA
004353     IF PRQ-RETORNO NOT = ZERO
004354         DISPLAY "LIMITE-MANUT - PRE-REQUISITOS PENDENTES PARA "
004355             WS-DATA-RELATORIO " - RUN NAO INICIADO"
004356         MOVE 16 TO RETURN-CODE
004357         STOP RUN
004358     END-IF.
004359 1620-VERIFICA-PREREQ-EXIT.
004360     EXIT.
004361
004362******************************************************************
004363* 2800-VERIFICA-SENSIVEL - DECIDE WHETHER THE MOVEMENT NEEDS A
004364*                          SECOND OPERATOR: A LIMIT INCREASE
004365*                          ABOVE THE THRESHOLD (THE WHOLE LIMIT
004366*                          OF A NEW CARD). A CHANGE FOR A CARD NOT
004367*                          ON THE MASTER IS LEFT TO THE APPLY
004368*                          PARAGRAPH TO REJECT.
004369******************************************************************
004370 2800-VERIFICA-SENSIVEL.
004371     MOVE "N" TO WS-SENSIVEL-SW
004372     MOVE ZERO TO WS-AUMENTO
004373     IF MOV-EXCLUSAO
004374         GO TO 2800-VERIFICA-SENSIVEL-EXIT
004375     END-IF
004376     IF MOV-INCLUSAO
004377         MOVE MOV-LIMITE TO WS-AUMENTO
004378     ELSE
004379         MOVE MOV-NUMERO TO LIM-NUMERO
004380         READ CARTAO-LIMITES
004381             INVALID KEY
004382                 GO TO 2800-VERIFICA-SENSIVEL-EXIT
004383         END-READ
004384         IF MOV-LIMITE > LIM-LIMITE
004385             COMPUTE WS-AUMENTO = MOV-LIMITE - LIM-LIMITE
004386         END-IF
004387     END-IF
004388     IF WS-AUMENTO > WS-LIMIAR
004389         MOVE "S" TO WS-SENSIVEL-SW
004390     END-IF.
004391 2800-VERIFICA-SENSIVEL-EXIT.
004392     EXIT.
004393
004394******************************************************************
004395* 2810-REGISTRA-PENDENTE - PARK THE SENSITIVE MOVEMENT ON THE
004396*                          PENDING-APPROVAL FILE UNDER THE CARD,
004397*                          WITH ITS OPERATOR, AND LOG IT. THE
004398*                          REPORT LINE CARRIES THE MASTER AS IT
004399*                          STANDS AND THE PROPOSED LIMIT.
004400******************************************************************
004401 2810-REGISTRA-PENDENTE.
004402     MOVE "LIMMANUT"        TO APV-PROGRAMA
004403     MOVE MOV-NUMERO        TO APV-REFERENCIA
004404     MOVE MOV-ACAO          TO APV-ACAO
004405     MOVE MOV-OPERADOR      TO APV-OPERADOR
004406     MOVE WS-DATA-RELATORIO TO APV-DATA-REGISTRO
004407     ACCEPT WS-HORA FROM TIME
004408     MOVE WS-HORA           TO APV-HORA-REGISTRO
004409     MOVE MOVIMENTO-REGISTRO TO APV-MOVIMENTO
004410     WRITE APROVACAO-REGISTRO
004411         INVALID KEY
004412             MOVE "REJEITADO" TO WS-SITUACAO
004413             MOVE "JA-PENDENT" TO WS-MOTIVO
004414             GO TO 2810-REGISTRA-PENDENTE-EXIT
004415     END-WRITE
004416     IF NOT MOV-INCLUSAO
004417         PERFORM 2600-FORMATA-ANTES THRU 2600-FORMATA-ANTES-EXIT
004418     END-IF
004419     MOVE MOV-LIMITE TO WS-VALOR-EDITADO
004420     MOVE WS-VALOR-EDITADO TO DET-LIMITE-DEPOIS
004421     MOVE "PENDENTE" TO WS-SITUACAO
004422     MOVE "AUMENTO" TO WS-MOTIVO
004423     MOVE "S" TO ALG-EVENTO
004424     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
004425 2810-REGISTRA-PENDENTE-EXIT.
004426     EXIT.
004427
004428******************************************************************
004429* 2820-APROVA-PENDENTE - APPROVE THE CARD'S PENDING MOVEMENT: THE
004430*                        PARKED MOVEMENT REPLACES THE APPROVAL AS
004431*                        THE CURRENT MOVEMENT AND IS APPLIED AS
004432*                        KEYED, WITH THE APPROVING OPERATOR AS
004433*                        CHECKER. AN APPROVAL BY THE OPERATOR WHO
004434*                        KEYED IT IS REFUSED AND LOGGED, AND THE
004435*                        MOVEMENT STAYS PENDING.
004436******************************************************************
004437 2820-APROVA-PENDENTE.
004438     MOVE MOV-OPERADOR TO WS-APROVADOR
004439     MOVE "LIMMANUT"   TO APV-PROGRAMA
004440     MOVE MOV-NUMERO   TO APV-REFERENCIA
004441     READ CARTAO-APROVACAO
004442         INVALID KEY
004443             MOVE "REJEITADO" TO WS-SITUACAO
004444             MOVE "SEM-PENDEN" TO WS-MOTIVO
004445             GO TO 2820-APROVA-PENDENTE-EXIT
004446     END-READ
004447     MOVE APV-MOVIMENTO TO MOVIMENTO-REGISTRO
004448     IF APV-OPERADOR = WS-APROVADOR
004449         MOVE "REJEITADO" TO WS-SITUACAO
004450         MOVE "AUTO-APROV" TO WS-MOTIVO
004451         MOVE "X" TO ALG-EVENTO
004452         PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT
004453         GO TO 2820-APROVA-PENDENTE-EXIT
004454     END-IF
004455     PERFORM 2550-APLICA-MOVIMENTO THRU 2550-APLICA-MOVIMENTO-EXIT
004456     DELETE CARTAO-APROVACAO RECORD
004457     MOVE "A" TO ALG-EVENTO
004458     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
004459 2820-APROVA-PENDENTE-EXIT.
004460     EXIT.
004461
004462******************************************************************
004463* 2830-RECUSA-PENDENTE - REJECT THE CARD'S PENDING MOVEMENT: IT
004464*                        IS DROPPED FROM THE PENDING-APPROVAL
004465*                        FILE UNAPPLIED AND LOGGED. ANY OPERATOR
004466*                        MAY REJECT, INCLUDING THE ONE WHO KEYED
004467*                        IT (A WITHDRAWAL).
004468******************************************************************
004469 2830-RECUSA-PENDENTE.
004470     MOVE MOV-OPERADOR TO WS-APROVADOR
004471     MOVE "LIMMANUT"   TO APV-PROGRAMA
004472     MOVE MOV-NUMERO   TO APV-REFERENCIA
004473     READ CARTAO-APROVACAO
004474         INVALID KEY
004475             MOVE "REJEITADO" TO WS-SITUACAO
004476             MOVE "SEM-PENDEN" TO WS-MOTIVO
004477             GO TO 2830-RECUSA-PENDENTE-EXIT
004478     END-READ
004479     MOVE APV-MOVIMENTO TO MOVIMENTO-REGISTRO
004480     DELETE CARTAO-APROVACAO RECORD
004481     MOVE "CANCELADO" TO WS-SITUACAO
004482     MOVE "RECUSADO" TO WS-MOTIVO
004483     MOVE "R" TO ALG-EVENTO
004484     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
004485 2830-RECUSA-PENDENTE-EXIT.
004486     EXIT.
004487
004488******************************************************************
004489* 2840-GRAVA-LOG - WRITE THE DUAL-CONTROL LOG LINE FOR THE EVENT
004490*                  IN ALG-EVENTO, WITH THE MOVEMENT'S MAKER AND
004491*                  CHECKER AND ITS OUTCOME
004492******************************************************************
004493 2840-GRAVA-LOG.
004494     MOVE WS-DATA-RELATORIO TO ALG-DATA
004495     ACCEPT WS-HORA FROM TIME
004496     MOVE WS-HORA           TO ALG-HORA
004497     MOVE "LIMMANUT"        TO ALG-PROGRAMA
004498     MOVE MOV-NUMERO        TO ALG-REFERENCIA
004499     MOVE MOV-ACAO          TO ALG-ACAO
004500     MOVE MOV-OPERADOR      TO ALG-OPERADOR
004501     MOVE WS-APROVADOR      TO ALG-APROVADOR
004502     MOVE WS-SITUACAO       TO ALG-SITUACAO
004503     MOVE WS-MOTIVO         TO ALG-MOTIVO
004504     WRITE APROVLOG-REGISTRO.
004505 2840-GRAVA-LOG-EXIT.
004506     EXIT.
