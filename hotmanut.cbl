000220*    MOVEMENT ACTIONS:
000230*        "B" - BLOQUEIO  (PUT THE CARD ON THE NEGATIVE FILE)
000240*        "L" - LIBERACAO (RELEASE THE BLOCK)
000241*        "P" - APROVACAO (APPROVE THE CARD'S PENDING RELEASE)
000242*        "R" - RECUSA    (REJECT THE CARD'S PENDING RELEASE)
000250*
000260*    THE CALL CENTER SENDS MOVEMENTS INTRADAY, SO THE PROGRAM IS
000270*    SAFE TO RUN MORE THAN ONCE A DAY: A BLOCK FOR A CARD ALREADY
000280*    ON THE FILE IS REJECTED (JA-QUENTE) WITH ITS BEFORE IMAGE
000290*    INSTEAD OF DISTURBING THE EXISTING NOTICE, AND A RELEASE FOR
000300*    A CARD NOT ON THE FILE IS REJECTED (NAO-EXISTE).
000301*
000302*    DUAL CONTROL: EVERY MOVEMENT CARRIES THE OPERATOR WHO KEYED
000303*    IT (MOV-OPERADOR; BLANK IS REJECTED OPER-INV). A BLOCK STILL
000304*    TAKES EFFECT AT ONCE. A RELEASE OF A CARD ON THE FILE IS NOT
000305*    APPLIED BUT PARKED ON THE PENDING-APPROVAL FILE APROVPEN.DAT
000306*    (APRVREG) AND LISTED PENDENTE WITH THE CARD'S NOTICE AS THE
000307*    BEFORE IMAGE. A LATER "P" MOVEMENT FOR THE CARD BY A
000308*    DIFFERENT OPERATOR RELEASES IT; A "P" BY THE OPERATOR WHO
000309*    KEYED THE RELEASE IS REFUSED (AUTO-APROV) AND THE RELEASE
000310*    STAYS PENDING. AN "R" MOVEMENT BY ANY OPERATOR DISCARDS IT
000311*    (CANCELADO) AND THE CARD STAYS BLOCKED. A CARD HAS AT MOST
000312*    ONE RELEASE PENDING (JA-PENDENT). EVERY SUBMISSION,
000313*    APPROVAL, REJECTION AND SELF-APPROVAL ATTEMPT IS LOGGED ON
000314*    APROVLOG.TXT (APLGREG), AND THE REPORT SHOWS THE OPERATOR
000315*    (MAKER) AND THE APPROVER (CHECKER) OF EVERY LINE. THE
000316*    BLOCKS CARTAO-COBRANCA AND CARTAO-DECIDE EMIT CARRY THEIR
000317*    PROGRAM CODE AS OPERATOR.
000318*
000320*    MODIFICATION HISTORY
000330*    DATE        BY   DESCRIPTION
000340*    ----------  ---  -----------------------------------------
000352*                     FIRST-SIX-PLUS-LAST-FOUR (PCI); THE
000353*                     MOVEMENT FILE AND THE NEGATIVE FILE KEEP
000354*                     THE FULL NUMBER.
000355*    2026-10-15  JCM  DUAL CONTROL: THE OPERATOR IS CARRIED ON
000356*                     EVERY MOVEMENT; A RELEASE IS HELD ON
000357*                     APROVPEN.DAT UNTIL A SECOND OPERATOR
000358*                     APPROVES ("P") OR REJECTS ("R") IT, BLOCKS
000359*                     STILL APPLY AT ONCE; EVENTS ARE LOGGED ON
000360*                     APROVLOG.TXT; MAKER AND CHECKER ON THE
000361*                     REPORT (NOW 120 COLUMNS).
000362******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000480
000490     SELECT HOTCARD-RELATORIO ASSIGN TO "HOTREL.TXT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000501
000502     SELECT CARTAO-APROVACAO ASSIGN TO "APROVPEN.DAT"
000503         ORGANIZATION IS INDEXED
000504         ACCESS IS RANDOM
000505         RECORD KEY IS APV-CHAVE
000506         FILE STATUS IS WS-APV-STATUS.
000507
000508     SELECT OPTIONAL APROVACAO-LOG ASSIGN TO "APROVLOG.TXT"
000509         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  HOTCARD-MOVIMENTO.
000550     05  MOV-ACAO              PIC X(01).
000560         88  MOV-BLOQUEIO          VALUE "B".
000570         88  MOV-LIBERACAO         VALUE "L".
000571         88  MOV-APROVACAO         VALUE "P".
000572         88  MOV-RECUSA            VALUE "R".
000580     05  MOV-NUMERO            PIC 9(16).
000590     05  MOV-DATA-AVISO        PIC 9(08).
000600     05  MOV-MOTIVO            PIC X(10).
000601     05  MOV-OPERADOR          PIC X(08).
000610
000620 FD  CARTAO-HOTCARD.
000630 01  HOTCARD-REGISTRO.
000660     05  HOT-MOTIVO            PIC X(10).
000670
000680 FD  HOTCARD-RELATORIO.
000690 01  RELATORIO-LINHA           PIC X(120).
000691
000692 FD  CARTAO-APROVACAO.
000693 01  APROVACAO-REGISTRO.
000694     COPY APRVREG.
000695
000696 FD  APROVACAO-LOG.
000697 01  APROVLOG-REGISTRO.
000698     COPY APLGREG.
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000740         88  FIM-DO-ARQUIVO        VALUE "S".
000750     05  WS-EDICAO-SW          PIC X(01) VALUE "S".
000760         88  MOVIMENTO-VALIDO      VALUE "S".
000761     05  WS-SENSIVEL-SW        PIC X(01) VALUE "N".
000762         88  MOVIMENTO-SENSIVEL    VALUE "S".
000770
000780 01  WS-CAMPOS.
000790     05  WS-HOT-STATUS         PIC X(02) VALUE SPACES.
000791     05  WS-APV-STATUS         PIC X(02) VALUE SPACES.
000800     05  WS-SITUACAO           PIC X(09).
000810     05  WS-MOTIVO             PIC X(10).
000820     05  WS-DATA-RELATORIO     PIC 9(08).
000821     05  WS-APROVADOR          PIC X(08) VALUE SPACES.
000822     05  WS-HORA               PIC 9(08) VALUE ZERO.
000830
000840 01  WS-CONTADORES.
000850     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
000870     05  WS-TOTAL-REJEITADOS   PIC 9(07) VALUE ZERO.
000880     05  WS-TOTAL-BLOQUEIOS    PIC 9(07) VALUE ZERO.
000890     05  WS-TOTAL-LIBERACOES   PIC 9(07) VALUE ZERO.
000891     05  WS-TOTAL-PENDENTES    PIC 9(07) VALUE ZERO.
000892     05  WS-TOTAL-CANCELADOS   PIC 9(07) VALUE ZERO.
000900
000901 01  WS-MASCARA-DADOS.
000902     05  WS-PAN-CLARO.
001070
001080 01  REL-CABECALHO-2.
001090     05  FILLER                PIC X(25) VALUE
001100         "ACAO NUMERO            AV".
001110     05  FILLER                PIC X(25) VALUE
001120         "ISO-ANTES MOTIVO-ANTES AV".
001130     05  FILLER                PIC X(25) VALUE
001140         "ISO-MOVTO MOTIVO-MOVTO  S".
001150     05  FILLER                PIC X(25) VALUE
001160         "ITUACAO  MOTIVO     OPERA".
001161     05  FILLER                PIC X(20) VALUE
001162         "DOR  APROVADOR      ".
001170
001180 01  REL-DETALHE.
001190     05  DET-ACAO              PIC X(01).
001310     05  DET-SITUACAO          PIC X(09).
001320     05  FILLER                PIC X(01) VALUE SPACES.
001330     05  DET-MOTIVO            PIC X(10).
001340     05  FILLER                PIC X(01) VALUE SPACES.
001341     05  DET-OPERADOR          PIC X(08).
001342     05  FILLER                PIC X(02) VALUE SPACES.
001343     05  DET-APROVADOR         PIC X(08).
001344     05  FILLER                PIC X(07) VALUE SPACES.
001350
001360 PROCEDURE DIVISION.
001370******************************************************************
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001671     PERFORM 1300-ABRE-APROVACAO THRU 1300-ABRE-APROVACAO-EXIT
001680     ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD
001690     MOVE WS-DATA-RELATORIO TO CAB-DATA
001700     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
001710     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
001720     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
001730 1000-INITIALIZE-EXIT.
001731     EXIT.
001732
001733******************************************************************
001734* 1300-ABRE-APROVACAO - OPEN THE PENDING-APPROVAL FILE, CREATING
001735*                       IT ON THE VERY FIRST RUN, AND THE
001736*                       DUAL-CONTROL LOG
001737******************************************************************
001738 1300-ABRE-APROVACAO.
001739     OPEN I-O CARTAO-APROVACAO
001740     IF WS-APV-STATUS = "35"
001741         OPEN OUTPUT CARTAO-APROVACAO
001742         CLOSE CARTAO-APROVACAO
001743         OPEN I-O CARTAO-APROVACAO
001744     END-IF
001745     IF WS-APV-STATUS NOT = "00"
001746         DISPLAY "HOTCARD-MANUT - CARTAO-APROVACAO OPEN FAILED, "
001747             "STATUS " WS-APV-STATUS
001748         MOVE 16 TO RETURN-CODE
001749         STOP RUN
001750     END-IF
001751     OPEN EXTEND APROVACAO-LOG.
001752 1300-ABRE-APROVACAO-EXIT.
001753     EXIT.
001754
001760******************************************************************
001770* 2000-READ-MOVIMENTO - READ THE NEXT CALL-CENTER MOVEMENT
001780******************************************************************
001990 2100-EDIT-MOVIMENTO.
002000     MOVE "S" TO WS-EDICAO-SW
002010     IF NOT MOV-BLOQUEIO AND NOT MOV-LIBERACAO
002011                         AND NOT MOV-APROVACAO
002012                         AND NOT MOV-RECUSA
002020         MOVE "N" TO WS-EDICAO-SW
002030         MOVE "ACAO-INV" TO WS-MOTIVO
002031         GO TO 2100-EDIT-MOVIMENTO-EXIT
002032     END-IF
002033     IF MOV-OPERADOR = SPACES
002034         MOVE "N" TO WS-EDICAO-SW
002035         MOVE "OPER-INV" TO WS-MOTIVO
002040         GO TO 2100-EDIT-MOVIMENTO-EXIT
002050     END-IF
002060     IF MOV-NUMERO NOT NUMERIC OR MOV-NUMERO = ZERO
002780     EXIT.
002790
002800******************************************************************
002810* 2500-PROCESS-MOVIMENTO - EDIT ONE MOVEMENT; APPLY IT, PARK IT
002820*                          FOR APPROVAL OR ACT ON THE PENDING
002821*                          RELEASE IT APPROVES OR REJECTS; PRINT
002822*                          THE REPORT LINE, THEN PRIME THE NEXT
002823*                          READ
002830******************************************************************
002840 2500-PROCESS-MOVIMENTO.
002850     MOVE SPACES TO WS-MOTIVO
002851     MOVE SPACES TO WS-APROVADOR
002860     MOVE SPACES TO DET-AVISO-ANTES
002870     MOVE SPACES TO DET-MOTIVO-ANTES
002880     PERFORM 2100-EDIT-MOVIMENTO THRU 2100-EDIT-MOVIMENTO-EXIT
002900         MOVE "REJEITADO" TO WS-SITUACAO
002910     ELSE
002920         EVALUATE TRUE
002921             WHEN MOV-APROVACAO
002922                 PERFORM 2820-APROVA-PENDENTE
002923                     THRU 2820-APROVA-PENDENTE-EXIT
002924             WHEN MOV-RECUSA
002925                 PERFORM 2830-RECUSA-PENDENTE
002926                     THRU 2830-RECUSA-PENDENTE-EXIT
002927             WHEN OTHER
002928                 PERFORM 2800-VERIFICA-SENSIVEL
002929                     THRU 2800-VERIFICA-SENSIVEL-EXIT
002930                 IF MOVIMENTO-SENSIVEL
002931                     PERFORM 2810-REGISTRA-PENDENTE
002932                         THRU 2810-REGISTRA-PENDENTE-EXIT
002933                 ELSE
002934                     PERFORM 2550-APLICA-MOVIMENTO
002935                         THRU 2550-APLICA-MOVIMENTO-EXIT
002936                 END-IF
002990         END-EVALUATE
003000     END-IF
003010     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
003020     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
003030 2500-PROCESS-MOVIMENTO-EXIT.
003031     EXIT.
003032
003033******************************************************************
003034* 2550-APLICA-MOVIMENTO - APPLY AN EDITED BLOCK OR RELEASE TO THE
003035*                         NEGATIVE FILE
003036******************************************************************
003037 2550-APLICA-MOVIMENTO.
003038     EVALUATE TRUE
003039         WHEN MOV-BLOQUEIO
003040             PERFORM 2200-APLICA-BLOQUEIO
003041                 THRU 2200-APLICA-BLOQUEIO-EXIT
003042         WHEN MOV-LIBERACAO
003043             PERFORM 2300-APLICA-LIBERACAO
003044                 THRU 2300-APLICA-LIBERACAO-EXIT
003045     END-EVALUATE.
003046 2550-APLICA-MOVIMENTO-EXIT.
003047     EXIT.
003050
003060******************************************************************
003070* 2600-FORMATA-ANTES - EDIT THE NEGATIVE-FILE RECORD AS READ
003150     EXIT.
003160
003170******************************************************************
003180* 2700-GRAVA-DETALHE - PRINT THE MOVEMENT'S REPORT LINE, WITH ITS
003190*                      MAKER AND CHECKER, AND ROLL THE COUNTERS
003191******************************************************************
003192 2700-GRAVA-DETALHE.
003193     MOVE MOV-ACAO       TO DET-ACAO
003194     MOVE MOV-NUMERO     TO WS-PAN-CLARO
003195     PERFORM 2910-MASCARA-PAN THRU 2910-MASCARA-PAN-EXIT
003196     MOVE WS-PAN-MASCARADO TO DET-NUMERO
003197     MOVE MOV-DATA-AVISO TO DET-AVISO-MOVTO
003198     MOVE MOV-MOTIVO     TO DET-MOTIVO-MOVTO
003199     MOVE WS-SITUACAO    TO DET-SITUACAO
003200     MOVE WS-MOTIVO      TO DET-MOTIVO
003201     MOVE MOV-OPERADOR   TO DET-OPERADOR
003202     MOVE WS-APROVADOR   TO DET-APROVADOR
003203     WRITE RELATORIO-LINHA FROM REL-DETALHE
003204     EVALUATE WS-SITUACAO
003205         WHEN "APLICADO"
003206             ADD 1 TO WS-TOTAL-APLICADOS
003207         WHEN "PENDENTE"
003208             ADD 1 TO WS-TOTAL-PENDENTES
003209         WHEN "CANCELADO"
003210             ADD 1 TO WS-TOTAL-CANCELADOS
003211         WHEN OTHER
003212             ADD 1 TO WS-TOTAL-REJEITADOS
003213     END-EVALUATE.
003214 2700-GRAVA-DETALHE-EXIT.
003215     EXIT.
003216
003217******************************************************************
003218* 2800-VERIFICA-SENSIVEL - DECIDE WHETHER THE MOVEMENT NEEDS A
003219*                          SECOND OPERATOR: A RELEASE OF A CARD ON
003220*                          THE NEGATIVE FILE. A RELEASE OF A CARD
003221*                          NOT ON THE FILE IS LEFT TO THE APPLY
003222*                          PARAGRAPH TO REJECT.
003223******************************************************************
003224 2800-VERIFICA-SENSIVEL.
003225     MOVE "N" TO WS-SENSIVEL-SW
003226     IF NOT MOV-LIBERACAO
003227         GO TO 2800-VERIFICA-SENSIVEL-EXIT
003228     END-IF
003229     MOVE MOV-NUMERO TO HOT-NUMERO
003230     READ CARTAO-HOTCARD
003231         INVALID KEY
003232             GO TO 2800-VERIFICA-SENSIVEL-EXIT
003233     END-READ
003234     MOVE "S" TO WS-SENSIVEL-SW
003235     MOVE "LIBERACAO" TO WS-MOTIVO.
003236 2800-VERIFICA-SENSIVEL-EXIT.
003237     EXIT.
003238
003239******************************************************************
003240* 2810-REGISTRA-PENDENTE - PARK THE RELEASE ON THE
003241*                          PENDING-APPROVAL FILE UNDER THE CARD,
003242*                          WITH ITS OPERATOR, AND LOG IT. THE
003243*                          REPORT LINE CARRIES THE NOTICE THE
003244*                          CARD IS BLOCKED UNDER.
003245******************************************************************
003246 2810-REGISTRA-PENDENTE.
003247     MOVE "HOTMANUT"        TO APV-PROGRAMA
003248     MOVE MOV-NUMERO        TO APV-REFERENCIA
003249     MOVE MOV-ACAO          TO APV-ACAO
003250     MOVE MOV-OPERADOR      TO APV-OPERADOR
003251     MOVE WS-DATA-RELATORIO TO APV-DATA-REGISTRO
003252     ACCEPT WS-HORA FROM TIME
003253     MOVE WS-HORA           TO APV-HORA-REGISTRO
003254     MOVE MOVIMENTO-REGISTRO TO APV-MOVIMENTO
003255     WRITE APROVACAO-REGISTRO
003256         INVALID KEY
003257             MOVE "REJEITADO" TO WS-SITUACAO
003258             MOVE "JA-PENDENT" TO WS-MOTIVO
003259             GO TO 2810-REGISTRA-PENDENTE-EXIT
003260     END-WRITE
003261     PERFORM 2600-FORMATA-ANTES THRU 2600-FORMATA-ANTES-EXIT
003262     MOVE "PENDENTE" TO WS-SITUACAO
003263     MOVE "S" TO ALG-EVENTO
003264     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
003265 2810-REGISTRA-PENDENTE-EXIT.
003266     EXIT.
003267
003268******************************************************************
003269* 2820-APROVA-PENDENTE - APPROVE THE CARD'S PENDING RELEASE: THE
003270*                        PARKED RELEASE REPLACES THE APPROVAL AS
003271*                        THE CURRENT MOVEMENT AND IS APPLIED,
003272*                        WITH THE APPROVING OPERATOR AS CHECKER.
003273*                        AN APPROVAL BY THE OPERATOR WHO KEYED
003274*                        THE RELEASE IS REFUSED AND LOGGED, AND
003275*                        THE RELEASE STAYS PENDING.
003276******************************************************************
003277 2820-APROVA-PENDENTE.
003278     MOVE MOV-OPERADOR TO WS-APROVADOR
003279     MOVE "HOTMANUT"   TO APV-PROGRAMA
003280     MOVE MOV-NUMERO   TO APV-REFERENCIA
003281     READ CARTAO-APROVACAO
003282         INVALID KEY
003283             MOVE "REJEITADO" TO WS-SITUACAO
003284             MOVE "SEM-PENDEN" TO WS-MOTIVO
003285             GO TO 2820-APROVA-PENDENTE-EXIT
003286     END-READ
003287     MOVE APV-MOVIMENTO TO MOVIMENTO-REGISTRO
003288     IF APV-OPERADOR = WS-APROVADOR
003289         MOVE "REJEITADO" TO WS-SITUACAO
003290         MOVE "AUTO-APROV" TO WS-MOTIVO
003291         MOVE "X" TO ALG-EVENTO
003292         PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT
003293         GO TO 2820-APROVA-PENDENTE-EXIT
003294     END-IF
003295     PERFORM 2550-APLICA-MOVIMENTO THRU 2550-APLICA-MOVIMENTO-EXIT
003296     DELETE CARTAO-APROVACAO RECORD
003297     MOVE "A" TO ALG-EVENTO
003298     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
003299 2820-APROVA-PENDENTE-EXIT.
003300     EXIT.
003301
003302******************************************************************
003303* 2830-RECUSA-PENDENTE - REJECT THE CARD'S PENDING RELEASE: IT IS
003304*                        DROPPED FROM THE PENDING-APPROVAL FILE
003305*                        UNAPPLIED AND LOGGED, AND THE CARD STAYS
003306*                        BLOCKED. ANY OPERATOR MAY REJECT,
003307*                        INCLUDING THE ONE WHO KEYED THE RELEASE
003308*                        (A WITHDRAWAL).
003309******************************************************************
003310 2830-RECUSA-PENDENTE.
003311     MOVE MOV-OPERADOR TO WS-APROVADOR
003312     MOVE "HOTMANUT"   TO APV-PROGRAMA
003313     MOVE MOV-NUMERO   TO APV-REFERENCIA
003314     READ CARTAO-APROVACAO
003315         INVALID KEY
003316             MOVE "REJEITADO" TO WS-SITUACAO
003317             MOVE "SEM-PENDEN" TO WS-MOTIVO
003318             GO TO 2830-RECUSA-PENDENTE-EXIT
003319     END-READ
003320     MOVE APV-MOVIMENTO TO MOVIMENTO-REGISTRO
003321     DELETE CARTAO-APROVACAO RECORD
003322     MOVE "CANCELADO" TO WS-SITUACAO
003323     MOVE "RECUSADO" TO WS-MOTIVO
003324     MOVE "R" TO ALG-EVENTO
003325     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
003326 2830-RECUSA-PENDENTE-EXIT.
003327     EXIT.
003328
003329******************************************************************
003330* 2840-GRAVA-LOG - WRITE THE DUAL-CONTROL LOG LINE FOR THE EVENT
003331*                  IN ALG-EVENTO, WITH THE MOVEMENT'S MAKER AND
003332*                  CHECKER AND ITS OUTCOME
003333******************************************************************
003334 2840-GRAVA-LOG.
003335     MOVE WS-DATA-RELATORIO TO ALG-DATA
003336     ACCEPT WS-HORA FROM TIME
003337     MOVE WS-HORA           TO ALG-HORA
003338     MOVE "HOTMANUT"        TO ALG-PROGRAMA
003339     MOVE MOV-NUMERO        TO ALG-REFERENCIA
003340     MOVE MOV-ACAO          TO ALG-ACAO
003341     MOVE MOV-OPERADOR      TO ALG-OPERADOR
003342     MOVE WS-APROVADOR      TO ALG-APROVADOR
003343     MOVE WS-SITUACAO       TO ALG-SITUACAO
003344     MOVE WS-MOTIVO         TO ALG-MOTIVO
003345     WRITE APROVLOG-REGISTRO.
003346 2840-GRAVA-LOG-EXIT.
003350     EXIT.
003351
003352******************************************************************
003410     CLOSE HOTCARD-MOVIMENTO
003420     CLOSE CARTAO-HOTCARD
003430     CLOSE HOTCARD-RELATORIO
003431     CLOSE CARTAO-APROVACAO
003432     CLOSE APROVACAO-LOG
003440     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
003450 3000-FINALIZE-EXIT.
003460     EXIT.
003560     DISPLAY "TOTAL REJEITADOS...: " WS-TOTAL-REJEITADOS.
003570     DISPLAY "TOTAL BLOQUEIOS....: " WS-TOTAL-BLOQUEIOS.
003580     DISPLAY "TOTAL LIBERACOES...: " WS-TOTAL-LIBERACOES.
003581     DISPLAY "TOTAL PENDENTES....: " WS-TOTAL-PENDENTES.
003582     DISPLAY "TOTAL CANCELADOS...: " WS-TOTAL-CANCELADOS.
003590     DISPLAY "-----------------------------------------".
003600 3100-PRINT-TOTALS-EXIT.
003610     EXIT.
