000230*        "I" - INCLUSAO  (ADD A NEW MERCHANT RECORD)
000240*        "A" - ALTERACAO (CHANGE NAME, BANK DETAILS AND RATE)
000250*        "E" - EXCLUSAO  (DELETE THE RECORD)
000251*        "P" - APROVACAO (APPROVE THE MERCHANT'S PENDING MOVEMENT)
000252*        "R" - RECUSA    (REJECT THE MERCHANT'S PENDING MOVEMENT)
000253*
000254*    DUAL CONTROL: EVERY MOVEMENT CARRIES THE OPERATOR WHO KEYED
000255*    IT (MOV-OPERADOR; BLANK IS REJECTED OPER-INV). AN ALTERACAO
000256*    THAT CHANGES THE BANK SETTLEMENT DETAILS (EST-BANCO,
000257*    EST-AGENCIA, EST-CONTA) OR THE DISCOUNT-FEE RATE IS NOT
000258*    APPLIED BUT PARKED ON THE PENDING-APPROVAL FILE APROVPEN.DAT
000259*    (APRVREG) AND LISTED PENDENTE (MOTIVO BANCO OR TAXA) WITH
000260*    THE PROPOSED RATE IN THE AFTER COLUMN. AN INCLUSAO, WHICH
000261*    ALWAYS SETS UP THE MERCHANT'S BANK DETAILS AND RATE, IS
000262*    PARKED THE SAME WAY (MOTIVO INCLUSAO) UNLESS THE CODE IS
000263*    ALREADY ON THE MASTER, WHEN IT IS REJECTED AT ONCE. A
000264*    CHANGE OF NAME ALONE AND AN EXCLUSAO APPLY AT ONCE. A LATER
000265*    "P" MOVEMENT FOR THE MERCHANT BY A DIFFERENT OPERATOR
000266*    APPLIES IT AS KEYED; A "P" BY THE OPERATOR WHO KEYED IT IS
000267*    REFUSED (AUTO-APROV) AND THE MOVEMENT STAYS PENDING. AN "R"
000268*    MOVEMENT BY ANY OPERATOR DISCARDS IT (CANCELADO). A MERCHANT
000269*    HAS AT MOST ONE MOVEMENT PENDING (JA-PENDENT). EVERY
000270*    SUBMISSION, APPROVAL, REJECTION AND SELF-APPROVAL ATTEMPT IS
000271*    LOGGED ON APROVLOG.TXT (APLGREG), AND THE REPORT SHOWS THE
000272*    OPERATOR (MAKER) AND THE APPROVER (CHECKER) OF EVERY LINE.
000273*
000274*    MODIFICATION HISTORY
000280*    DATE        BY   DESCRIPTION
000290*    ----------  ---  -----------------------------------------
000300*    2026-09-02  JCM  ORIGINAL VERSION.
000301*    2026-10-15  JCM  DUAL CONTROL: THE OPERATOR IS CARRIED ON
000302*                     EVERY MOVEMENT; A BANK-DETAIL OR FEE-RATE
000303*                     CHANGE IS HELD ON APROVPEN.DAT UNTIL A
000304*                     SECOND OPERATOR APPROVES ("P") OR REJECTS
000305*                     ("R") IT; EVENTS ARE LOGGED ON APROVLOG.TXT;
000306*                     MAKER AND CHECKER ON THE REPORT (NOW 120
000307*                     COLUMNS).
000308*    2026-10-15  JCM  AN INCLUSAO OF A NEW MERCHANT IS NOW HELD
000309*                     FOR A SECOND OPERATOR AS WELL (MOTIVO
000310*                     INCLUSAO).
000311******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000430
000440     SELECT ESTAB-RELATORIO ASSIGN TO "ESTRELAT.TXT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000451
000452     SELECT CARTAO-APROVACAO ASSIGN TO "APROVPEN.DAT"
000453         ORGANIZATION IS INDEXED
000454         ACCESS IS RANDOM
000455         RECORD KEY IS APV-CHAVE
000456         FILE STATUS IS WS-APV-STATUS.
000457
000458     SELECT OPTIONAL APROVACAO-LOG ASSIGN TO "APROVLOG.TXT"
000459         ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ESTAB-MOVIMENTO.
000510         88  MOV-INCLUSAO          VALUE "I".
000520         88  MOV-ALTERACAO         VALUE "A".
000530         88  MOV-EXCLUSAO          VALUE "E".
000531         88  MOV-APROVACAO         VALUE "P".
000532         88  MOV-RECUSA            VALUE "R".
000540     05  MOV-CODIGO            PIC 9(08).
000550     05  MOV-NOME              PIC X(30).
000560     05  MOV-BANCO             PIC 9(03).
000570     05  MOV-AGENCIA           PIC 9(05).
000580     05  MOV-CONTA             PIC 9(10).
000590     05  MOV-TAXA              PIC 9(02)V99.
000591     05  MOV-OPERADOR          PIC X(08).
000600
000610 FD  CARTAO-ESTABELEC.
000620 01  ESTAB-REGISTRO.
000630     COPY ESTREG.
000640
000650 FD  ESTAB-RELATORIO.
000660 01  RELATORIO-LINHA           PIC X(120).
000661
000662 FD  CARTAO-APROVACAO.
000663 01  APROVACAO-REGISTRO.
000664     COPY APRVREG.
000665
000666 FD  APROVACAO-LOG.
000667 01  APROVLOG-REGISTRO.
000668     COPY APLGREG.
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-SWITCHES.
000710         88  FIM-DO-ARQUIVO        VALUE "S".
000720     05  WS-EDICAO-SW          PIC X(01) VALUE "S".
000730         88  MOVIMENTO-VALIDO      VALUE "S".
000731     05  WS-SENSIVEL-SW        PIC X(01) VALUE "N".
000732         88  MOVIMENTO-SENSIVEL    VALUE "S".
000740
000750 01  WS-CAMPOS.
000760     05  WS-EST-STATUS         PIC X(02) VALUE SPACES.
000761     05  WS-APV-STATUS         PIC X(02) VALUE SPACES.
000770     05  WS-SITUACAO           PIC X(09).
000780     05  WS-MOTIVO             PIC X(10).
000790     05  WS-DATA-RELATORIO     PIC 9(08).
000800     05  WS-TAXA-EDITADA       PIC Z9.99.
000801     05  WS-APROVADOR          PIC X(08) VALUE SPACES.
000802     05  WS-HORA               PIC 9(08) VALUE ZERO.
000810
000820 01  WS-CONTADORES.
000830     05  WS-TOTAL-LIDOS        PIC 9(07) VALUE ZERO.
000840     05  WS-TOTAL-APLICADOS    PIC 9(07) VALUE ZERO.
000850     05  WS-TOTAL-REJEITADOS   PIC 9(07) VALUE ZERO.
000851     05  WS-TOTAL-PENDENTES    PIC 9(07) VALUE ZERO.
000852     05  WS-TOTAL-CANCELADOS   PIC 9(07) VALUE ZERO.
000860
000870 01  REL-CABECALHO-1.
000880     05  FILLER                PIC X(44) VALUE
000970         "                     TAXA".
000980     05  FILLER                PIC X(25) VALUE
000990         "-ANTES TAXA-DEPOIS SITUAC".
001000     05  FILLER                PIC X(15) VALUE
001010         "AO  MOTIVO     ".
001011     05  FILLER                PIC X(30) VALUE
001012         "OPERADOR  APROVADOR           ".
001020
001030 01  REL-DETALHE.
001040     05  DET-ACAO              PIC X(01).
001140     05  DET-SITUACAO          PIC X(09).
001150     05  FILLER                PIC X(01) VALUE SPACES.
001160     05  DET-MOTIVO            PIC X(10).
001170     05  FILLER                PIC X(01) VALUE SPACES.
001171     05  DET-OPERADOR          PIC X(08).
001172     05  FILLER                PIC X(02) VALUE SPACES.
001173     05  DET-APROVADOR         PIC X(08).
001174     05  FILLER                PIC X(12) VALUE SPACES.
001180
001190 PROCEDURE DIVISION.
001200******************************************************************
001480         MOVE 16 TO RETURN-CODE
001490         STOP RUN
001500     END-IF
001501     PERFORM 1300-ABRE-APROVACAO THRU 1300-ABRE-APROVACAO-EXIT
001510     ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD
001520     MOVE WS-DATA-RELATORIO TO CAB-DATA
001530     WRITE RELATORIO-LINHA FROM REL-CABECALHO-1
001540     WRITE RELATORIO-LINHA FROM REL-CABECALHO-2
001550     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
001560 1000-INITIALIZE-EXIT.
001561     EXIT.
001562
001563******************************************************************
001564* 1300-ABRE-APROVACAO - OPEN THE PENDING-APPROVAL FILE, CREATING
001565*                       IT ON THE VERY FIRST RUN, AND THE
001566*                       DUAL-CONTROL LOG
001567******************************************************************
001568 1300-ABRE-APROVACAO.
001569     OPEN I-O CARTAO-APROVACAO
001570     IF WS-APV-STATUS = "35"
001571         OPEN OUTPUT CARTAO-APROVACAO
001572         CLOSE CARTAO-APROVACAO
001573         OPEN I-O CARTAO-APROVACAO
001574     END-IF
001575     IF WS-APV-STATUS NOT = "00"
001576         DISPLAY "ESTAB-MANUT - CARTAO-APROVACAO OPEN FAILED, "
001577             "STATUS " WS-APV-STATUS
001578         MOVE 16 TO RETURN-CODE
001579         STOP RUN
001580     END-IF
001581     OPEN EXTEND APROVACAO-LOG.
001582 1300-ABRE-APROVACAO-EXIT.
001583     EXIT.
001584
001590******************************************************************
001600* 2000-READ-MOVIMENTO - READ THE NEXT MAINTENANCE MOVEMENT
001610******************************************************************
001780     MOVE "S" TO WS-EDICAO-SW
001790     IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
001800                         AND NOT MOV-EXCLUSAO
001801                         AND NOT MOV-APROVACAO
001802                         AND NOT MOV-RECUSA
001810         MOVE "N" TO WS-EDICAO-SW
001820         MOVE "ACAO-INV" TO WS-MOTIVO
001821         GO TO 2100-EDIT-MOVIMENTO-EXIT
001822     END-IF
001823     IF MOV-OPERADOR = SPACES
001824         MOVE "N" TO WS-EDICAO-SW
001825         MOVE "OPER-INV" TO WS-MOTIVO
001830         GO TO 2100-EDIT-MOVIMENTO-EXIT
001840     END-IF
001850     IF MOV-CODIGO NOT NUMERIC OR MOV-CODIGO = ZERO
002780     EXIT.
002790
002800******************************************************************
002810* 2500-PROCESS-MOVIMENTO - EDIT ONE MOVEMENT; APPLY IT, PARK IT
002820*                          FOR APPROVAL OR ACT ON THE PENDING
002821*                          MOVEMENT IT APPROVES OR REJECTS; PRINT
002822*                          THE REPORT LINE, THEN PRIME THE NEXT
002823*                          READ
002830******************************************************************
002840 2500-PROCESS-MOVIMENTO.
002850     MOVE SPACES TO WS-MOTIVO
002851     MOVE SPACES TO WS-APROVADOR
002860     MOVE SPACES TO DET-TAXA-ANTES
002870     MOVE SPACES TO DET-TAXA-DEPOIS
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
003020         END-EVALUATE
003030     END-IF
003040     PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
003050     PERFORM 2000-READ-MOVIMENTO THRU 2000-READ-MOVIMENTO-EXIT.
003060 2500-PROCESS-MOVIMENTO-EXIT.
003061     EXIT.
003062
003063******************************************************************
003064* 2550-APLICA-MOVIMENTO - APPLY AN EDITED INCLUSAO, ALTERACAO OR
003065*                         EXCLUSAO TO THE MASTER
003066******************************************************************
003067 2550-APLICA-MOVIMENTO.
003068     EVALUATE TRUE
003069         WHEN MOV-INCLUSAO
003070             PERFORM 2200-APLICA-INCLUSAO
003071                 THRU 2200-APLICA-INCLUSAO-EXIT
003072         WHEN MOV-ALTERACAO
003073             PERFORM 2300-APLICA-ALTERACAO
003074                 THRU 2300-APLICA-ALTERACAO-EXIT
003075         WHEN MOV-EXCLUSAO
003076             PERFORM 2400-APLICA-EXCLUSAO
003077                 THRU 2400-APLICA-EXCLUSAO-EXIT
003078     END-EVALUATE.
003079 2550-APLICA-MOVIMENTO-EXIT.
003080     EXIT.
003081
003090******************************************************************
003100* 2600-FORMATA-ANTES - EDIT THE MASTER RECORD AS READ INTO THE
003110*                      BEFORE-IMAGE COLUMN OF THE REPORT LINE
003270     EXIT.
003280
003290******************************************************************
003300* 2700-GRAVA-DETALHE - PRINT THE MOVEMENT'S REPORT LINE, WITH ITS
003310*                      MAKER AND CHECKER, AND ROLL THE COUNTERS
003320******************************************************************
003330 2700-GRAVA-DETALHE.
003340     MOVE MOV-ACAO    TO DET-ACAO
003360     MOVE MOV-NOME    TO DET-NOME
003370     MOVE WS-SITUACAO TO DET-SITUACAO
003380     MOVE WS-MOTIVO   TO DET-MOTIVO
003381     MOVE MOV-OPERADOR TO DET-OPERADOR
003382     MOVE WS-APROVADOR TO DET-APROVADOR
003383     WRITE RELATORIO-LINHA FROM REL-DETALHE
003384     EVALUATE WS-SITUACAO
003385         WHEN "APLICADO"
003386             ADD 1 TO WS-TOTAL-APLICADOS
003387         WHEN "PENDENTE"
003388             ADD 1 TO WS-TOTAL-PENDENTES
003389         WHEN "CANCELADO"
003390             ADD 1 TO WS-TOTAL-CANCELADOS
003391         WHEN OTHER
003392             ADD 1 TO WS-TOTAL-REJEITADOS
003393     END-EVALUATE.
003394 2700-GRAVA-DETALHE-EXIT.
003395     EXIT.
003396
003397******************************************************************
003398* 2800-VERIFICA-SENSIVEL - DECIDE WHETHER THE MOVEMENT NEEDS A
003399*                          SECOND OPERATOR: AN INCLUSAO OF A NEW
003400*                          MERCHANT, WHOSE BANK DETAILS AND RATE
003401*                          ARE ALL NEW (MOTIVO INCLUSAO), OR AN
003402*                          ALTERACAO THAT CHANGES THE BANK
003403*                          SETTLEMENT DETAILS (MOTIVO BANCO) OR
003404*                          THE DISCOUNT-FEE RATE (MOTIVO TAXA).
003405*                          AN INCLUSAO OF A CODE ALREADY ON THE
003406*                          MASTER AND A CHANGE FOR A MERCHANT NOT
003407*                          ON IT ARE LEFT TO THE APPLY PARAGRAPHS
003408*                          TO REJECT.
003409******************************************************************
003410 2800-VERIFICA-SENSIVEL.
003411     MOVE "N" TO WS-SENSIVEL-SW
003412     IF MOV-INCLUSAO
003413         MOVE MOV-CODIGO TO EST-CODIGO
003414         READ CARTAO-ESTABELEC
003415             INVALID KEY
003416                 MOVE "S" TO WS-SENSIVEL-SW
003417                 MOVE "INCLUSAO" TO WS-MOTIVO
003418         END-READ
003419         GO TO 2800-VERIFICA-SENSIVEL-EXIT
003420     END-IF
003421     IF NOT MOV-ALTERACAO
003422         GO TO 2800-VERIFICA-SENSIVEL-EXIT
003423     END-IF
003424     MOVE MOV-CODIGO TO EST-CODIGO
003425     READ CARTAO-ESTABELEC
003426         INVALID KEY
003427             GO TO 2800-VERIFICA-SENSIVEL-EXIT
003428     END-READ
003429     IF MOV-BANCO NOT = EST-BANCO
003430        OR MOV-AGENCIA NOT = EST-AGENCIA
003431        OR MOV-CONTA NOT = EST-CONTA
003432         MOVE "S" TO WS-SENSIVEL-SW
003433         MOVE "BANCO" TO WS-MOTIVO
003434         GO TO 2800-VERIFICA-SENSIVEL-EXIT
003435     END-IF
003436     IF MOV-TAXA NOT = EST-TAXA-DESCONTO
003437         MOVE "S" TO WS-SENSIVEL-SW
003438         MOVE "TAXA" TO WS-MOTIVO
003440     END-IF.
003441 2800-VERIFICA-SENSIVEL-EXIT.
003442     EXIT.
003443
003444******************************************************************
003445* 2810-REGISTRA-PENDENTE - PARK THE SENSITIVE MOVEMENT ON THE
003446*                          PENDING-APPROVAL FILE UNDER THE
003447*                          MERCHANT, WITH ITS OPERATOR, AND LOG
003448*                          IT. THE REPORT LINE CARRIES THE RATE AS
003449*                          IT STANDS (NONE FOR AN INCLUSAO) AND
003450*                          THE PROPOSED RATE.
003451******************************************************************
003452 2810-REGISTRA-PENDENTE.
003453     MOVE "ESTMANUT"        TO APV-PROGRAMA
003454     MOVE MOV-CODIGO        TO APV-REFERENCIA
003455     MOVE MOV-ACAO          TO APV-ACAO
003456     MOVE MOV-OPERADOR      TO APV-OPERADOR
003457     MOVE WS-DATA-RELATORIO TO APV-DATA-REGISTRO
003458     ACCEPT WS-HORA FROM TIME
003459     MOVE WS-HORA           TO APV-HORA-REGISTRO
003460     MOVE MOVIMENTO-REGISTRO TO APV-MOVIMENTO
003461     WRITE APROVACAO-REGISTRO
003462         INVALID KEY
003463             MOVE "REJEITADO" TO WS-SITUACAO
003464             MOVE "JA-PENDENT" TO WS-MOTIVO
003465             GO TO 2810-REGISTRA-PENDENTE-EXIT
003466     END-WRITE
003467     IF NOT MOV-INCLUSAO
003468         PERFORM 2600-FORMATA-ANTES THRU 2600-FORMATA-ANTES-EXIT
003469     END-IF
003470     MOVE MOV-TAXA TO WS-TAXA-EDITADA
003471     MOVE WS-TAXA-EDITADA TO DET-TAXA-DEPOIS
003472     MOVE "PENDENTE" TO WS-SITUACAO
003473     MOVE "S" TO ALG-EVENTO
003474     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
003475 2810-REGISTRA-PENDENTE-EXIT.
003476     EXIT.
003477
003478******************************************************************
003479* 2820-APROVA-PENDENTE - APPROVE THE MERCHANT'S PENDING MOVEMENT:
003480*                        THE PARKED MOVEMENT REPLACES THE
003481*                        APPROVAL AS THE CURRENT MOVEMENT AND IS
003482*                        APPLIED AS KEYED, WITH THE APPROVING
003483*                        OPERATOR AS CHECKER. AN APPROVAL BY THE
003484*                        OPERATOR WHO KEYED IT IS REFUSED AND
003485*                        LOGGED, AND THE MOVEMENT STAYS PENDING.
003486******************************************************************
003487 2820-APROVA-PENDENTE.
003488     MOVE MOV-OPERADOR TO WS-APROVADOR
003489     MOVE "ESTMANUT"   TO APV-PROGRAMA
003490     MOVE MOV-CODIGO   TO APV-REFERENCIA
003491     READ CARTAO-APROVACAO
003492         INVALID KEY
003493             MOVE "REJEITADO" TO WS-SITUACAO
003494             MOVE "SEM-PENDEN" TO WS-MOTIVO
003495             GO TO 2820-APROVA-PENDENTE-EXIT
003496     END-READ
003497     MOVE APV-MOVIMENTO TO MOVIMENTO-REGISTRO
003498     IF APV-OPERADOR = WS-APROVADOR
003499         MOVE "REJEITADO" TO WS-SITUACAO
003500         MOVE "AUTO-APROV" TO WS-MOTIVO
003501         MOVE "X" TO ALG-EVENTO
003502         PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT
003503         GO TO 2820-APROVA-PENDENTE-EXIT
003504     END-IF
003505     PERFORM 2550-APLICA-MOVIMENTO THRU 2550-APLICA-MOVIMENTO-EXIT
003506     DELETE CARTAO-APROVACAO RECORD
003507     MOVE "A" TO ALG-EVENTO
003508     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
003509 2820-APROVA-PENDENTE-EXIT.
003510     EXIT.
003511
003512******************************************************************
003513* 2830-RECUSA-PENDENTE - REJECT THE MERCHANT'S PENDING MOVEMENT:
003514*                        IT IS DROPPED FROM THE PENDING-APPROVAL
003515*                        FILE UNAPPLIED AND LOGGED. ANY OPERATOR
003516*                        MAY REJECT, INCLUDING THE ONE WHO KEYED
003517*                        IT (A WITHDRAWAL).
003518******************************************************************
003519 2830-RECUSA-PENDENTE.
003520     MOVE MOV-OPERADOR TO WS-APROVADOR
003521     MOVE "ESTMANUT"   TO APV-PROGRAMA
003522     MOVE MOV-CODIGO   TO APV-REFERENCIA
003523     READ CARTAO-APROVACAO
003524         INVALID KEY
003525             MOVE "REJEITADO" TO WS-SITUACAO
003526             MOVE "SEM-PENDEN" TO WS-MOTIVO
003527             GO TO 2830-RECUSA-PENDENTE-EXIT
003528     END-READ
003529     MOVE APV-MOVIMENTO TO MOVIMENTO-REGISTRO
003530     DELETE CARTAO-APROVACAO RECORD
003531     MOVE "CANCELADO" TO WS-SITUACAO
003532     MOVE "RECUSADO" TO WS-MOTIVO
003533     MOVE "R" TO ALG-EVENTO
003534     PERFORM 2840-GRAVA-LOG THRU 2840-GRAVA-LOG-EXIT.
003535 2830-RECUSA-PENDENTE-EXIT.
003536     EXIT.
003537
003538******************************************************************
003539* 2840-GRAVA-LOG - WRITE THE DUAL-CONTROL LOG LINE FOR THE EVENT
003540*                  IN ALG-EVENTO, WITH THE MOVEMENT'S MAKER AND
003541*                  CHECKER AND ITS OUTCOME
003542******************************************************************
003543 2840-GRAVA-LOG.
003544     MOVE WS-DATA-RELATORIO TO ALG-DATA
003545     ACCEPT WS-HORA FROM TIME
003546     MOVE WS-HORA           TO ALG-HORA
003547     MOVE "ESTMANUT"        TO ALG-PROGRAMA
003548     MOVE MOV-CODIGO        TO ALG-REFERENCIA
003549     MOVE MOV-ACAO          TO ALG-ACAO
003550     MOVE MOV-OPERADOR      TO ALG-OPERADOR
003551     MOVE WS-APROVADOR      TO ALG-APROVADOR
003552     MOVE WS-SITUACAO       TO ALG-SITUACAO
003553     MOVE WS-MOTIVO         TO ALG-MOTIVO
003554     WRITE APROVLOG-REGISTRO.
003555 2840-GRAVA-LOG-EXIT.
003556     EXIT.
003557
003558******************************************************************
003559* 3000-FINALIZE - CLOSE FILES AND PRINT THE CONTROL TOTALS
003560******************************************************************
003561 3000-FINALIZE.
003562     CLOSE ESTAB-MOVIMENTO
003563     CLOSE CARTAO-ESTABELEC
003564     CLOSE ESTAB-RELATORIO
003565     CLOSE CARTAO-APROVACAO
003566     CLOSE APROVACAO-LOG
003567     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT.
003568 3000-FINALIZE-EXIT.
003570     EXIT.
003580
003590******************************************************************
003650     DISPLAY "TOTAL LIDOS........: " WS-TOTAL-LIDOS.
003660     DISPLAY "TOTAL APLICADOS....: " WS-TOTAL-APLICADOS.
003670     DISPLAY "TOTAL REJEITADOS...: " WS-TOTAL-REJEITADOS.
003671     DISPLAY "TOTAL PENDENTES....: " WS-TOTAL-PENDENTES.
003672     DISPLAY "TOTAL CANCELADOS...: " WS-TOTAL-CANCELADOS.
003680     DISPLAY "-----------------------------------------".
003690 3100-PRINT-TOTALS-EXIT.
003700     EXIT.
