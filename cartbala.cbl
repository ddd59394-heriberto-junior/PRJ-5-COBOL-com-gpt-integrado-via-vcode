000280*                        YYYYMMDD - THE PARM-DATA-MOVTO THE
000290*                        DAY'S CARTAO-BATCH POSTED UNDER.
000300*
000301*    THE PROOF REGISTERS ITSELF ON RUNCTL.DAT UNDER CODE CARTBALA
000302*    AND THE BUSINESS DATE: "I" AT START, THEN "C" WHEN THE DAY
000303*    BALANCED OR "D" (DIVERGENTE) WHEN IT DID NOT, SO THE JOB-
000304*    STREAM PREREQUISITES (CARTAO-PREREQ) OF THE STEPS THAT MUST
000305*    WAIT FOR A BALANCED DAY HOLD UNTIL A RERUN PROVES IT. THE
000306*    PROOF READS AND NEVER POSTS, SO A RERUN IS ALWAYS ALLOWED.
000307*
000310*    LIQUIDACAO, JOURNAL AND HISTORY RECORDS OF OTHER DATES ARE
000320*    IGNORED; JOURNAL ENTRIES OF THE BILLING STREAM (TYPES "J"
000330*    AND "P") ARE EXCLUDED, AS THEY POST UNDER THEIR OWN RUN
000340*    DATES AND NEVER REACH THE DAILY OUTPUT FILES. SO ARE THE
000341*    DISPUTE CLOSING POSTINGS OF CARTAO-DISPUTA (JOURNAL AND
000342*    HISTORY TYPES "G" AND "V"), WHICH POST UNDER THE BUSINESS
000343*    DATE BUT NEVER REACH APROVADOS.TXT OR LIQUIDACAO.TXT, THE
000344*    REFUNDS OF UNUSED CREDIT BALANCES BY CARTAO-REEMBOLSO (TYPE
000345*    "D"), THE FEES OF CARTAO-TARIFA (TYPES "A", "T", "M" AND "E")
000346*    AND THE BALANCE TRANSFERS OF THE CARD REISSUE RUN
000347*    CARTAO-RENOVA (JOURNAL TYPE "R", NO HISTORY). THE REVERSING
000348*    RECORDS CARTAO-BACKOUT APPENDS (JRN-ESTORNO) ARE NOT
000349*    APPROVALS AND ARE LEFT OUT AS WELL.
000350*
000360*    MODIFICATION HISTORY
000370*    DATE        BY   DESCRIPTION
000398*                     ACCUMULATED CARTAUTO TOTALS, SINCE ITS
000399*                     DECISIONS LAND IN THE SAME DAY'S OUTPUT
000400*                     FILES.
000401*    2026-10-05  JCM  THE DISPUTE CLOSING ("G", "V") AND CREDIT-
000402*                     BALANCE REFUND ("D") POSTINGS ARE LEFT OUT
000403*                     OF THE JOURNAL AND HISTORY FIGURES.
000404*    2026-10-15  JCM  THE FEE ("A", "T", "M", "E"), REISSUE ("R")
000405*                     AND BACKOUT (JRN-ESTORNO) POSTINGS ARE LEFT
000406*                     OUT OF THE JOURNAL AND HISTORY FIGURES; THE
000407*                     RUN IS REGISTERED ON RUNCTL.DAT ("C"/"D")
000408*                     AFTER THE CARTAO-PREREQ CHECKS.
000409******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
001150     05  WS-DATA-PEDIDA        PIC 9(08) VALUE ZERO.
001160     05  WS-VALOR-EDITADO      PIC Z(08)9.99.
001170     05  WS-QTD-EDITADA        PIC Z(06)9.
001171
001172 01  PRQ-AREA.
001173     COPY PREQREG.
001180
001181 01  WS-MASCARA-DADOS.
001182     05  WS-PAN-CLARO.
002330     END-IF
002340     MOVE BAL-DATA-MOVTO TO WS-DATA-PEDIDA
002350     CLOSE BALANCO-PARAMETRO
002351     PERFORM 1600-REGISTRA-INICIO THRU 1600-REGISTRA-INICIO-EXIT
002360     OPEN INPUT CARTAO-APROVADOS
002370     OPEN INPUT CARTAO-LIQUIDACAO
002380     OPEN INPUT CARTAO-JORNAL
003330        AND JRN-RUN-DATA = WS-DATA-PEDIDA
003340        AND JRN-TIPO-TRANS NOT = "J"
003350        AND JRN-TIPO-TRANS NOT = "P"
003351        AND JRN-TIPO-TRANS NOT = "G"
003352        AND JRN-TIPO-TRANS NOT = "V"
003353        AND JRN-TIPO-TRANS NOT = "D"
003354        AND JRN-TIPO-TRANS NOT = "A"
003355        AND JRN-TIPO-TRANS NOT = "T"
003356        AND JRN-TIPO-TRANS NOT = "M"
003357        AND JRN-TIPO-TRANS NOT = "E"
003358        AND JRN-TIPO-TRANS NOT = "R"
003359        AND NOT JRN-ESTORNO
003360         ADD 1 TO WS-QTD-JORNAL
003370         ADD JRN-VALOR TO WS-SOMA-JORNAL
003380         MOVE JRN-NUMERO TO WS-BAL-CHAVE
003660     IF NOT FIM-DO-HISTORICO
003670        AND HIST-DATA = WS-DATA-PEDIDA
003680        AND HIST-RESULTADO = "APROVADO"
003681        AND HIST-TIPO-TRANS NOT = "G"
003682        AND HIST-TIPO-TRANS NOT = "V"
003683        AND HIST-TIPO-TRANS NOT = "D"
003684        AND HIST-TIPO-TRANS NOT = "A"
003685        AND HIST-TIPO-TRANS NOT = "T"
003686        AND HIST-TIPO-TRANS NOT = "M"
003687        AND HIST-TIPO-TRANS NOT = "E"
003690         ADD 1 TO WS-QTD-HISTORICO
003700         ADD HIST-VALOR TO WS-SOMA-HISTORICO
003710         MOVE HIST-NUMERO TO WS-BAL-CHAVE
005390*                         CARTRESS RUN'S WHEN ONE RAN. A MISSING
005400*                         OR UNFINISHED BATCH RUN, OR TOTALS
005410*                         THAT DO NOT MATCH THE FILES, HOLD THE
005420*                         EXTRACT LIKE ANY OTHER IMBALANCE. THE
005421*                         REGISTRY IS ALREADY OPEN I-O FROM
005422*                         1600-REGISTRA-INICIO.
005430******************************************************************
005440 2700-CONFERE-REGISTRO.
005450     MOVE "N" TO WS-REG-SITUACAO-SW
005600     MOVE ZERO TO WS-REG-QTD
005610     MOVE ZERO TO WS-REG-SOMA
005620     MOVE "CARTBATC" TO RUN-PROGRAMA
006130                 MOVE "S" TO WS-DESBALANCO-SW
006140             END-IF
006150     END-READ
006170     IF NOT REGISTRO-CONFERIDO
006180         GO TO 2700-CONFERE-REGISTRO-EXIT
006190     END-IF
006320     EXIT.
006330
006340******************************************************************
006350* 3000-FINALIZE - CLOSE FILES, DISPLAY THE CONTROL TOTALS,
006360*                 CLOSE THE RUN ON THE REGISTRY AND SET THE
006361*                 RETURN CODE THE SCHEDULER TESTS
006370******************************************************************
006380 3000-FINALIZE.
006390     CLOSE CARTAO-APROVADOS
006420     CLOSE CARTAO-HISTORICO
006430     CLOSE BALANCO-RELATORIO
006440     PERFORM 3100-PRINT-TOTALS THRU 3100-PRINT-TOTALS-EXIT
006441     PERFORM 3300-REGISTRA-FIM THRU 3300-REGISTRA-FIM-EXIT
006450     IF FORA-DE-BALANCO
006460         MOVE 8 TO RETURN-CODE
006470     END-IF.
006710     DISPLAY "-----------------------------------------".
006720 3100-PRINT-TOTALS-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 1600-REGISTRA-INICIO - CHECK THE JOB-STREAM PREREQUISITES, THEN
006770*                        REGISTER THE PROOF ON THE SHARED RUN-
006780*                        CONTROL REGISTRY UNDER CODE CARTBALA AND
006790*                        THE BUSINESS DATE. THE PROOF POSTS
006800*                        NOTHING, SO A DATE ALREADY PROVEN IS
006810*                        SIMPLY PROVEN AGAIN; THE REGISTRY STAYS
006820*                        OPEN FOR 2700-CONFERE-REGISTRO.
006830******************************************************************
006840 1600-REGISTRA-INICIO.
006850     PERFORM 1620-VERIFICA-PREREQ
006860         THRU 1620-VERIFICA-PREREQ-EXIT
006870     OPEN I-O CARTAO-RUNCTL
006880     IF WS-RUN-STATUS = "35"
006890         OPEN OUTPUT CARTAO-RUNCTL
006900         CLOSE CARTAO-RUNCTL
006910         OPEN I-O CARTAO-RUNCTL
006920     END-IF
006930     IF WS-RUN-STATUS NOT = "00"
006940         DISPLAY "CARTAO-BALANCO - CARTAO-RUNCTL OPEN FAILED, "
006950             "STATUS " WS-RUN-STATUS
006960         MOVE 16 TO RETURN-CODE
006970         STOP RUN
006980     END-IF
006990     MOVE "CARTBALA" TO RUN-PROGRAMA
007000     MOVE WS-DATA-PEDIDA TO RUN-DATA-REF
007010     READ CARTAO-RUNCTL
007020         INVALID KEY
007030             PERFORM 1610-PREPARA-RUNCTL
007040                 THRU 1610-PREPARA-RUNCTL-EXIT
007050             WRITE RUNCTL-REGISTRO
007060         NOT INVALID KEY
007070             PERFORM 1610-PREPARA-RUNCTL
007080                 THRU 1610-PREPARA-RUNCTL-EXIT
007090             REWRITE RUNCTL-REGISTRO
007100     END-READ.
007110 1600-REGISTRA-INICIO-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150* 1610-PREPARA-RUNCTL - FILL THE REGISTRY RECORD FOR A RUN THAT
007160*                       IS STARTING
007170******************************************************************
007180 1610-PREPARA-RUNCTL.
007190     MOVE "CARTBALA" TO RUN-PROGRAMA
007200     MOVE WS-DATA-PEDIDA TO RUN-DATA-REF
007210     MOVE "I" TO RUN-SITUACAO
007220     MOVE SPACE TO RUN-MODO
007230     ACCEPT RUN-DATA-EXEC FROM DATE YYYYMMDD
007240     MOVE WS-DATA-PEDIDA TO RUN-DATA-MOVTO
007250     MOVE ZERO TO RUN-TOTAL-REGISTROS
007260     MOVE ZERO TO RUN-TOTAL-VALOR.
007270 1610-PREPARA-RUNCTL-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
007320*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
007330*                        THIS REFERENCE SHOW COMPLETED ON THE
007340*                        REGISTRY (CARTAO-PREREQ)
007350******************************************************************
007360 1620-VERIFICA-PREREQ.
007370     MOVE "CARTBALA" TO PRQ-PROGRAMA
007380     MOVE WS-DATA-PEDIDA TO PRQ-DATA-REF
007390     MOVE "S" TO PRQ-MENSAGENS
007400     CALL "CARTAO-PREREQ" USING PRQ-AREA
007410     IF PRQ-RETORNO NOT = ZERO
007420         DISPLAY "CARTAO-BALANCO - PRE-REQUISITOS PENDENTES PARA "
007430             WS-DATA-PEDIDA " - RUN NAO INICIADO"
007440         MOVE 16 TO RETURN-CODE
007450         STOP RUN
007460     END-IF.
007470 1620-VERIFICA-PREREQ-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510* 3300-REGISTRA-FIM - CLOSE THE PROOF ON THE REGISTRY: COMPLETED
007520*                     WHEN THE DAY BALANCED, DIVERGENTE WHEN IT
007530*                     DID NOT, WITH THE APPROVED COUNT AND
007540*                     AMOUNT ON FILE
007550******************************************************************
007560 3300-REGISTRA-FIM.
007570     MOVE "CARTBALA" TO RUN-PROGRAMA
007580     MOVE WS-DATA-PEDIDA TO RUN-DATA-REF
007590     READ CARTAO-RUNCTL
007600         INVALID KEY
007610             CONTINUE
007620         NOT INVALID KEY
007630             IF FORA-DE-BALANCO
007640                 MOVE "D" TO RUN-SITUACAO
007650             ELSE
007660                 MOVE "C" TO RUN-SITUACAO
007670             END-IF
007680             MOVE WS-QTD-APROVADOS  TO RUN-TOTAL-REGISTROS
007690             MOVE WS-SOMA-APROVADOS TO RUN-TOTAL-VALOR
007700             REWRITE RUNCTL-REGISTRO
007710     END-READ
007720     CLOSE CARTAO-RUNCTL.
007730 3300-REGISTRA-FIM-EXIT.
007740     EXIT.
