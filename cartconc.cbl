000362*                     LAST-FOUR (PCI); CONCOK/CONCPEND/CONCERR
000363*                     AND THE PENDING MASTER ARE MATCHING
000364*                     INTERFACES AND KEEP THE FULL NUMBER.
000365*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000366*                     THE JOB-STREAM PREREQUISITES TABLE
000367*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000368*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000369******************************************************************
000370 ENVIRONMENT DIVISION.
000371 INPUT-OUTPUT SECTION.
000372 FILE-CONTROL.
000380     SELECT CARTAO-LIQUIDACAO ASSIGN TO "LIQUIDACAO.TXT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400
001093     05  WS-TOTAL-ABERTOS      PIC 9(07) VALUE ZERO.
001094     05  WS-TOTAL-ESCALADOS    PIC 9(07) VALUE ZERO.
001095
001096 01  PRQ-AREA.
001097     COPY PREQREG.
001098
001110 01  WS-ENVIO-DADOS.
001120     05  WS-ENV-QTD            PIC 9(06) COMP VALUE ZERO.
001130     05  WS-ENV-SUB            PIC 9(06) COMP VALUE ZERO.
001400******************************************************************
001410 1000-INITIALIZE.
001411     PERFORM 1200-LE-PARAMETRO THRU 1200-LE-PARAMETRO-EXIT
001412     PERFORM 1620-VERIFICA-PREREQ
001413         THRU 1620-VERIFICA-PREREQ-EXIT
001414     PERFORM 1600-REGISTRA-INICIO
001415         THRU 1600-REGISTRA-INICIO-EXIT
001420     OPEN INPUT  CARTAO-LIQUIDACAO
001430     OPEN INPUT  CONCILIA-RETORNO
001440     OPEN OUTPUT CONCILIA-OK
003479     DISPLAY "-----------------------------------------".
003480 3100-PRINT-TOTALS-EXIT.
003481     EXIT.
003482
003483******************************************************************
003484* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
003485*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
003486*                        THIS REFERENCE SHOW COMPLETED ON THE
003487*                        REGISTRY (CARTAO-PREREQ)
003488******************************************************************
003489 1620-VERIFICA-PREREQ.
003490     MOVE "CARTCONC" TO PRQ-PROGRAMA
003491     MOVE WS-DATA-REF TO PRQ-DATA-REF
003492     MOVE "S" TO PRQ-MENSAGENS
003493     CALL "CARTAO-PREREQ" USING PRQ-AREA
003494     IF PRQ-RETORNO NOT = ZERO
003495         DISPLAY "CARTAO-CONCILIA - PRE-REQUISITOS PENDENTES "
003496             "PARA " WS-DATA-REF " - RUN NAO INICIADO"
003497         MOVE 16 TO RETURN-CODE
003498         STOP RUN
003499     END-IF.
003500 1620-VERIFICA-PREREQ-EXIT.
003501     EXIT.
