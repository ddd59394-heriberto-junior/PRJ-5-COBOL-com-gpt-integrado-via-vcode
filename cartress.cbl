000474*                     PARCELAS.DAT; THIS PROGRAM KEEPS THE
000475*                     REPAIR-FILE DUPLICATE CHECK, THE OUTPUT
000476*                     FILES AND THE JOURNAL.
000477*    2026-10-05  JCM  THE JOURNAL CARRIES THE CARDHOLDER CREDIT
000478*                     BALANCE BEFORE AND AFTER EACH POSTING, AS
000479*                     RETURNED BY CARTAO-DECIDE.
000480*    2026-10-15  JCM  THE RUN NOW REFUSES TO START UNTIL THE STEPS
000481*                     THE JOB-STREAM PREREQUISITES TABLE
000482*                     (PREREQ.TXT) NAMES FOR ITS REFERENCE SHOW
000483*                     COMPLETED ON RUNCTL.DAT (CARTAO-PREREQ).
000484*    2026-10-15  JCM  PASSES DEC-RECUPERA-SW "N" TO CARTAO-DECIDE.
000485*    2026-10-15  JCM  WORKS OUT THE MONTHLY AVERAGE CARTAO-DECIDE
000486*                     ASKS FOR (FUNCTION "M") ON HISTORICO.DAT.
000487******************************************************************
000488 ENVIRONMENT DIVISION.
000489 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000491     SELECT REPARO-INFILE ASSIGN TO "REPARO.TXT"
000492         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT OPTIONAL CARTAO-APROVADOS ASSIGN TO "APROVADOS.TXT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000590
000720     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS IS DYNAMIC
000750         RECORD KEY IS HIST-CHAVE
000760         FILE STATUS IS WS-HIST-STATUS.
000770
001877     05  WS-OVERRIDE-SW        PIC X(01) VALUE "N".
001878         88  OVERRIDE-OPERADOR     VALUE "S".
001879
001880 01  PRQ-AREA.
001881     COPY PREQREG.
001882
001884 01  DEC-AREA.
001885     COPY DECREG.
001886
002040     05  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
002050     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
002060     05  WS-SALDO-HISTORICO    PIC 9(08)V99 VALUE ZERO.
002061     05  WS-MEDIA-SOMA         PIC 9(09)V99 VALUE ZERO.
002062     05  FIM-HISTORICO         PIC X(01) VALUE "N".
002063         88  FIM-DO-HISTORICO      VALUE "S".
002070
002080 01  WS-JORNAL-DADOS.
002090     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
002640******************************************************************
002650 1000-INITIALIZE.
002651     PERFORM 1500-LE-PARAMETRO THRU 1500-LE-PARAMETRO-EXIT
002652     PERFORM 1620-VERIFICA-PREREQ
002653         THRU 1620-VERIFICA-PREREQ-EXIT
002654     PERFORM 1600-REGISTRA-INICIO
002655         THRU 1600-REGISTRA-INICIO-EXIT
002660     MOVE ZEROS TO WS-TABELA-VISTOS
002670     OPEN INPUT  REPARO-INFILE
002680     OPEN EXTEND CARTAO-APROVADOS
002710     OPEN OUTPUT REPARO-REJEITADOS
002720     OPEN OUTPUT RESSUB-RELATORIO
002730     OPEN EXTEND CARTAO-JORNAL
002740     MOVE "N" TO DEC-RECUPERA-SW
002741     MOVE SPACE TO DEC-MODO
002742     MOVE WS-DATA-LIQUIDACAO TO DEC-DATA-MOVTO
002743     MOVE "A" TO DEC-FUNCAO
003458 2000-READ-REPARO-EXIT.
003460     EXIT.
003470
003471******************************************************************
003472* 1620-VERIFICA-PREREQ - REFUSE TO START UNTIL THE STEPS THE
003473*                        JOB-STREAM PREREQUISITES TABLE NAMES FOR
003474*                        THIS REFERENCE SHOW COMPLETED ON THE
003475*                        REGISTRY (CARTAO-PREREQ)
003476******************************************************************
003477 1620-VERIFICA-PREREQ.
003478     MOVE "CARTRESS" TO PRQ-PROGRAMA
003479     MOVE WS-DATA-LIQUIDACAO TO PRQ-DATA-REF
003480     MOVE "S" TO PRQ-MENSAGENS
003481     CALL "CARTAO-PREREQ" USING PRQ-AREA
003482     IF PRQ-RETORNO NOT = ZERO
003483         DISPLAY "CARTAO-RESSUB - PRE-REQUISITOS PENDENTES PARA "
003484             WS-DATA-LIQUIDACAO " - RUN NAO INICIADO"
003485         MOVE 16 TO RETURN-CODE
003486         STOP RUN
003487     END-IF.
003488 1620-VERIFICA-PREREQ-EXIT.
003489     EXIT.
003490
003745******************************************************************
003746* 2910-MASCARA-PAN - MASK THE PAN IN WS-PAN-CLARO TO FIRST SIX
003747*                    PLUS LAST FOUR FOR HUMAN-READABLE OUTPUT,
004950     ELSE
004960         PERFORM 2200-CHECK-DUPLICATE
004970             THRU 2200-CHECK-DUPLICATE-EXIT
004971         IF NOT CARTAO-DUPLICADO
004972             PERFORM 2450-APURA-MEDIA THRU 2450-APURA-MEDIA-EXIT
004973         END-IF
004980         IF CARTAO-DUPLICADO
004990             MOVE "DUPLICADO" TO WS-DISPOSICAO
005000             MOVE "DUPLICADO" TO WS-MOTIVO-EDICAO
006110     MOVE DEC-VALOR-LANCADO  TO JRN-VALOR
006120     MOVE DEC-SALDO-ANTES    TO JRN-SALDO-ANTES
006130     MOVE DEC-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
006131     MOVE DEC-CREDOR-ANTES   TO JRN-CREDOR-ANTES
006132     MOVE DEC-CREDOR-DEPOIS  TO JRN-CREDOR-DEPOIS
006140     WRITE JORNAL-REGISTRO.
006150 2420-GRAVA-JORNAL-EXIT.
006160     EXIT.
007880     ADD 1 TO WS-VST-QTD.
007890 2250-ADICIONA-VISTO-EXIT.
007900     EXIT.
007901
007902******************************************************************
007903* 2450-APURA-MEDIA - ASK CARTAO-DECIDE (FUNCTION "M") WHETHER
007904*                    THE MONTHLY-AVERAGE VELOCITY RULE NEEDS THE
007905*                    CARD'S MONTHLY AVERAGE SPEND AND, WHEN IT
007906*                    DOES, ADD UP THE CARD'S APPROVED PURCHASES OF
007907*                    THE PERIOD IT RETURNS ON THE HISTORY MASTER
007908*                    THIS RUN HOLDS OPEN, SO THE MODULE NEVER
007909*                    OPENS IT A SECOND TIME
007910******************************************************************
007911 2450-APURA-MEDIA.
007912     MOVE "M" TO DEC-FUNCAO
007913     CALL "CARTAO-DECIDE" USING DEC-AREA CARTAO-REGISTRO
007914     IF DEC-MESES-MEDIA = ZERO
007915         GO TO 2450-APURA-MEDIA-EXIT
007916     END-IF
007917     MOVE ZERO TO WS-MEDIA-SOMA
007918     MOVE "N" TO FIM-HISTORICO
007919     MOVE CARTAO-NUMERO      TO HIST-NUMERO
007920     MOVE DEC-MEDIA-DATA-INI TO HIST-DATA
007921     MOVE SPACES             TO HIST-TIPO-TRANS
007922     MOVE ZERO               TO HIST-SEQ
007923     START CARTAO-HISTORICO KEY NOT < HIST-CHAVE
007924         INVALID KEY
007925             MOVE "S" TO FIM-HISTORICO
007926     END-START
007927     PERFORM 2451-LE-HISTORICO THRU 2451-LE-HISTORICO-EXIT
007928         UNTIL FIM-DO-HISTORICO
007929     COMPUTE DEC-MEDIA-MENSAL ROUNDED =
007930         WS-MEDIA-SOMA / DEC-MESES-MEDIA.
007931 2450-APURA-MEDIA-EXIT.
007932     EXIT.
007933
007934******************************************************************
007935* 2451-LE-HISTORICO - READ THE CARD'S NEXT HISTORY RECORD AND ADD
007936*                     AN APPROVED PURCHASE OF THE PERIOD TO THE
007937*                     TOTAL
007938******************************************************************
007939 2451-LE-HISTORICO.
007940     READ CARTAO-HISTORICO NEXT RECORD
007941         AT END
007942             MOVE "S" TO FIM-HISTORICO
007943     END-READ
007944     IF FIM-DO-HISTORICO
007945         GO TO 2451-LE-HISTORICO-EXIT
007946     END-IF
007947     IF HIST-NUMERO NOT = CARTAO-NUMERO
007948        OR HIST-DATA NOT < DEC-MEDIA-DATA-FIM
007949         MOVE "S" TO FIM-HISTORICO
007950         GO TO 2451-LE-HISTORICO-EXIT
007951     END-IF
007952     IF (HIST-TIPO-TRANS = "1" OR HIST-TIPO-TRANS = SPACE)
007953        AND HIST-RESULTADO = "APROVADO"
007954         ADD HIST-VALOR TO WS-MEDIA-SOMA
007955     END-IF.
007956 2451-LE-HISTORICO-EXIT.
007957     EXIT.
