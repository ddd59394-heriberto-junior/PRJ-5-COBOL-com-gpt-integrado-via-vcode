000420*    DATE        BY   DESCRIPTION
000430*    ----------  ---  -----------------------------------------
000440*    2026-09-02  JCM  ORIGINAL VERSION.
000441*    2026-10-05  JCM  THE JOURNAL CARRIES THE CARDHOLDER CREDIT
000442*                     BALANCE BEFORE AND AFTER EACH POSTING, AS
000443*                     RETURNED BY CARTAO-DECIDE.
000444*    2026-10-15  JCM  PASSES DEC-RECUPERA-SW "N" TO CARTAO-DECIDE.
000445*    2026-10-15  JCM  WORKS OUT THE MONTHLY AVERAGE CARTAO-DECIDE
000446*                     ASKS FOR (FUNCTION "M") ON HISTORICO.DAT.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000660
000670     SELECT CARTAO-HISTORICO ASSIGN TO "HISTORICO.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS IS DYNAMIC
000700         RECORD KEY IS HIST-CHAVE
000710         FILE STATUS IS WS-HIST-STATUS.
000720
001600
001610 01  WS-HISTORICO-DADOS.
001620     05  WS-HIST-SEQ           PIC 9(05) VALUE ZERO.
001621     05  WS-MEDIA-SOMA         PIC 9(09)V99 VALUE ZERO.
001622     05  FIM-HISTORICO         PIC X(01) VALUE "N".
001623         88  FIM-DO-HISTORICO      VALUE "S".
001630
001640 01  WS-JORNAL-DADOS.
001650     05  WS-JRN-SEQ            PIC 9(07) VALUE ZERO.
002120     OPEN EXTEND CARTAO-JORNAL
002130     OPEN OUTPUT AUTORIZA-RESPOSTA
002140     PERFORM 1400-ABRE-HISTORICO THRU 1400-ABRE-HISTORICO-EXIT
002145     MOVE "N" TO DEC-RECUPERA-SW
002150     MOVE SPACE TO DEC-MODO
002160     MOVE WS-DATA-MOVTO TO DEC-DATA-MOVTO
002170     MOVE "A" TO DEC-FUNCAO
002660*                       CENTER, THEN PRIME THE NEXT READ
002670******************************************************************
002680 2500-PROCESS-PEDIDO.
002681     PERFORM 2450-APURA-MEDIA THRU 2450-APURA-MEDIA-EXIT
002690     MOVE "D" TO DEC-FUNCAO
002700     CALL "CARTAO-DECIDE" USING DEC-AREA CARTAO-REGISTRO
002710     IF DEC-SALDO-POSTADO
003840     MOVE DEC-VALOR-LANCADO  TO JRN-VALOR
003850     MOVE DEC-SALDO-ANTES    TO JRN-SALDO-ANTES
003860     MOVE DEC-SALDO-DEPOIS   TO JRN-SALDO-DEPOIS
003861     MOVE DEC-CREDOR-ANTES   TO JRN-CREDOR-ANTES
003862     MOVE DEC-CREDOR-DEPOIS  TO JRN-CREDOR-DEPOIS
003870     WRITE JORNAL-REGISTRO.
003880 2420-GRAVA-JORNAL-EXIT.
003890     EXIT.
005200     DISPLAY "-----------------------------------------".
005210 3100-PRINT-TOTALS-EXIT.
005220     EXIT.
005221
005222******************************************************************
005223* 2450-APURA-MEDIA - ASK CARTAO-DECIDE (FUNCTION "M") WHETHER
005224*                    THE MONTHLY-AVERAGE VELOCITY RULE NEEDS THE
005225*                    CARD'S MONTHLY AVERAGE SPEND AND, WHEN IT
005226*                    DOES, ADD UP THE CARD'S APPROVED PURCHASES OF
005227*                    THE PERIOD IT RETURNS ON THE HISTORY MASTER
005228*                    THIS RUN HOLDS OPEN, SO THE MODULE NEVER
005229*                    OPENS IT A SECOND TIME
005230******************************************************************
005231 2450-APURA-MEDIA.
005232     MOVE "M" TO DEC-FUNCAO
005233     CALL "CARTAO-DECIDE" USING DEC-AREA CARTAO-REGISTRO
005234     IF DEC-MESES-MEDIA = ZERO
005235         GO TO 2450-APURA-MEDIA-EXIT
005236     END-IF
005237     MOVE ZERO TO WS-MEDIA-SOMA
005238     MOVE "N" TO FIM-HISTORICO
005239     MOVE CARTAO-NUMERO      TO HIST-NUMERO
005240     MOVE DEC-MEDIA-DATA-INI TO HIST-DATA
005241     MOVE SPACES             TO HIST-TIPO-TRANS
005242     MOVE ZERO               TO HIST-SEQ
005243     START CARTAO-HISTORICO KEY NOT < HIST-CHAVE
005244         INVALID KEY
005245             MOVE "S" TO FIM-HISTORICO
005246     END-START
005247     PERFORM 2451-LE-HISTORICO THRU 2451-LE-HISTORICO-EXIT
005248         UNTIL FIM-DO-HISTORICO
005249     COMPUTE DEC-MEDIA-MENSAL ROUNDED =
005250         WS-MEDIA-SOMA / DEC-MESES-MEDIA.
005251 2450-APURA-MEDIA-EXIT.
005252     EXIT.
005253
005254******************************************************************
005255* 2451-LE-HISTORICO - READ THE CARD'S NEXT HISTORY RECORD AND ADD
005256*                     AN APPROVED PURCHASE OF THE PERIOD TO THE
005257*                     TOTAL
005258******************************************************************
005259 2451-LE-HISTORICO.
005260     READ CARTAO-HISTORICO NEXT RECORD
005261         AT END
005262             MOVE "S" TO FIM-HISTORICO
005263     END-READ
005264     IF FIM-DO-HISTORICO
005265         GO TO 2451-LE-HISTORICO-EXIT
005266     END-IF
005267     IF HIST-NUMERO NOT = CARTAO-NUMERO
005268        OR HIST-DATA NOT < DEC-MEDIA-DATA-FIM
005269         MOVE "S" TO FIM-HISTORICO
005270         GO TO 2451-LE-HISTORICO-EXIT
005271     END-IF
005272     IF (HIST-TIPO-TRANS = "1" OR HIST-TIPO-TRANS = SPACE)
005273        AND HIST-RESULTADO = "APROVADO"
005274         ADD HIST-VALOR TO WS-MEDIA-SOMA
005275     END-IF.
005276 2451-LE-HISTORICO-EXIT.
005277     EXIT.
