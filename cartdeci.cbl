000240*                   WRITES JORNAL.TXT FROM THE BEFORE/AFTER
000250*                   IMAGES IT RETURNS, SO EACH RUN'S JOURNAL
000260*                   SEQUENCE STAYS WITH THE RUN.
000261*                   BEFORE A PURCHASE IS APPROVED IT IS
000262*                   SCREENED AGAINST THE VELOCITY RULES OF
000263*                   FRAUREGR.TXT USING THE CARD'S COUNTERS FOR
000264*                   THE DAY ON VELOCID.DAT; EVERY HIT IS
000265*                   APPENDED TO ALERTAS.TXT (ALERREG) FOR THE
000266*                   CARTAO-ALERTA REPORT, AND A HIT OF THE
000267*                   BLOCKING SEVERITY TO FRAUBLOQ.TXT FOR
000268*                   HOTCARD-MANUT.
000270*
000280*    SEE DECREG.CPY FOR THE FUNCTION CODES AND THE FIELD-BY-
000290*    FIELD CONTRACT.
000350*                     2100/2120/2130/2300/2310/2400/2410/2430
000360*                     PARAGRAPHS OF CARTAO-BATCH AND THEIR
000370*                     CARTAO-RESSUB TWINS.
000371*    2026-10-05  JCM  A CHARGEBACK (TIPO "4") IS NO LONGER
000372*                     CREDITED BLIND: IT MUST MATCH AN OPEN CASE
000373*                     ON THE NEW DISPUTE CASE MASTER DISPUTAS.DAT
000374*                     (DISPREG, MAINTAINED BY CARTAO-DISPUTA)
000375*                     FOR THE SAME CARD AND MERCHANT WITH ENOUGH
000376*                     DISPUTED AMOUNT LEFT TO COVER IT. NO SUCH
000377*                     CASE REJECTS IT SEM-CASO; A CASE WHOSE
000378*                     REMAINING AMOUNT IS SMALLER REJECTS IT
000379*                     ACIMA-ORIG. A CHARGEBACK THAT POSTS MARKS
000380*                     THE CASE CREDITADO AND ADDS THE AMOUNT TO
000381*                     DSP-VALOR-CREDITADO (NOT IN SIMULATION).
000382*    2026-10-05  JCM  A CREDIT LARGER THAN THE DEBT IS NO LONGER
000383*                     CLAMPED TO ZERO: THE EXCESS IS CARRIED IN
000384*                     LIM-SALDO-CREDOR. A PURCHASE CONSUMES THE
000385*                     CREDIT BALANCE FIRST AND THE LIMIT CHECK
000386*                     COUNTS IT AS AVAILABLE CREDIT. THE CREDIT
000387*                     BEFORE/AFTER IMAGES ARE RETURNED IN
000388*                     DEC-CREDOR-ANTES/DEPOIS.
000389*    2026-10-15  JCM  ADDED VELOCITY SCREENING OF PURCHASES.
000390*                     THE RULES (PURCHASES IN THE DAY, AMOUNT IN
000391*                     THE DAY, SAME MERCHANT IN THE DAY, DAY'S
000392*                     SPEND AGAINST THE MONTHLY AVERAGE FROM
000393*                     HISTORICO.DAT) ARE LOADED FROM FRAUREGR.TXT
000394*                     AT OPEN; EACH EITHER DECLINES WITH ITS OWN
000395*                     REASON CODE OR APPROVES AND RAISES AN ALERT.
000396*                     THE DAY'S COUNTERS ARE KEPT ON THE NEW
000397*                     VELOCID.DAT, THE HITS GO TO ALERTAS.TXT AND
000398*                     A HIT AT OR ABOVE THE BLOCKING SEVERITY
000399*                     EMITS A HOTMOV.TXT BLOCK ON FRAUBLOQ.TXT.
000400*                     NOTHING IS WRITTEN IN SIMULATION MODE.
000401*    2026-10-15  JCM  ADDED THE CARD ACCOUNT MASTER CONTAS.DAT
000402*                     (CONTREG). A TRANSACTION ON A CARD
000403*                     REISSUED UNDER A NEW NUMBER IS REJECTED
000404*                     SUBSTITUID AND A PURCHASE AFTER THE CARD'S
000405*                     EXPIRY MONTH IS REJECTED VENCIDO. THE
000406*                     MASTER MAY BE ABSENT (WARNING ONLY, NO
000407*                     CHECK).
000408*    2026-10-15  JCM  THE FRAUBLOQ.TXT BLOCK CARRIES OPERATOR
000409*                     CARTDECI, AS HOTCARD-MANUT NOW REQUIRES THE
000410*                     KEYING OPERATOR ON EVERY MOVEMENT.
000411*    2026-10-15  JCM  A CHARGEBACK FROM A CALLER THAT BOOKS IT ON
000412*                     THE MERCHANT CALENDAR (DEC-RECUPERA-ESTAB)
000413*                     IS ALSO ADDED TO DSP-VALOR-RECUPERADO.
000414*    2026-10-15  JCM  HISTORICO.DAT IS NO LONGER OPENED HERE; THE
000415*                     CALLER WORKS OUT THE AVERAGE (FUNCTION "M").
000416******************************************************************
000417 ENVIRONMENT DIVISION.
000418 INPUT-OUTPUT SECTION.
000419 FILE-CONTROL.
000420     SELECT CARTAO-LIMITES ASSIGN TO "LIMITES.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS IS RANDOM
000620         ACCESS IS RANDOM
000630         RECORD KEY IS PAR-CHAVE
000640         FILE STATUS IS WS-PAR-STATUS.
000641
000642     SELECT CARTAO-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
000643         ORGANIZATION IS INDEXED
000644         ACCESS IS DYNAMIC
000645         RECORD KEY IS DSP-CHAVE
000646         FILE STATUS IS WS-DSP-STATUS.
000647
000648     SELECT CARTAO-REGRAS ASSIGN TO "FRAUREGR.TXT"
000649         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RGR-STATUS.
000651
000652     SELECT CARTAO-VELOCIDADE ASSIGN TO "VELOCID.DAT"
000653         ORGANIZATION IS INDEXED
000654         ACCESS IS RANDOM
000655         RECORD KEY IS VEL-NUMERO
000656         FILE STATUS IS WS-VEL-STATUS.
000663
000664     SELECT OPTIONAL CARTAO-ALERTAS ASSIGN TO "ALERTAS.TXT"
000665         ORGANIZATION IS LINE SEQUENTIAL.
000666
000667     SELECT OPTIONAL CARTAO-BLOQUEIOS ASSIGN TO "FRAUBLOQ.TXT"
000668         ORGANIZATION IS LINE SEQUENTIAL.
000669
000670     SELECT CARTAO-CONTAS ASSIGN TO "CONTAS.DAT"
000671         ORGANIZATION IS INDEXED
000672         ACCESS IS RANDOM
000673         RECORD KEY IS CTA-NUMERO
000674         FILE STATUS IS WS-CTA-STATUS.
000675 DATA DIVISION.
000676 FILE SECTION.
000677 FD  CARTAO-LIMITES.
000680 01  LIMITE-REGISTRO.
000690     COPY LIMREG.
000700
000740     05  HOT-DATA-AVISO        PIC 9(08).
000750     05  HOT-MOTIVO            PIC X(10).
000760
000761 FD  CARTAO-ESTABELEC.
000762 01  ESTAB-REGISTRO.
000763     COPY ESTREG.
000764
000765 FD  CARTAO-PARCELADO.
000766 01  PARCELA-REGISTRO.
000767     COPY PARREG.
000768
000769 FD  CARTAO-DISPUTAS.
000770 01  DISPUTA-REGISTRO.
000771     COPY DISPREG.
000772
000773*    THE VELOCITY RULE TABLE (FRAUREGR.TXT), ONE LINE PER RULE
000774*    (RGR-TIPO-REG "R"), LOADED AT OPEN:
000775*        RGR-REGRA       "QD" PURCHASES ON THE CARD IN THE DAY
000776*                        "VD" PURCHASE AMOUNT ON THE CARD IN
000777*                             THE DAY
000778*                        "EM" PURCHASES AT THE SAME MERCHANT IN
000779*                             THE DAY
000780*                        "MM" DAY'S PURCHASE AMOUNT AGAINST THE
000781*                             CARD'S MONTHLY AVERAGE
000782*        RGR-LIMITE      THE FIGURE THE RULE MAY NOT EXCEED (A
000783*                        COUNT, AN AMOUNT, OR FOR "MM" A
000784*                        MULTIPLE OF THE MONTHLY AVERAGE)
000785*        RGR-ACAO        "R" DECLINE, "A" APPROVE AND ALERT
000786*        RGR-SEVERIDADE  1 TO 9
000787*        RGR-MOTIVO      REASON CODE OF A DECLINE, BLANK = THE
000788*                        RULE'S STANDARD CODE
000789*        RGR-MESES       "MM" ONLY: FULL MONTHS OF HISTORY
000790*                        AVERAGED, ZERO = 3, AT MOST 12
000791*    ONE CONTROL LINE (RGR-TIPO-REG "C") CARRIES IN
000792*    RGR-SEVERIDADE THE SEVERITY FROM WHICH A HIT ALSO BLOCKS THE
000793*    CARD; WITHOUT IT (OR WITH ZERO) NO RULE BLOCKS.
000794 FD  CARTAO-REGRAS.
000795 01  REGRA-REGISTRO.
000796     05  RGR-TIPO-REG          PIC X(01).
000797         88  RGR-CONTROLE          VALUE "C".
000798         88  RGR-REGRA-VELOC       VALUE "R".
000799     05  RGR-REGRA             PIC X(02).
000800         88  RGR-REGRA-VALIDA      VALUE "QD" "VD" "EM" "MM".
000801     05  RGR-LIMITE            PIC 9(07)V99.
000802     05  RGR-ACAO              PIC X(01).
000803         88  RGR-ACAO-VALIDA       VALUE "R" "A".
000804     05  RGR-SEVERIDADE        PIC 9(01).
000805     05  RGR-MOTIVO            PIC X(10).
000806     05  RGR-MESES             PIC 9(02).
000807
000808*    THE CARD'S VELOCITY COUNTERS FOR ITS LATEST POSTING DATE, AND
000809*    ITS MONTHLY AVERAGE SPEND, WORKED OUT BY THE CALLER ONCE A
000810*    MONTH. VEL-EST-ENTRADA COUNTS THE PURCHASES OF THE DAY BY
000811*    MERCHANT, FOR THE FIRST TEN MERCHANTS OF THE DAY.
000812 FD  CARTAO-VELOCIDADE.
000813 01  VELOCIDADE-REGISTRO.
000814     05  VEL-NUMERO            PIC 9(16).
000815     05  VEL-DATA              PIC 9(08).
000816     05  VEL-QTDE              PIC 9(05).
000817     05  VEL-VALOR             PIC 9(09)V99.
000818     05  VEL-BLOQUEIO-SW       PIC X(01).
000819         88  VEL-BLOQUEADO         VALUE "S".
000820     05  VEL-ANO-MES-MEDIA     PIC 9(06).
000821     05  VEL-MEDIA-MENSAL      PIC 9(09)V99.
000822     05  VEL-EST-QTD           PIC 9(02).
000823     05  VEL-EST-ENTRADA       OCCURS 10 TIMES.
000824         10  VEL-EST-CODIGO    PIC 9(08).
000825         10  VEL-EST-VEZES     PIC 9(05).
000826
000831 FD  CARTAO-ALERTAS.
000832 01  ALERTA-REGISTRO.
000833     COPY ALERREG.
000834
000835*    THE BLOCK MOVEMENT MIRRORS MOVIMENTO-REGISTRO IN
000836*    HOTCARD-MANUT, AS COBRBLOQ.TXT OF CARTAO-COBRANCA DOES, SO
000837*    FRAUBLOQ.TXT CAN BE FED TO IT AS HOTMOV.TXT UNCHANGED.
000838 FD  CARTAO-BLOQUEIOS.
000839 01  BLOQUEIO-REGISTRO.
000840     05  BLQ-ACAO              PIC X(01).
000841     05  BLQ-NUMERO            PIC 9(16).
000842     05  BLQ-DATA-AVISO        PIC 9(08).
000843     05  BLQ-MOTIVO            PIC X(10).
000844     05  BLQ-OPERADOR          PIC X(08).
000845
000846 FD  CARTAO-CONTAS.
000847 01  CONTA-REGISTRO.
000848     COPY CONTREG.
000849
000850 WORKING-STORAGE SECTION.
000860 01  WS-CAMPOS.
000870     05  WS-LIM-STATUS         PIC X(02) VALUE SPACES.
000890     05  WS-EST-STATUS         PIC X(02) VALUE SPACES.
000900     05  WS-PAR-STATUS         PIC X(02) VALUE SPACES.
000910     05  WS-NOVO-SALDO         PIC 9(09)V99 COMP.
000911     05  WS-DSP-STATUS         PIC X(02) VALUE SPACES.
000912     05  WS-CTA-STATUS         PIC X(02) VALUE SPACES.
000913     05  WS-CTA-SW             PIC X(01) VALUE "N".
000914         88  CONTAS-DISPONIVEL     VALUE "S".
000915     05  WS-CTA-ANO-MES        PIC 9(06) VALUE ZERO.
000916     05  WS-CTA-DIA            PIC 9(02) VALUE ZERO.
000920
000930 01  WS-LUHN-DADOS.
000940     05  WS-PAN-DIGITOS.
001080     05  WS-PARC-MES           PIC 9(02) VALUE ZERO.
001090     05  WS-PARC-DIA           PIC 9(02) VALUE ZERO.
001100     05  WS-VALOR-PARCELA      PIC 9(04)V99 VALUE ZERO.
001101
001102 01  WS-DISPUTA-DADOS.
001103     05  FIM-DISPUTAS          PIC X(01) VALUE "N".
001104         88  FIM-DAS-DISPUTAS      VALUE "S".
001105     05  WS-CASO-SW            PIC X(01) VALUE "N".
001106         88  CASO-ACHADO           VALUE "S".
001107         88  CASO-INSUFICIENTE     VALUE "E".
001108     05  WS-CASO-SALDO         PIC 9(04)V99 VALUE ZERO.
001109
001110 01  WS-VELOCIDADE-DADOS.
001111     05  WS-RGR-STATUS         PIC X(02) VALUE SPACES.
001112     05  WS-VEL-STATUS         PIC X(02) VALUE SPACES.
001116     05  FIM-REGRAS            PIC X(01) VALUE "N".
001117         88  FIM-DAS-REGRAS        VALUE "S".
001120     05  WS-VEL-SW             PIC X(01) VALUE "N".
001121         88  VELOCIDADE-AVALIADA   VALUE "S" "A".
001122         88  VELOCIDADE-DIA-ANTERIOR VALUE "A".
001123     05  WS-VEL-EXISTE-SW      PIC X(01) VALUE "N".
001124         88  VELOCIDADE-EXISTE     VALUE "S".
001125     05  WS-BLOQUEIO-SW        PIC X(01) VALUE "N".
001126         88  BLOQUEIO-EMITIDO      VALUE "S".
001127     05  WS-NIVEL-BLOQUEIO     PIC 9(01) VALUE ZERO.
001128     05  WS-MESES-MEDIA        PIC 9(02) VALUE ZERO.
001129     05  WS-RGR-QTD            PIC 9(02) COMP VALUE ZERO.
001130     05  WS-RGR-SUB            PIC 9(02) COMP VALUE ZERO.
001131     05  WS-RGR-MAXIMO         PIC 9(02) COMP VALUE 20.
001132     05  WS-OCO-QTD            PIC 9(02) COMP VALUE ZERO.
001133     05  WS-OCO-SUB            PIC 9(02) COMP VALUE ZERO.
001134     05  WS-EST-SUB            PIC 9(02) COMP VALUE ZERO.
001135     05  WS-EST-ACHADO         PIC 9(02) COMP VALUE ZERO.
001136     05  WS-SEVERIDADE-MAX     PIC 9(01) VALUE ZERO.
001137     05  WS-MOTIVO-BLOQUEIO    PIC X(10) VALUE SPACES.
001138     05  WS-QTDE-NOVA          PIC 9(05) VALUE ZERO.
001139     05  WS-VALOR-NOVO         PIC 9(09)V99 VALUE ZERO.
001140     05  WS-EST-VEZES-NOVA     PIC 9(05) VALUE ZERO.
001141     05  WS-APURADO            PIC 9(09)V99 VALUE ZERO.
001142     05  WS-REFERENCIA         PIC 9(09)V99 VALUE ZERO.
001143     05  WS-ANO-MES-MOVTO      PIC 9(06) VALUE ZERO.
001144     05  WS-DIA-MOVTO          PIC 9(02) VALUE ZERO.
001145     05  WS-MEDIA-ANO          PIC 9(04) VALUE ZERO.
001146     05  WS-MEDIA-MES          PIC 9(02) VALUE ZERO.
001147     05  WS-MEDIA-MESES-ABS    PIC 9(06) VALUE ZERO.
001151
001152 01  WS-TABELA-REGRAS.
001153     05  WS-RGR-ENTRADA        OCCURS 20 TIMES.
001154         10  WS-RGR-CODIGO     PIC X(02).
001155         10  WS-RGR-LIMITE     PIC 9(07)V99.
001156         10  WS-RGR-ACAO       PIC X(01).
001157         10  WS-RGR-SEVERIDADE PIC 9(01).
001158         10  WS-RGR-MOTIVO     PIC X(10).
001159
001160 01  WS-TABELA-OCORRENCIAS.
001161     05  WS-OCO-ENTRADA        OCCURS 20 TIMES.
001162         10  WS-OCO-REGRA      PIC 9(02) COMP.
001163         10  WS-OCO-APURADO    PIC 9(09)V99.
001164         10  WS-OCO-REFERENCIA PIC 9(09)V99.
001165
001166 LINKAGE SECTION.
001167 01  DEC-AREA.
001168     COPY DECREG.
001169
001170 01  CARTAO-REGISTRO.
001171     COPY CARTREG.
001180
001190 PROCEDURE DIVISION USING DEC-AREA CARTAO-REGISTRO.
001200******************************************************************
001320         WHEN DEC-FUNCAO-DECIDIR
001330             PERFORM 2500-DECIDE-CARTAO
001340                 THRU 2500-DECIDE-CARTAO-EXIT
001341         WHEN DEC-FUNCAO-MEDIA
001342             PERFORM 2350-PEDE-MEDIA
001343                 THRU 2350-PEDE-MEDIA-EXIT
001350         WHEN DEC-FUNCAO-FECHAR
001360             PERFORM 3000-FECHA-ARQUIVOS
001370                 THRU 3000-FECHA-ARQUIVOS-EXIT
001480*                      HAS NOT CREATED IT YET): THE DECISIONS
001490*                      PROCEED WITH NO HOT-CARD CHECK AND A
001500*                      CONSOLE WARNING, AS THE DAILY BATCH
001510*                      ALWAYS DID. SO MAY THE CARD ACCOUNT
001511*                      MASTER (NO EXPIRY OR REISSUE CHECK).
001520******************************************************************
001530 1000-ABRE-ARQUIVOS.
001540     OPEN I-O CARTAO-LIMITES
001790             MOVE 16 TO DEC-RETORNO
001800             GO TO 1000-ABRE-ARQUIVOS-EXIT
001810     END-EVALUATE
001811     OPEN INPUT CARTAO-CONTAS
001812     EVALUATE WS-CTA-STATUS
001813         WHEN "00"
001814             MOVE "S" TO WS-CTA-SW
001815         WHEN "35"
001816             MOVE "N" TO WS-CTA-SW
001817             DISPLAY "CARTAO-DECIDE - CONTAS.DAT AUSENTE, "
001818                 "SEM VERIFICACAO DE VALIDADE"
001819         WHEN OTHER
001820             DISPLAY "CARTAO-DECIDE - CARTAO-CONTAS OPEN "
001821                 "FAILED, STATUS " WS-CTA-STATUS
001822             MOVE 16 TO DEC-RETORNO
001823             GO TO 1000-ABRE-ARQUIVOS-EXIT
001824     END-EVALUATE
001825     OPEN I-O CARTAO-PARCELADO
001830     IF WS-PAR-STATUS = "35"
001831         OPEN OUTPUT CARTAO-PARCELADO
001832         CLOSE CARTAO-PARCELADO
001833         OPEN I-O CARTAO-PARCELADO
001834     END-IF
001835     IF WS-PAR-STATUS NOT = "00"
001836         DISPLAY "CARTAO-DECIDE - CARTAO-PARCELADO OPEN "
001837             "FAILED, STATUS " WS-PAR-STATUS
001838         MOVE 16 TO DEC-RETORNO
001839         GO TO 1000-ABRE-ARQUIVOS-EXIT
001840     END-IF
001841     OPEN I-O CARTAO-DISPUTAS
001842     IF WS-DSP-STATUS = "35"
001843         OPEN OUTPUT CARTAO-DISPUTAS
001844         CLOSE CARTAO-DISPUTAS
001845         OPEN I-O CARTAO-DISPUTAS
001846     END-IF
001847     IF WS-DSP-STATUS NOT = "00"
001848         DISPLAY "CARTAO-DECIDE - CARTAO-DISPUTAS OPEN "
001849             "FAILED, STATUS " WS-DSP-STATUS
001850         MOVE 16 TO DEC-RETORNO
001851         GO TO 1000-ABRE-ARQUIVOS-EXIT
001852     END-IF
001853     PERFORM 1100-CARREGA-REGRAS THRU 1100-CARREGA-REGRAS-EXIT
001854     IF DEC-RETORNO NOT = ZERO OR WS-RGR-QTD = ZERO
001855         GO TO 1000-ABRE-ARQUIVOS-EXIT
001856     END-IF
001857     OPEN I-O CARTAO-VELOCIDADE
001858     IF WS-VEL-STATUS = "35"
001859         OPEN OUTPUT CARTAO-VELOCIDADE
001860         CLOSE CARTAO-VELOCIDADE
001861         OPEN I-O CARTAO-VELOCIDADE
001862     END-IF
001863     IF WS-VEL-STATUS NOT = "00"
001864         DISPLAY "CARTAO-DECIDE - CARTAO-VELOCIDADE OPEN "
001865             "FAILED, STATUS " WS-VEL-STATUS
001866         MOVE 16 TO DEC-RETORNO
001867         GO TO 1000-ABRE-ARQUIVOS-EXIT
001868     END-IF
001883     OPEN EXTEND CARTAO-ALERTAS
001884     OPEN EXTEND CARTAO-BLOQUEIOS.
001885 1000-ABRE-ARQUIVOS-EXIT.
001886     EXIT.
001887
001888******************************************************************
001889* 1100-CARREGA-REGRAS - LOAD THE VELOCITY RULE TABLE. WITHOUT THE
001890*                       RULE FILE, OR WITH NO VALID RULE ON IT,
001891*                       PURCHASES ARE DECIDED WITH NO VELOCITY
001892*                       SCREENING AND A CONSOLE WARNING, AS FOR A
001893*                       MISSING HOT-CARD FILE
001894******************************************************************
001895 1100-CARREGA-REGRAS.
001896     MOVE ZERO TO WS-RGR-QTD
001897     MOVE ZERO TO WS-NIVEL-BLOQUEIO
001898     MOVE ZERO TO WS-MESES-MEDIA
001899     MOVE "N" TO FIM-REGRAS
001900     OPEN INPUT CARTAO-REGRAS
001901     EVALUATE WS-RGR-STATUS
001902         WHEN "00"
001903             CONTINUE
001904         WHEN "35"
001905             DISPLAY "CARTAO-DECIDE - FRAUREGR.TXT AUSENTE, "
001906                 "SEM REGRAS DE VELOCIDADE"
001907             GO TO 1100-CARREGA-REGRAS-EXIT
001908         WHEN OTHER
001909             DISPLAY "CARTAO-DECIDE - CARTAO-REGRAS OPEN "
001910                 "FAILED, STATUS " WS-RGR-STATUS
001911             MOVE 16 TO DEC-RETORNO
001912             GO TO 1100-CARREGA-REGRAS-EXIT
001913     END-EVALUATE
001914     PERFORM 1110-LE-REGRA THRU 1110-LE-REGRA-EXIT
001915         UNTIL FIM-DAS-REGRAS
001916     CLOSE CARTAO-REGRAS
001917     IF WS-RGR-QTD = ZERO
001918         DISPLAY "CARTAO-DECIDE - FRAUREGR.TXT SEM REGRA VALIDA, "
001919             "SEM REGRAS DE VELOCIDADE"
001920     END-IF.
001921 1100-CARREGA-REGRAS-EXIT.
001922     EXIT.
001923
001924******************************************************************
001925* 1110-LE-REGRA - READ ONE LINE OF THE RULE FILE: THE CONTROL LINE
001926*                 SETS THE BLOCKING SEVERITY, A VALID RULE IS
001927*                 ADDED TO THE TABLE AND ANYTHING ELSE IS REPORTED
001928*                 AND IGNORED
001929******************************************************************
001930 1110-LE-REGRA.
001931     READ CARTAO-REGRAS
001932         AT END
001933             MOVE "S" TO FIM-REGRAS
001934     END-READ
001935     IF FIM-DAS-REGRAS
001936         GO TO 1110-LE-REGRA-EXIT
001937     END-IF
001938     IF RGR-CONTROLE AND RGR-SEVERIDADE NUMERIC
001939         MOVE RGR-SEVERIDADE TO WS-NIVEL-BLOQUEIO
001940         GO TO 1110-LE-REGRA-EXIT
001941     END-IF
001942     IF NOT RGR-REGRA-VELOC OR NOT RGR-REGRA-VALIDA
001943        OR NOT RGR-ACAO-VALIDA
001944        OR RGR-LIMITE NOT NUMERIC OR RGR-LIMITE = ZERO
001945        OR RGR-SEVERIDADE NOT NUMERIC OR RGR-SEVERIDADE = ZERO
001946         DISPLAY "CARTAO-DECIDE - REGRA IGNORADA: " REGRA-REGISTRO
001947         GO TO 1110-LE-REGRA-EXIT
001948     END-IF
001949     IF WS-RGR-QTD NOT < WS-RGR-MAXIMO
001950         DISPLAY "CARTAO-DECIDE - TABELA DE REGRAS CHEIA, "
001951             "IGNORADA: " REGRA-REGISTRO
001952         GO TO 1110-LE-REGRA-EXIT
001953     END-IF
001954     ADD 1 TO WS-RGR-QTD
001955     MOVE RGR-REGRA      TO WS-RGR-CODIGO(WS-RGR-QTD)
001956     MOVE RGR-LIMITE     TO WS-RGR-LIMITE(WS-RGR-QTD)
001957     MOVE RGR-ACAO       TO WS-RGR-ACAO(WS-RGR-QTD)
001958     MOVE RGR-SEVERIDADE TO WS-RGR-SEVERIDADE(WS-RGR-QTD)
001959     MOVE RGR-MOTIVO     TO WS-RGR-MOTIVO(WS-RGR-QTD)
001960     IF RGR-MOTIVO = SPACES
001961         EVALUATE RGR-REGRA
001962             WHEN "QD"
001963                 MOVE "VELOC-QTD" TO WS-RGR-MOTIVO(WS-RGR-QTD)
001964             WHEN "VD"
001965                 MOVE "VELOC-VAL" TO WS-RGR-MOTIVO(WS-RGR-QTD)
001966             WHEN "EM"
001967                 MOVE "VELOC-EST" TO WS-RGR-MOTIVO(WS-RGR-QTD)
001968             WHEN "MM"
001969                 MOVE "GASTO-ATIP" TO WS-RGR-MOTIVO(WS-RGR-QTD)
001970         END-EVALUATE
001971     END-IF
001972     IF RGR-REGRA = "MM" AND WS-MESES-MEDIA = ZERO
001973         IF RGR-MESES NUMERIC AND RGR-MESES > ZERO
001974            AND RGR-MESES NOT > 12
001975             MOVE RGR-MESES TO WS-MESES-MEDIA
001976         ELSE
001977             MOVE 3 TO WS-MESES-MEDIA
001978         END-IF
001979     END-IF.
001980 1110-LE-REGRA-EXIT.
001981     EXIT.
001982
001983******************************************************************
001984* 2100-EDIT-CARTAO - VALIDATE THE TRANSACTION BEFORE ANYTHING
001985*                    USES IT: NUMERIC CARD NUMBER, LUHN CHECK
001990*                    DIGIT, NUMERIC AMOUNT AND, FOR EVERYTHING
002000*                    BUT A PAYMENT, A MERCHANT ON THE MERCHANT
002010*                    MASTER. A FAILURE LEAVES DEC-DISPOSICAO "I"
002100     MOVE ZERO TO DEC-QTDE-PARCELAS
002110     MOVE ZERO TO DEC-SALDO-ANTES
002120     MOVE ZERO TO DEC-SALDO-DEPOIS
002121     MOVE ZERO TO DEC-CREDOR-ANTES
002122     MOVE ZERO TO DEC-CREDOR-DEPOIS
002130     MOVE SPACES TO DEC-EST-NOME
002140     MOVE ZERO TO DEC-EST-BANCO
002150     MOVE ZERO TO DEC-EST-AGENCIA
002690******************************************************************
002700* 2500-DECIDE-CARTAO - THE FULL DECISION: RE-EDIT, INSTALLMENT
002710*                      CALCULATION, APPROVAL RULES, HOT-CARD
002720*                      CHECK, VELOCITY SCREENING OF A PURCHASE
002730*                      AND CREDIT-LIMIT CHECK WITH THE BALANCE
002731*                      POSTING. THE CARD ACCOUNT CHECK (EXPIRY
002732*                      AND REISSUE) FOLLOWS THE HOT-CARD CHECK
002740******************************************************************
002750 2500-DECIDE-CARTAO.
002760     PERFORM 2100-EDIT-CARTAO THRU 2100-EDIT-CARTAO-EXIT
002830     PERFORM 2310-VERIFICA-HOTCARD
002840         THRU 2310-VERIFICA-HOTCARD-EXIT
002850     IF DEC-STATUS = "APROVADO"
002851         PERFORM 2315-VERIFICA-CONTA
002852             THRU 2315-VERIFICA-CONTA-EXIT
002853     END-IF
002854     IF DEC-STATUS = "APROVADO" AND TRANS-CONTESTACAO
002855         PERFORM 2320-VERIFICA-CASO
002856             THRU 2320-VERIFICA-CASO-EXIT
002857     END-IF
002858     MOVE "N" TO WS-VEL-SW
002859     IF DEC-STATUS = "APROVADO" AND TRANS-COMPRA
002860        AND WS-RGR-QTD > ZERO
002861         PERFORM 2340-VERIFICA-VELOCIDADE
002862             THRU 2340-VERIFICA-VELOCIDADE-EXIT
002863     END-IF
002864     IF DEC-STATUS = "APROVADO"
002865         PERFORM 2400-VERIFICA-LIMITE
002870             THRU 2400-VERIFICA-LIMITE-EXIT
002871     END-IF
002872     IF VELOCIDADE-AVALIADA AND NOT DEC-MODO-SIMULACAO
002873         PERFORM 2360-REGISTRA-VELOCIDADE
002874             THRU 2360-REGISTRA-VELOCIDADE-EXIT
002880     END-IF
002890     IF DEC-STATUS = "APROVADO"
002900         MOVE "A" TO DEC-DISPOSICAO
003430     EXIT.
003440
003450******************************************************************
003451* 2315-VERIFICA-CONTA - CHECK THE PLASTIC ON THE CARD ACCOUNT
003452*                       MASTER. ANY TRANSACTION ON A CARD ALREADY
003453*                       REISSUED UNDER A NEW NUMBER IS REJECTED
003454*                       SUBSTITUID; A PURCHASE DATED AFTER THE
003455*                       CARD'S EXPIRY MONTH IS REJECTED VENCIDO.
003456*                       CREDITS TO AN EXPIRED CARD STILL POST,
003457*                       SO THE DEBT LEFT ON IT CAN BE PAID. A
003458*                       CARD NOT ON THE MASTER IS NOT CHECKED
003459******************************************************************
003460 2315-VERIFICA-CONTA.
003461     IF NOT CONTAS-DISPONIVEL
003462         GO TO 2315-VERIFICA-CONTA-EXIT
003463     END-IF
003464     MOVE CARTAO-NUMERO TO CTA-NUMERO
003465     READ CARTAO-CONTAS
003466         INVALID KEY
003467             GO TO 2315-VERIFICA-CONTA-EXIT
003468     END-READ
003469     IF CTA-SUBSTITUIDO-POR NOT = ZERO
003470         MOVE "REJEITADO" TO DEC-STATUS
003471         MOVE "SUBSTITUID" TO DEC-MOTIVO
003472         GO TO 2315-VERIFICA-CONTA-EXIT
003473     END-IF
003474     DIVIDE DEC-DATA-MOVTO BY 100
003475         GIVING WS-CTA-ANO-MES REMAINDER WS-CTA-DIA
003476     IF TRANS-COMPRA AND WS-CTA-ANO-MES > CTA-VALIDADE
003477         MOVE "REJEITADO" TO DEC-STATUS
003478         MOVE "VENCIDO" TO DEC-MOTIVO
003479     END-IF.
003480 2315-VERIFICA-CONTA-EXIT.
003481     EXIT.
003482
003483******************************************************************
003484* 2320-VERIFICA-CASO - A CHARGEBACK MUST MATCH A DISPUTE CASE OF
003485*                      THE SAME CARD AND MERCHANT, OPEN OR ALREADY
003486*                      PART-CREDITED, WHOSE DISPUTED AMOUNT NOT
003487*                      YET CREDITED COVERS IT. THE CASES OF THE
003488*                      CARD ARE BROWSED IN KEY ORDER AND THE FIRST
003489*                      ONE THAT QUALIFIES IS LEFT IN THE RECORD
003490*                      AREA FOR 2330-CREDITA-CASO.
003491******************************************************************
003492 2320-VERIFICA-CASO.
003493     MOVE "N" TO WS-CASO-SW
003494     MOVE "N" TO FIM-DISPUTAS
003495     MOVE CARTAO-NUMERO TO DSP-NUMERO
003496     MOVE ZERO TO DSP-DATA-ORIG
003497     MOVE SPACES TO DSP-TIPO-ORIG
003498     MOVE ZERO TO DSP-SEQ-ORIG
003499     START CARTAO-DISPUTAS KEY NOT < DSP-CHAVE
003500         INVALID KEY
003501             MOVE "S" TO FIM-DISPUTAS
003502     END-START
003503     PERFORM 2321-LE-CASO THRU 2321-LE-CASO-EXIT
003504         UNTIL FIM-DAS-DISPUTAS OR CASO-ACHADO
003505     IF NOT CASO-ACHADO
003506         MOVE "REJEITADO" TO DEC-STATUS
003507         IF CASO-INSUFICIENTE
003508             MOVE "ACIMA-ORIG" TO DEC-MOTIVO
003509         ELSE
003510             MOVE "SEM-CASO" TO DEC-MOTIVO
003511         END-IF
003512     END-IF.
003513 2320-VERIFICA-CASO-EXIT.
003514     EXIT.
003515
003516******************************************************************
003517* 2321-LE-CASO - READ THE CARD'S NEXT DISPUTE CASE AND TEST IT;
003518*                A CASE OF THE RIGHT MERCHANT WHOSE REMAINING
003519*                AMOUNT IS TOO SMALL IS REMEMBERED SO THE
003520*                REJECTION SAYS ACIMA-ORIG RATHER THAN SEM-CASO
003521******************************************************************
003522 2321-LE-CASO.
003523     READ CARTAO-DISPUTAS NEXT RECORD
003524         AT END
003525             MOVE "S" TO FIM-DISPUTAS
003526     END-READ
003527     IF FIM-DAS-DISPUTAS
003528         GO TO 2321-LE-CASO-EXIT
003529     END-IF
003530     IF DSP-NUMERO NOT = CARTAO-NUMERO
003531         MOVE "S" TO FIM-DISPUTAS
003532         GO TO 2321-LE-CASO-EXIT
003533     END-IF
003534     IF NOT CASO-ABERTO AND NOT CASO-CREDITADO
003535        OR DSP-ESTAB NOT = CARTAO-ESTAB
003536         GO TO 2321-LE-CASO-EXIT
003537     END-IF
003538     COMPUTE WS-CASO-SALDO =
003539         DSP-VALOR-DISPUTA - DSP-VALOR-CREDITADO
003540     IF WS-CASO-SALDO < DEC-VALOR-LANCADO
003541         MOVE "E" TO WS-CASO-SW
003542     ELSE
003543         MOVE "S" TO WS-CASO-SW
003544     END-IF.
003545 2321-LE-CASO-EXIT.
003546     EXIT.
003547
003548******************************************************************
003549* 2330-CREDITA-CASO - RECORD THE CHARGEBACK JUST POSTED AS THE
003550*                     CASE'S PROVISIONAL CREDIT AND, WHEN THE
003551*                     CALLER BOOKS IT ON THE MERCHANT CALENDAR,
003552*                     AS RECOVERED FROM THE MERCHANT
003553******************************************************************
003554 2330-CREDITA-CASO.
003555     ADD DEC-VALOR-LANCADO TO DSP-VALOR-CREDITADO
003556     IF DEC-RECUPERA-ESTAB
003557         ADD DEC-VALOR-LANCADO TO DSP-VALOR-RECUPERADO
003558     END-IF
003559     MOVE "C" TO DSP-SITUACAO
003560     MOVE DEC-DATA-MOVTO TO DSP-DATA-CREDITO
003561     REWRITE DISPUTA-REGISTRO.
003562 2330-CREDITA-CASO-EXIT.
003563     EXIT.
003564
003565******************************************************************
003566* 2340-VERIFICA-VELOCIDADE - SCREEN A PURCHASE AGAINST THE
003567*                            VELOCITY RULES BEFORE IT IS APPROVED.
003568*                            EACH RULE IS MEASURED WITH THE
003569*                            PURCHASE INCLUDED; A HIT OF A DECLINE
003570*                            RULE REJECTS IT WITH THE RULE'S
003571*                            REASON CODE, A HIT OF AN ALERT RULE
003572*                            LETS IT THROUGH. THE HITS ARE KEPT
003573*                            FOR 2360-REGISTRA-VELOCIDADE.
003574******************************************************************
003575 2340-VERIFICA-VELOCIDADE.
003576     MOVE "S" TO WS-VEL-SW
003577     MOVE ZERO TO WS-OCO-QTD
003578     MOVE ZERO TO WS-SEVERIDADE-MAX
003579     MOVE SPACES TO WS-MOTIVO-BLOQUEIO
003580     PERFORM 2341-LE-VELOCIDADE THRU 2341-LE-VELOCIDADE-EXIT
003581     DIVIDE DEC-DATA-MOVTO BY 100
003582         GIVING WS-ANO-MES-MOVTO REMAINDER WS-DIA-MOVTO
003583     IF DEC-MESES-MEDIA > ZERO
003584         MOVE WS-ANO-MES-MOVTO TO VEL-ANO-MES-MEDIA
003585         MOVE DEC-MEDIA-MENSAL TO VEL-MEDIA-MENSAL
003586     END-IF
003587     COMPUTE WS-QTDE-NOVA = VEL-QTDE + 1
003588     COMPUTE WS-VALOR-NOVO = VEL-VALOR + CARTAO-VALOR
003589     MOVE ZERO TO WS-EST-ACHADO
003590     PERFORM 2343-PROCURA-ESTAB THRU 2343-PROCURA-ESTAB-EXIT
003591         VARYING WS-EST-SUB FROM 1 BY 1
003592         UNTIL WS-EST-SUB > VEL-EST-QTD
003593            OR WS-EST-ACHADO > ZERO
003594     IF WS-EST-ACHADO > ZERO
003595         COMPUTE WS-EST-VEZES-NOVA =
003596             VEL-EST-VEZES(WS-EST-ACHADO) + 1
003597     ELSE
003598         MOVE 1 TO WS-EST-VEZES-NOVA
003599     END-IF
003600     PERFORM 2342-APLICA-REGRA THRU 2342-APLICA-REGRA-EXIT
003601         VARYING WS-RGR-SUB FROM 1 BY 1
003602         UNTIL WS-RGR-SUB > WS-RGR-QTD.
003603 2340-VERIFICA-VELOCIDADE-EXIT.
003604     EXIT.
003605
003606******************************************************************
003607* 2341-LE-VELOCIDADE - READ THE CARD'S VELOCITY RECORD. A CARD NOT
003608*                      YET ON THE FILE STARTS FROM ZERO, AND THE
003609*                      COUNTERS RESTART ON A NEW POSTING DATE. A
003610*                      PURCHASE DATED BEFORE THE DATE ON THE
003611*                      RECORD (A LATE RESUBMISSION) IS MEASURED ON
003612*                      ITS OWN AND LEAVES THE RECORD UNTOUCHED.
003613******************************************************************
003614 2341-LE-VELOCIDADE.
003615     MOVE CARTAO-NUMERO TO VEL-NUMERO
003616     READ CARTAO-VELOCIDADE
003617         INVALID KEY
003618             MOVE "N" TO WS-VEL-EXISTE-SW
003619             MOVE CARTAO-NUMERO TO VEL-NUMERO
003620             MOVE ZERO TO VEL-DATA
003621             MOVE ZERO TO VEL-ANO-MES-MEDIA
003622             MOVE ZERO TO VEL-MEDIA-MENSAL
003623         NOT INVALID KEY
003624             MOVE "S" TO WS-VEL-EXISTE-SW
003625     END-READ
003626     IF DEC-DATA-MOVTO < VEL-DATA
003627         MOVE "A" TO WS-VEL-SW
003628     END-IF
003629     IF DEC-DATA-MOVTO NOT = VEL-DATA
003630         MOVE DEC-DATA-MOVTO TO VEL-DATA
003631         MOVE ZERO TO VEL-QTDE
003632         MOVE ZERO TO VEL-VALOR
003633         MOVE ZERO TO VEL-EST-QTD
003634         MOVE "N" TO VEL-BLOQUEIO-SW
003635     END-IF.
003636 2341-LE-VELOCIDADE-EXIT.
003637     EXIT.
003638
003639******************************************************************
003640* 2342-APLICA-REGRA - MEASURE ONE RULE AND RECORD A HIT WHEN THE
003641*                     MEASURED FIGURE EXCEEDS THE RULE'S LIMIT.
003642*                     THE MONTHLY-AVERAGE RULE IS SKIPPED FOR A
003643*                     CARD WITH NO PURCHASES IN THE AVERAGED
003644*                     MONTHS.
003645******************************************************************
003646 2342-APLICA-REGRA.
003647     MOVE WS-RGR-LIMITE(WS-RGR-SUB) TO WS-REFERENCIA
003648     EVALUATE WS-RGR-CODIGO(WS-RGR-SUB)
003649         WHEN "QD"
003650             MOVE WS-QTDE-NOVA TO WS-APURADO
003651         WHEN "VD"
003652             MOVE WS-VALOR-NOVO TO WS-APURADO
003653         WHEN "EM"
003654             MOVE WS-EST-VEZES-NOVA TO WS-APURADO
003655         WHEN "MM"
003656             IF VEL-MEDIA-MENSAL = ZERO
003657                 GO TO 2342-APLICA-REGRA-EXIT
003658             END-IF
003659             MOVE WS-VALOR-NOVO TO WS-APURADO
003660             COMPUTE WS-REFERENCIA ROUNDED =
003661                 VEL-MEDIA-MENSAL * WS-RGR-LIMITE(WS-RGR-SUB)
003662     END-EVALUATE
003663     IF WS-APURADO NOT > WS-REFERENCIA
003664         GO TO 2342-APLICA-REGRA-EXIT
003665     END-IF
003666     ADD 1 TO WS-OCO-QTD
003667     MOVE WS-RGR-SUB    TO WS-OCO-REGRA(WS-OCO-QTD)
003668     MOVE WS-APURADO    TO WS-OCO-APURADO(WS-OCO-QTD)
003669     MOVE WS-REFERENCIA TO WS-OCO-REFERENCIA(WS-OCO-QTD)
003670     IF WS-RGR-SEVERIDADE(WS-RGR-SUB) > WS-SEVERIDADE-MAX
003671         MOVE WS-RGR-SEVERIDADE(WS-RGR-SUB) TO WS-SEVERIDADE-MAX
003672         MOVE WS-RGR-MOTIVO(WS-RGR-SUB) TO WS-MOTIVO-BLOQUEIO
003673     END-IF
003674     IF WS-RGR-ACAO(WS-RGR-SUB) = "R" AND DEC-STATUS = "APROVADO"
003675         MOVE "REJEITADO" TO DEC-STATUS
003676         MOVE WS-RGR-MOTIVO(WS-RGR-SUB) TO DEC-MOTIVO
003677     END-IF.
003678 2342-APLICA-REGRA-EXIT.
003679     EXIT.
003680
003681******************************************************************
003682* 2343-PROCURA-ESTAB - LOOK FOR THE PURCHASE'S MERCHANT AMONG THE
003683*                      MERCHANTS OF THE DAY ON THE VELOCITY RECORD
003684******************************************************************
003685 2343-PROCURA-ESTAB.
003686     IF VEL-EST-CODIGO(WS-EST-SUB) = CARTAO-ESTAB
003687         MOVE WS-EST-SUB TO WS-EST-ACHADO
003688     END-IF.
003689 2343-PROCURA-ESTAB-EXIT.
003690     EXIT.
003691
003692******************************************************************
003693* 2350-PEDE-MEDIA - FUNCTION "M", CALLED BEFORE "D": TELL THE
003694*                   CALLER WHETHER THE MONTHLY-AVERAGE RULE NEEDS
003695*                   THE CARD'S MONTHLY AVERAGE SPEND FOR THIS
003696*                   PURCHASE. THE AVERAGE IS WORKED OUT ONCE A
003697*                   MONTH PER CARD AND KEPT ON THE VELOCITY
003698*                   RECORD; WHEN IT IS DUE THE FULL MONTHS BEFORE
003699*                   THE POSTING MONTH ARE RETURNED IN
003700*                   DEC-MEDIA-DATA-INI/FIM FOR THE CALLER TO ADD
003701*                   UP THE APPROVED PURCHASES ON THE HISTORY IT
003702*                   HOLDS OPEN
003703******************************************************************
003704 2350-PEDE-MEDIA.
003705     MOVE ZERO TO DEC-MESES-MEDIA
003706     MOVE ZERO TO DEC-MEDIA-DATA-INI
003707     MOVE ZERO TO DEC-MEDIA-DATA-FIM
003708     MOVE ZERO TO DEC-MEDIA-MENSAL
003709     IF WS-RGR-QTD = ZERO OR WS-MESES-MEDIA = ZERO
003710        OR NOT TRANS-COMPRA
003711         GO TO 2350-PEDE-MEDIA-EXIT
003712     END-IF
003713     DIVIDE DEC-DATA-MOVTO BY 100
003714         GIVING WS-ANO-MES-MOVTO REMAINDER WS-DIA-MOVTO
003715     MOVE CARTAO-NUMERO TO VEL-NUMERO
003716     READ CARTAO-VELOCIDADE
003717         INVALID KEY
003718             MOVE ZERO TO VEL-ANO-MES-MEDIA
003719     END-READ
003720     IF VEL-ANO-MES-MEDIA = WS-ANO-MES-MOVTO
003721         GO TO 2350-PEDE-MEDIA-EXIT
003722     END-IF
003723     DIVIDE WS-ANO-MES-MOVTO BY 100
003724         GIVING WS-MEDIA-ANO REMAINDER WS-MEDIA-MES
003725     COMPUTE WS-MEDIA-MESES-ABS =
003726         WS-MEDIA-ANO * 12 + WS-MEDIA-MES - 1 - WS-MESES-MEDIA
003727     DIVIDE WS-MEDIA-MESES-ABS BY 12
003728         GIVING WS-MEDIA-ANO REMAINDER WS-MEDIA-MES
003729     ADD 1 TO WS-MEDIA-MES
003730     COMPUTE DEC-MEDIA-DATA-INI =
003731         WS-MEDIA-ANO * 10000 + WS-MEDIA-MES * 100 + 1
003732     COMPUTE DEC-MEDIA-DATA-FIM = WS-ANO-MES-MOVTO * 100
003733     MOVE WS-MESES-MEDIA TO DEC-MESES-MEDIA.
003734 2350-PEDE-MEDIA-EXIT.
003735     EXIT.
003757
003758******************************************************************
003759* 2360-REGISTRA-VELOCIDADE - AFTER THE DECISION (NOT IN SIMULATION
003760*                            MODE): BLOCK THE CARD WHEN A HIT
003761*                            REACHES THE BLOCKING SEVERITY, WRITE
003762*                            ONE ALERT PER HIT AND, WHEN THE
003763*                            PURCHASE POSTED, ADD IT TO THE CARD'S
003764*                            COUNTERS FOR THE DAY
003765******************************************************************
003766 2360-REGISTRA-VELOCIDADE.
003767     MOVE "N" TO WS-BLOQUEIO-SW
003768     IF WS-OCO-QTD > ZERO
003769        AND WS-NIVEL-BLOQUEIO > ZERO
003770        AND WS-SEVERIDADE-MAX NOT < WS-NIVEL-BLOQUEIO
003771        AND NOT VEL-BLOQUEADO
003772         PERFORM 2370-GRAVA-BLOQUEIO THRU 2370-GRAVA-BLOQUEIO-EXIT
003773     END-IF
003774     PERFORM 2361-GRAVA-ALERTA THRU 2361-GRAVA-ALERTA-EXIT
003775         VARYING WS-OCO-SUB FROM 1 BY 1
003776         UNTIL WS-OCO-SUB > WS-OCO-QTD
003777     IF VELOCIDADE-DIA-ANTERIOR
003778         GO TO 2360-REGISTRA-VELOCIDADE-EXIT
003779     END-IF
003780     IF DEC-SALDO-POSTADO
003781         MOVE WS-QTDE-NOVA  TO VEL-QTDE
003782         MOVE WS-VALOR-NOVO TO VEL-VALOR
003783         PERFORM 2362-CONTA-ESTAB THRU 2362-CONTA-ESTAB-EXIT
003784     END-IF
003785     IF VELOCIDADE-EXISTE
003786         REWRITE VELOCIDADE-REGISTRO
003787     ELSE
003788         WRITE VELOCIDADE-REGISTRO
003789     END-IF.
003790 2360-REGISTRA-VELOCIDADE-EXIT.
003791     EXIT.
003792
003793******************************************************************
003794* 2361-GRAVA-ALERTA - WRITE ONE RULE HIT TO THE DAILY ALERT FILE
003795*                     WITH THE FINAL DECISION ON THE PURCHASE
003796******************************************************************
003797 2361-GRAVA-ALERTA.
003798     MOVE WS-OCO-REGRA(WS-OCO-SUB) TO WS-RGR-SUB
003799     MOVE DEC-DATA-MOVTO TO ALR-DATA
003800     MOVE CARTAO-NUMERO  TO ALR-NUMERO
003801     MOVE CARTAO-ESTAB   TO ALR-ESTAB
003802     MOVE CARTAO-VALOR   TO ALR-VALOR
003803     MOVE WS-RGR-CODIGO(WS-RGR-SUB)     TO ALR-REGRA
003804     MOVE WS-RGR-ACAO(WS-RGR-SUB)       TO ALR-ACAO
003805     MOVE WS-RGR-SEVERIDADE(WS-RGR-SUB) TO ALR-SEVERIDADE
003806     MOVE WS-RGR-MOTIVO(WS-RGR-SUB)     TO ALR-MOTIVO
003807     MOVE WS-OCO-APURADO(WS-OCO-SUB)    TO ALR-APURADO
003808     MOVE WS-OCO-REFERENCIA(WS-OCO-SUB) TO ALR-REFERENCIA
003809     MOVE DEC-STATUS TO ALR-RESULTADO
003810     MOVE DEC-MOTIVO TO ALR-MOTIVO-DECISAO
003811     IF BLOQUEIO-EMITIDO
003812        AND WS-RGR-SEVERIDADE(WS-RGR-SUB) NOT < WS-NIVEL-BLOQUEIO
003813         MOVE "S" TO ALR-BLOQUEIO
003814     ELSE
003815         MOVE "N" TO ALR-BLOQUEIO
003816     END-IF
003817     WRITE ALERTA-REGISTRO.
003818 2361-GRAVA-ALERTA-EXIT.
003819     EXIT.
003820
003821******************************************************************
003822* 2362-CONTA-ESTAB - COUNT THE POSTED PURCHASE AGAINST ITS
003823*                    MERCHANT FOR THE DAY; AFTER TEN MERCHANTS IN
003824*                    A DAY A NEW ONE IS NO LONGER TRACKED
003825******************************************************************
003826 2362-CONTA-ESTAB.
003827     IF WS-EST-ACHADO > ZERO
003828         MOVE WS-EST-VEZES-NOVA TO VEL-EST-VEZES(WS-EST-ACHADO)
003829     ELSE
003830         IF VEL-EST-QTD < 10
003831             ADD 1 TO VEL-EST-QTD
003832             MOVE CARTAO-ESTAB TO VEL-EST-CODIGO(VEL-EST-QTD)
003833             MOVE 1 TO VEL-EST-VEZES(VEL-EST-QTD)
003834         END-IF
003835     END-IF.
003836 2362-CONTA-ESTAB-EXIT.
003837     EXIT.
003838
003839******************************************************************
003840* 2370-GRAVA-BLOQUEIO - EMIT THE BLOCK MOVEMENT FOR THE CARD, IN
003841*                       THE HOTMOV.TXT LAYOUT THAT HOTCARD-MANUT
003842*                       APPLIES, ONCE PER CARD AND DAY, WITH THE
003843*                       REASON CODE OF THE MOST SEVERE HIT
003844******************************************************************
003845 2370-GRAVA-BLOQUEIO.
003846     MOVE "B"                TO BLQ-ACAO
003847     MOVE CARTAO-NUMERO      TO BLQ-NUMERO
003848     MOVE DEC-DATA-MOVTO     TO BLQ-DATA-AVISO
003849     MOVE WS-MOTIVO-BLOQUEIO TO BLQ-MOTIVO
003850     MOVE "CARTDECI"         TO BLQ-OPERADOR
003851     WRITE BLOQUEIO-REGISTRO
003852     MOVE "S" TO VEL-BLOQUEIO-SW
003853     MOVE "S" TO WS-BLOQUEIO-SW.
003854 2370-GRAVA-BLOQUEIO-EXIT.
003855     EXIT.
003856
003857******************************************************************
003858* 2410-CALCULA-PARCELA - WORK OUT THE AMOUNT TO POST: EVERYTHING
003859*                        POSTS ITS FACE AMOUNT EXCEPT A PURCHASE
003860*                        OF N > 1 INSTALLMENTS, WHICH POSTS ONLY
003861*                        ITS FIRST INSTALLMENT (CARRYING THE
003862*                        DIVISION REMAINDER SO THE INSTALLMENTS
003863*                        TOTAL THE FACE AMOUNT)
003864******************************************************************
003865 2410-CALCULA-PARCELA.
003866     MOVE 1 TO DEC-QTDE-PARCELAS
003867     MOVE CARTAO-VALOR TO DEC-VALOR-LANCADO
003868     MOVE ZERO TO WS-VALOR-PARCELA
003869     IF TRANS-COMPRA
003870        AND CARTAO-PARCELAS NUMERIC AND CARTAO-PARCELAS > 1
003871         MOVE CARTAO-PARCELAS TO DEC-QTDE-PARCELAS
003872         COMPUTE WS-VALOR-PARCELA =
003873             CARTAO-VALOR / DEC-QTDE-PARCELAS
003874         COMPUTE DEC-VALOR-LANCADO =
003875             CARTAO-VALOR
003876                 - ((DEC-QTDE-PARCELAS - 1) * WS-VALOR-PARCELA)
003877     END-IF.
003878 2410-CALCULA-PARCELA-EXIT.
003879     EXIT.
003880
003881******************************************************************
003882* 2400-VERIFICA-LIMITE - CONFIRM THE TRANSACTION AGAINST THE
003883*                        CARDHOLDER'S CREDIT LIMIT AND POST THE
003884*                        BALANCE WHEN IT CLEARS. A CREDIT BALANCE
003885*                        ADDS TO THE AVAILABLE LIMIT. NOTHING IS
003886*                        REWRITTEN IN SIMULATION MODE; THE
003887*                        BEFORE/AFTER IMAGES ARE RETURNED FOR
003888*                        THE CALLER'S JOURNAL.
003889******************************************************************
003890 2400-VERIFICA-LIMITE.
003891     MOVE CARTAO-NUMERO TO LIM-NUMERO
003892     READ CARTAO-LIMITES
003893         INVALID KEY
003894             MOVE "REJEITADO" TO DEC-STATUS
003895             MOVE "SEM-CADAST" TO DEC-MOTIVO
003896         NOT INVALID KEY
003897             MOVE LIM-SALDO TO DEC-SALDO-ANTES
003898             MOVE LIM-SALDO TO DEC-SALDO-DEPOIS
003899             MOVE LIM-SALDO-CREDOR TO DEC-CREDOR-ANTES
003900             MOVE LIM-SALDO-CREDOR TO DEC-CREDOR-DEPOIS
003901             EVALUATE TRUE
003902                 WHEN TRANS-COMPRA
003903                     COMPUTE WS-NOVO-SALDO =
003904                         LIM-SALDO + DEC-VALOR-LANCADO
003905                     IF WS-NOVO-SALDO >
003906                        LIM-LIMITE + LIM-SALDO-CREDOR
003910                         MOVE "REJEITADO" TO DEC-STATUS
003920                         MOVE "ACIMA-LIM" TO DEC-MOTIVO
003930                     ELSE
003940                         PERFORM 2420-DEBITA-SALDO
003941                             THRU 2420-DEBITA-SALDO-EXIT
003950                         IF NOT DEC-MODO-SIMULACAO
003960                             PERFORM 2422-ATUALIZA-LIMITE
003970                                 THRU 2422-ATUALIZA-LIMITE-EXIT
003980                             MOVE "S" TO DEC-POSTADO-SW
003990                             IF DEC-QTDE-PARCELAS > 1
004000                                 PERFORM 2430-GRAVA-PARCELAS
004050                     END-IF
004060                 WHEN TRANS-PAGAMENTO OR TRANS-ESTORNO
004070                      OR TRANS-CONTESTACAO
004080                     PERFORM 2421-CREDITA-SALDO
004090                         THRU 2421-CREDITA-SALDO-EXIT
004140                     IF NOT DEC-MODO-SIMULACAO
004150                         PERFORM 2422-ATUALIZA-LIMITE
004160                             THRU 2422-ATUALIZA-LIMITE-EXIT
004170                         MOVE "S" TO DEC-POSTADO-SW
004171                         IF TRANS-CONTESTACAO
004172                             PERFORM 2330-CREDITA-CASO
004173                                 THRU 2330-CREDITA-CASO-EXIT
004174                         END-IF
004180                     END-IF
004190                 WHEN OTHER
004200                     MOVE "REJEITADO" TO DEC-STATUS
004220             END-EVALUATE
004230     END-READ.
004240 2400-VERIFICA-LIMITE-EXIT.
004241     EXIT.
004242
004243******************************************************************
004244* 2420-DEBITA-SALDO - A DEBIT CONSUMES THE CREDIT BALANCE FIRST;
004245*                     ONLY THE REMAINDER IS ADDED TO THE DEBT
004246******************************************************************
004247 2420-DEBITA-SALDO.
004248     IF DEC-VALOR-LANCADO > LIM-SALDO-CREDOR
004249         MOVE ZERO TO DEC-CREDOR-DEPOIS
004250         COMPUTE DEC-SALDO-DEPOIS =
004251             LIM-SALDO + DEC-VALOR-LANCADO - LIM-SALDO-CREDOR
004252     ELSE
004253         COMPUTE DEC-CREDOR-DEPOIS =
004254             LIM-SALDO-CREDOR - DEC-VALOR-LANCADO
004255     END-IF.
004256 2420-DEBITA-SALDO-EXIT.
004257     EXIT.
004258
004259******************************************************************
004260* 2421-CREDITA-SALDO - A CREDIT PAYS DOWN THE DEBT; WHATEVER IS
004261*                      LEFT OVER BECOMES (OR ADDS TO) THE CREDIT
004262*                      BALANCE INSTEAD OF BEING LOST
004263******************************************************************
004264 2421-CREDITA-SALDO.
004265     IF DEC-VALOR-LANCADO > LIM-SALDO
004266         MOVE ZERO TO DEC-SALDO-DEPOIS
004267         COMPUTE DEC-CREDOR-DEPOIS =
004268             LIM-SALDO-CREDOR + DEC-VALOR-LANCADO - LIM-SALDO
004269     ELSE
004270         COMPUTE DEC-SALDO-DEPOIS =
004271             LIM-SALDO - DEC-VALOR-LANCADO
004272     END-IF.
004273 2421-CREDITA-SALDO-EXIT.
004274     EXIT.
004275
004276******************************************************************
004277* 2422-ATUALIZA-LIMITE - REWRITE THE LIMITS RECORD WITH THE AFTER
004278*                        IMAGES. LIM-DATA-CREDOR KEEPS THE DATE
004279*                        THE CREDIT BALANCE FIRST AROSE AND IS
004280*                        CLEARED ONCE IT IS USED UP.
004281******************************************************************
004282 2422-ATUALIZA-LIMITE.
004283     MOVE DEC-SALDO-DEPOIS TO LIM-SALDO
004284     MOVE DEC-CREDOR-DEPOIS TO LIM-SALDO-CREDOR
004285     IF LIM-SALDO-CREDOR = ZERO
004286         MOVE ZERO TO LIM-DATA-CREDOR
004287     ELSE
004288         IF LIM-DATA-CREDOR = ZERO
004289             MOVE DEC-DATA-MOVTO TO LIM-DATA-CREDOR
004290         END-IF
004291     END-IF
004292     REWRITE LIMITE-REGISTRO.
004293 2422-ATUALIZA-LIMITE-EXIT.
004294     EXIT.
004295
004296******************************************************************
004297* 2430-GRAVA-PARCELAS - SCHEDULE INSTALLMENTS 2..N OF THE
004298*                       PURCHASE JUST POSTED, ONE RECORD PER DUE
004300*                       MONTH STARTING THE MONTH AFTER THE RUN
004310*                       DATE, FOR THE MONTHLY CARTAO-PARCELA JOB
004320******************************************************************
005370     IF DEC-HOTCARD-ATIVO
005380         CLOSE CARTAO-HOTCARD
005390     END-IF
005391     CLOSE CARTAO-PARCELADO
005392     CLOSE CARTAO-DISPUTAS
005393     IF CONTAS-DISPONIVEL
005394         CLOSE CARTAO-CONTAS
005395     END-IF
005396     IF WS-RGR-QTD > ZERO
005397         CLOSE CARTAO-VELOCIDADE
005398         CLOSE CARTAO-ALERTAS
005399         CLOSE CARTAO-BLOQUEIOS
005403     END-IF.
005410 3000-FECHA-ARQUIVOS-EXIT.
005420     EXIT.
