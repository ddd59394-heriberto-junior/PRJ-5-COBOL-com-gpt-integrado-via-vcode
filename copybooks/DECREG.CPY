000140*
000150*    FUNCTIONS:
000160*        "A" - OPEN THE MASTERS (LIMITES, ESTAB, HOTCARD,
000170*              PARCELAS, DISPUTAS); HOTCARD MAY BE ABSENT
000171*              (WARNING ONLY). LOADS THE VELOCITY RULES OF
000172*              FRAUREGR.TXT AND, WHEN THERE ARE ANY, OPENS
000173*              VELOCID.DAT AND THE ALERTAS.TXT/FRAUBLOQ.TXT
000174*              OUTPUTS. OPENS
000175*              THE CARD ACCOUNT MASTER CONTAS.DAT (MAY BE
000176*              ABSENT, WARNING ONLY)
000180*        "E" - EDIT ONLY: NUMERIC EDITS, LUHN CHECK DIGIT AND
000190*              MERCHANT-MASTER EDIT, NO POSTING - USED BY THE
000200*              BATCH CALLERS BEFORE THEIR DUPLICATE CHECK
000210*        "D" - FULL DECISION: RE-EDIT, INSTALLMENT CALCULATION,
000220*              STATUS AND HOT-CARD RULES, CREDIT-LIMIT CHECK,
000230*              BALANCE POSTING (UNLESS SIMULATION MODE) AND
000240*              SCHEDULING OF INSTALLMENTS 2..N. A PURCHASE IS
000241*              FIRST SCREENED BY THE VELOCITY RULES: A DECLINE
000242*              RULE REJECTS IT WITH THE RULE'S REASON CODE IN
000243*              DEC-MOTIVO (VELOC-QTD, VELOC-VAL, VELOC-EST,
000244*              GASTO-ATIP OR THE CODE ON FRAUREGR.TXT). A
000245*              CARD REISSUED UNDER A NEW NUMBER IS REJECTED
000246*              SUBSTITUID AND A PURCHASE AFTER THE CARD'S
000247*              EXPIRY MONTH VENCIDO (CONTAS.DAT)
000250*        "F" - CLOSE THE MASTERS
000251*        "M" - MONTHLY AVERAGE, CALLED BEFORE EVERY "D": WHEN
000252*              THE MONTHLY-AVERAGE RULE NEEDS THE CARD'S AVERAGE
000253*              SPEND (ONCE A MONTH PER CARD) IT RETURNS
000254*              DEC-MESES-MEDIA AND THE PERIOD DEC-MEDIA-DATA-INI
000255*              TO DEC-MEDIA-DATA-FIM (EXCLUSIVE), ELSE ZEROS. THE
000256*              CALLER ADDS UP THE CARD'S APPROVED PURCHASES ON
000257*              HISTORICO.DAT IN THE PERIOD (THE MODULE DOES NOT
000258*              OPEN IT) AND PASSES THE TOTAL OVER DEC-MESES-MEDIA
000259*              IN DEC-MEDIA-MENSAL
000260*
000270*    THE MODULE DOES NOT JOURNAL: THE CALLER WRITES JORNAL.TXT
000280*    FROM DEC-SALDO-ANTES/DEPOIS AND DEC-CREDOR-ANTES/DEPOIS
000281*    WHEN DEC-SALDO-POSTADO IS SET.
000282*    DEC-RECUPERA-SW "S" TELLS THE MODULE THAT THE CALLER BOOKS
000283*    AN APPROVED CHARGEBACK ON THE MERCHANT CALENDAR, SO THE
000284*    AMOUNT IS ALSO RECORDED AS RECOVERED ON THE DISPUTE CASE
000285*    (DSP-VALOR-RECUPERADO); ONLY CARTAO-BATCH DOES.
000290*    DEC-RETORNO NONZERO MEANS A FILE FAILURE THE MODULE HAS
000300*    ALREADY REPORTED ON THE CONSOLE; THE CALLER SHOULD STOP.
000310*
000330*    DATE        BY   DESCRIPTION
000340*    ----------  ---  -----------------------------------------
000350*    2026-09-02  JCM  ORIGINAL VERSION.
000351*    2026-10-05  JCM  FUNCTION "A" ALSO OPENS THE DISPUTE CASE
000352*                     MASTER DISPUTAS.DAT (CREATED IF ABSENT). A
000353*                     CHARGEBACK IS REJECTED SEM-CASO WITHOUT AN
000354*                     OPEN CASE AND ACIMA-ORIG WHEN IT EXCEEDS
000355*                     THE CASE'S REMAINING DISPUTED AMOUNT.
000356*    2026-10-05  JCM  ADDED DEC-CREDOR-ANTES/DEPOIS. A CREDIT
000357*                     LARGER THAN THE DEBT IS CARRIED AS A CREDIT
000358*                     BALANCE; DEBITS CONSUME IT FIRST AND IT
000359*                     COUNTS TOWARD THE AVAILABLE LIMIT.
000360*    2026-10-15  JCM  VELOCITY SCREENING OF PURCHASES: FUNCTION
000361*                     "A" LOADS THE RULES AND OPENS THE VELOCITY
000362*                     FILES, FUNCTION "D" MAY REJECT A PURCHASE
000363*                     WITH A VELOCITY REASON CODE.
000364*    2026-10-15  JCM  FUNCTION "A" ALSO OPENS CONTAS.DAT;
000365*                     FUNCTION "D" REJECTS REISSUED (SUBSTITUID)
000366*                     AND EXPIRED (VENCIDO) CARDS.
000367*    2026-10-15  JCM  ADDED DEC-RECUPERA-SW.
000368*    2026-10-15  JCM  ADDED FUNCTION "M" AND THE DEC-MEDIA GROUP.
000369******************************************************************
000370     05  DEC-FUNCAO            PIC X(01).
000380         88  DEC-FUNCAO-ABRIR      VALUE "A".
000390         88  DEC-FUNCAO-EDITAR     VALUE "E".
000400         88  DEC-FUNCAO-DECIDIR    VALUE "D".
000410         88  DEC-FUNCAO-FECHAR     VALUE "F".
000411         88  DEC-FUNCAO-MEDIA      VALUE "M".
000420     05  DEC-MODO              PIC X(01).
000430         88  DEC-MODO-SIMULACAO    VALUE "S".
000431     05  DEC-RECUPERA-SW       PIC X(01).
000432         88  DEC-RECUPERA-ESTAB    VALUE "S".
000440     05  DEC-DATA-MOVTO        PIC 9(08).
000450     05  DEC-RETORNO           PIC 9(02).
000460     05  DEC-HOT-DISPONIVEL    PIC X(01).
000630         10  DEC-EST-AGENCIA   PIC 9(05).
000640         10  DEC-EST-CONTA     PIC 9(10).
000650         10  DEC-EST-TAXA      PIC 9(02)V99.
000660         10  DEC-CREDOR-ANTES  PIC 9(08)V99.
000670         10  DEC-CREDOR-DEPOIS PIC 9(08)V99.
000680     05  DEC-MEDIA.
000690         10  DEC-MESES-MEDIA   PIC 9(02).
000700         10  DEC-MEDIA-DATA-INI PIC 9(08).
000710         10  DEC-MEDIA-DATA-FIM PIC 9(08).
000720         10  DEC-MEDIA-MENSAL  PIC 9(09)V99.
