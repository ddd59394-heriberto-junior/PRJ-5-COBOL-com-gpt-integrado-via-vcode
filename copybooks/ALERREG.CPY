000010******************************************************************
000020*    COPYBOOK.....: ALERREG.CPY
000030*    DESCRIPTION...: FRAUD ALERT RECORD LAYOUT FOR ALERTAS.TXT,
000040*                    COPIED UNDER A 01-LEVEL RECORD BY THE
000050*                    CARTAO-DECIDE MODULE, WHICH APPENDS ONE
000060*                    RECORD PER VELOCITY RULE A PURCHASE HITS,
000070*                    AND BY THE CARTAO-ALERTA DAILY REPORT THE
000080*                    FRAUD TEAM WORKS FROM. THE FILE IS OPENED
000090*                    EXTEND BY EVERY CALLER OF THE MODULE (DAILY
000100*                    BATCH, RESUBMISSION AND INTRADAY
000110*                    AUTHORIZATION), SO IT HOLDS THE ALERTS OF
000120*                    EVERY RUN OF THE DAY.
000130*
000140*    ALR-REGRA IS THE RULE CODE OF FRAUREGR.TXT:
000150*        "QD" - QUANTITY OF PURCHASES ON THE CARD IN THE DAY
000160*        "VD" - CUMULATIVE PURCHASE AMOUNT IN THE DAY
000170*        "EM" - PURCHASES AT THE SAME MERCHANT IN THE DAY
000180*        "MM" - DAY'S SPEND AGAINST THE CARD'S MONTHLY AVERAGE
000190*    ALR-ACAO IS THE RULE'S ACTION: "R" DECLINES THE PURCHASE,
000200*    "A" APPROVES IT AND ONLY RAISES THE ALERT.
000210*    ALR-APURADO IS THE FIGURE MEASURED FOR THE RULE (INCLUDING
000220*    THE PURCHASE) AND ALR-REFERENCIA THE FIGURE IT EXCEEDED.
000230*    ALR-RESULTADO/ALR-MOTIVO-DECISAO ARE THE FINAL DECISION ON
000240*    THE PURCHASE; ALR-BLOQUEIO "S" MARKS A HIT THAT ALSO SENT THE
000250*    CARD TO THE HOT-CARD FILE (FRAUBLOQ.TXT).
000260*
000270*    MODIFICATION HISTORY
000280*    DATE        BY   DESCRIPTION
000290*    ----------  ---  -----------------------------------------
000300*    2026-10-15  JCM  ORIGINAL VERSION.
000310******************************************************************
000320     05  ALR-DATA              PIC 9(08).
000330     05  ALR-NUMERO            PIC 9(16).
000340     05  ALR-ESTAB             PIC 9(08).
000350     05  ALR-VALOR             PIC 9(04)V99.
000360     05  ALR-REGRA             PIC X(02).
000370     05  ALR-ACAO              PIC X(01).
000380         88  ALR-RECUSA            VALUE "R".
000390         88  ALR-ALERTA            VALUE "A".
000400     05  ALR-SEVERIDADE        PIC 9(01).
000410     05  ALR-MOTIVO            PIC X(10).
000420     05  ALR-APURADO           PIC 9(09)V99.
000430     05  ALR-REFERENCIA        PIC 9(09)V99.
000440     05  ALR-RESULTADO         PIC X(10).
000450     05  ALR-MOTIVO-DECISAO    PIC X(10).
000460     05  ALR-BLOQUEIO          PIC X(01).
