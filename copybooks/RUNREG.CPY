000100*                    MONTHLY ONES). A RECORD LEFT IN SITUACAO
000110*                    "I" MARKS A RUN THAT STARTED AND NEVER
000120*                    FINISHED (ABENDED); "C" MARKS A COMPLETED
000130*                    RUN WITH ITS FINAL CONTROL TOTALS; "D"
000131*                    MARKS A CARTAO-BALANCO PROOF THAT FOUND
000132*                    THE DAY OUT OF BALANCE. THE
000140*                    POSTING PROGRAMS REFUSE TO START WHEN THE
000150*                    REGISTRY ALREADY SHOWS THEIR REFERENCE
000160*                    COMPLETED, UNLESS THE OPERATOR KEYS THE
000250*    CARTBACK CARTAO-BACKOUT, CARTCONC CARTAO-CONCILIA,
000260*    CARTCONS CARTAO-CONSULTA, LIMMANUT LIMITE-MANUT,
000261*    CARTAUTO CARTAO-AUTORIZA (ONE RECORD PER DATE,
000262*    ACCUMULATING THE DAY'S INTRADAY EXECUTIONS),
000263*    CARTDISP CARTAO-DISPUTA, CARTREEM CARTAO-REEMBOLSO,
000264*    CARTTARI CARTAO-TARIFA (BILLING MONTH AS YYYYMM00),
000265*    CARTALER CARTAO-ALERTA, CTAMANUT CONTA-MANUT, CARTRENV
000266*    CARTAO-RENOVA (REFERENCE MONTH AS YYYYMM00), CARTCTBL
000267*    CARTAO-CONTABIL, CARTREPA CARTAO-REPASSE, CARTREVL
000268*    CARTAO-REVISAO (REVIEW MONTH AS YYYYMM00), CARTBALA
000269*    CARTAO-BALANCO, CARTCOBR CARTAO-COBRANCA (STATEMENT MONTH
000270*    AS YYYYMM00), CARTEXPU CARTAO-EXPURGO (CUTOFF DATE),
000271*    LIQUIDAC THE RELEASE OF LIQUIDACAO.TXT TO THE NETWORK
000272*    (REGISTERED BY CARTAO-SITUACAO WHEN ITS PREREQUISITES
000273*    ARE MET).
000274*
000280*    MODIFICATION HISTORY
000290*    DATE        BY   DESCRIPTION
000300*    ----------  ---  -----------------------------------------
000310*    2026-09-02  JCM  ORIGINAL VERSION.
000311*    2026-10-05  JCM  ADDED PROGRAM CODE CARTDISP.
000312*    2026-10-05  JCM  ADDED PROGRAM CODE CARTREEM.
000313*    2026-10-15  JCM  ADDED PROGRAM CODE CARTTARI.
000314*    2026-10-15  JCM  ADDED PROGRAM CODE CARTALER.
000315*    2026-10-15  JCM  ADDED PROGRAM CODES CTAMANUT AND CARTRENV.
000316*    2026-10-15  JCM  ADDED PROGRAM CODE CARTCTBL.
000317*    2026-10-15  JCM  ADDED PROGRAM CODE CARTREPA.
000318*    2026-10-15  JCM  ADDED PROGRAM CODE CARTREVL.
000319*    2026-10-15  JCM  ADDED SITUACAO "D" (RUN-DIVERGENTE) AND
000320*                     PROGRAM CODES CARTBALA, CARTCOBR, CARTEXPU
000321*                     AND LIQUIDAC.
000322******************************************************************
000330     05  RUN-CHAVE.
000340         10  RUN-PROGRAMA      PIC X(08).
000350         10  RUN-DATA-REF      PIC 9(08).
000360     05  RUN-SITUACAO          PIC X(01).
000370         88  RUN-INICIADO          VALUE "I".
000380         88  RUN-COMPLETO          VALUE "C".
000381         88  RUN-DIVERGENTE        VALUE "D".
000390     05  RUN-MODO              PIC X(01).
000400     05  RUN-DATA-EXEC         PIC 9(08).
000410     05  RUN-DATA-MOVTO        PIC 9(08).
