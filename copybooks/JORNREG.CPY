000080*                    AMOUNT AND THE BALANCE BEFORE AND AFTER, SO
000090*                    CARTAO-BACKOUT CAN REVERSE A NAMED RUN'S
000100*                    POSTINGS IN FULL.
000101*                    JRN-TIPO-TRANS IS THE CARTREG TYPE ("1" TO
000102*                    "4"), OR "J" INTEREST (CARTAO-FATURA), "P"
000103*                    INSTALLMENT (CARTAO-PARCELA), "G" FINAL
000104*                    CREDIT OF A DISPUTE WON AND "V" REVERSAL OF
000105*                    THE PROVISIONAL CREDIT OF A DISPUTE LOST
000106*                    (CARTAO-DISPUTA), "D" REFUND OF AN UNUSED
000107*                    CREDIT BALANCE TO THE CARDHOLDER
000108*                    (CARTAO-REEMBOLSO), AND THE FEES OF
000109*                    CARTAO-TARIFA: "A" ANNUAL FEE INSTALLMENT,
000110*                    "T" LATE-PAYMENT FEE, "M" MORA (LATE
000111*                    INTEREST) AND "E" OVERLIMIT FEE, AND "R"
000112*                    BALANCE TRANSFER FROM A REISSUED CARD TO
000113*                    ITS NEW NUMBER (CARTAO-RENOVA).
000114*                    JRN-CREDOR-ANTES/DEPOIS CARRY THE CREDIT
000115*                    BALANCE BEFORE AND AFTER THE POSTING.
000116*                    A POSTING RUN NUMBERS ITS RECORDS FROM 1 IN
000117*                    JRN-SEQ; JRN-SEQ ZERO (JRN-ESTORNO) MARKS
000118*                    THE REVERSING RECORD CARTAO-BACKOUT APPENDS
000119*                    FOR EACH POSTING IT RESTORES, WHOSE IMAGES
000120*                    RUN FROM THE BALANCE FOUND TO THE BALANCE
000121*                    RESTORED.
000122*
000123*    MODIFICATION HISTORY
000130*    DATE        BY   DESCRIPTION
000140*    ----------  ---  -----------------------------------------
000150*    2026-08-22  JCM  ORIGINAL VERSION.
000151*    2026-08-22  JCM  JRN-NUMERO WIDENED TO PIC 9(16) FOR THE
000152*                     FULL-LENGTH PAN.
000153*    2026-10-05  JCM  DOCUMENTED THE TRANSACTION TYPES, WITH THE
000154*                     DISPUTE TYPES "G" AND "V".
000155*    2026-10-05  JCM  ADDED JRN-CREDOR-ANTES AND JRN-CREDOR-DEPOIS
000156*                     FOR CARDHOLDER CREDIT BALANCES; TYPE "D".
000157*    2026-10-15  JCM  DOCUMENTED THE FEE TYPES "A", "T", "M" AND
000158*                     "E".
000159*    2026-10-15  JCM  DOCUMENTED THE REISSUE TRANSFER TYPE "R".
000160*    2026-10-15  JCM  ADDED JRN-ESTORNO, THE REVERSING RECORDS OF
000161*                     CARTAO-BACKOUT.
000162******************************************************************
000170     05  JRN-RUN-DATA          PIC 9(08).
000180     05  JRN-SEQ               PIC 9(07).
000181         88  JRN-ESTORNO           VALUE ZERO.
000190     05  JRN-NUMERO            PIC 9(16).
000200     05  JRN-TIPO-TRANS        PIC X(01).
000210     05  JRN-VALOR             PIC 9(08)V99.
000220     05  JRN-SALDO-ANTES       PIC 9(08)V99.
000230     05  JRN-SALDO-DEPOIS      PIC 9(08)V99.
000240     05  JRN-CREDOR-ANTES      PIC 9(08)V99.
000250     05  JRN-CREDOR-DEPOIS     PIC 9(08)V99.
