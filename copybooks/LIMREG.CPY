000050*                    BY EVERY PROGRAM THAT READS OR MAINTAINS THE
000060*                    MASTER. LIM-NUMERO IS THE RECORD KEY OF THE
000070*                    INDEXED FILE.
000071*                    LIM-SALDO IS THE AMOUNT THE CARDHOLDER OWES;
000072*                    AN OVERPAYMENT (OR A REFUND OR CHARGEBACK
000073*                    LARGER THAN THE DEBT) IS CARRIED IN
000074*                    LIM-SALDO-CREDOR AND CONSUMED BY THE NEXT
000075*                    DEBITS. AT MOST ONE OF THE TWO IS NONZERO.
000076*                    LIM-DATA-CREDOR IS THE DATE THE CREDIT
000077*                    BALANCE AROSE (ZERO WHEN THERE IS NONE), USED
000078*                    BY CARTAO-REEMBOLSO TO AGE UNUSED CREDIT.
000080*
000090*    MODIFICATION HISTORY
000100*    DATE        BY   DESCRIPTION
000140*                     BATCH SHARE ONE DEFINITION.
000141*    2026-08-22  JCM  LIM-NUMERO WIDENED TO PIC 9(16) FOR THE
000142*                     FULL-LENGTH PAN.
000143*    2026-10-05  JCM  ADDED LIM-SALDO-CREDOR AND LIM-DATA-CREDOR
000144*                     FOR CARDHOLDER CREDIT BALANCES.
000150******************************************************************
000160     05  LIM-NUMERO            PIC 9(16).
000170     05  LIM-LIMITE            PIC 9(08)V99.
000180     05  LIM-SALDO             PIC 9(08)V99.
000190     05  LIM-SALDO-CREDOR      PIC 9(08)V99.
000200     05  LIM-DATA-CREDOR       PIC 9(08).
