000010******************************************************************
000020*    COPYBOOK.....: REMREG.CPY
000030*    DESCRIPTION...: PER-MERCHANT REMITTANCE EXTRACT RECORD
000040*                    LAYOUT FOR REMESSA.TXT, COPIED UNDER A
000050*                    01-LEVEL RECORD BY CARTAO-REPASSE, WHICH
000060*                    CREATES THE FILE EACH DAY WITH ONE CREDIT
000070*                    RECORD PER MERCHANT FOR THE RECEIVABLES
000071*                    FALLEN DUE ON THE MERCHANT CALENDAR
000072*                    (AGENDA.DAT) AND ONE ANTECIPACAO RECORD
000073*                    ("A") FOR THE RECEIVABLES PAID EARLY, ONE
000074*                    DEBIT RECORD ("D") FOR THE DAY'S CHARGEBACKS
000075*                    RECOVERED FROM THE MERCHANT, AND BY
000080*                    CARTAO-DISPUTA, WHICH APPENDS THE MERCHANT
000090*                    DEBITS AND RE-CREDITS OF THE DISPUTE CASES
000100*                    IT CLOSES. REM-TARIFA IS THE DISCOUNT FEE AT
000110*                    THE MERCHANT MASTER'S RATE AND REM-LIQUIDO
000120*                    THE NET AMOUNT; REM-NATUREZA TELLS THE
000130*                    PAYING SIDE WHETHER REM-LIQUIDO IS PAID TO
000140*                    ("C") OR RECOVERED FROM ("D") THE MERCHANT.
000141*                    AN "A" RECORD IS PAID TO THE MERCHANT; ITS
000142*                    REM-TARIFA IS THE DISCOUNT FEE PLUS THE
000143*                    ANTECIPACAO DISCOUNT.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE        BY   DESCRIPTION
000180*    ----------  ---  -----------------------------------------
000190*    2026-10-05  JCM  ORIGINAL LAYOUT LIFTED OUT OF CARTAO-BATCH
000200*                     SO THE DISPUTE LIFECYCLE CAN APPEND TO THE
000210*                     SAME EXTRACT; ADDED REM-NATUREZA, APPENDED
000220*                     SO THE EXISTING COLUMNS DO NOT SHIFT.
000221*    2026-10-15  JCM  ADDED REM-ANTECIPACAO ("A"). THE FILE IS NOW
000222*                     WRITTEN BY CARTAO-REPASSE FROM THE MERCHANT
000223*                     CALENDAR INSTEAD OF BY CARTAO-BATCH.
000224*    2026-10-15  JCM  CARTAO-REPASSE ALSO WRITES THE "D" RECORD
000225*                     OF THE CHARGEBACKS ON THE CALENDAR.
000230******************************************************************
000240     05  REM-CODIGO            PIC 9(08).
000250     05  REM-NOME              PIC X(30).
000260     05  REM-BANCO             PIC 9(03).
000270     05  REM-AGENCIA           PIC 9(05).
000280     05  REM-CONTA             PIC 9(10).
000290     05  REM-BRUTO             PIC 9(09)V99.
000300     05  REM-TARIFA            PIC 9(09)V99.
000310     05  REM-LIQUIDO           PIC 9(09)V99.
000320     05  REM-DATA              PIC 9(08).
000330     05  REM-NATUREZA          PIC X(01).
000340         88  REM-CREDITO           VALUE "C".
000350         88  REM-DEBITO            VALUE "D".
000351         88  REM-ANTECIPACAO       VALUE "A".
