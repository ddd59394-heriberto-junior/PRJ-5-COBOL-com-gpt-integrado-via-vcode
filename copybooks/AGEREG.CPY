000010******************************************************************
000020*    COPYBOOK.....: AGEREG.CPY
000030*    DESCRIPTION...: MERCHANT RECEIVABLES CALENDAR RECORD LAYOUT
000040*                    FOR AGENDA.DAT, THE INDEXED MASTER OF EVERY
000050*                    AMOUNT OWED TO A MERCHANT, BY THE DATE IT IS
000060*                    DUE TO BE PAID. KEYED BY EST-CODIGO + PAYMENT
000070*                    DATE + ORIGIN + A REFERENCE THAT MAKES THE
000080*                    ENTRY UNIQUE, SO A SEQUENTIAL READ RETURNS
000090*                    EACH MERCHANT'S RECEIVABLES IN DATE ORDER.
000100*                    AGE-ORIGEM "V" IS THE DAY'S NET APPROVED
000110*                    SALES BOOKED BY CARTAO-BATCH AT THE NORMAL
000120*                    D+30 SETTLEMENT TERM (REFERENCE = THE POSTING
000130*                    DATE AND A BATCH NUMBER, BUMPED WHEN THE
000140*                    DAY'S ENTRY HAS ALREADY BEEN PAID OUT EARLY);
000150*                    "P" IS AN INSTALLMENT 2..N BOOKED BY
000160*                    CARTAO-PARCELA WHEN IT POSTS, DUE 30 DAYS PER
000170*                    INSTALLMENT NUMBER AFTER THE PURCHASE
000180*                    (REFERENCE = THE PARCELAS.DAT KEY). BOOKING
000190*                    THE SAME INSTALLMENT AGAIN REPLACES THE
000200*                    ENTRY, SO A RERUN DOES NOT PAY THE MERCHANT
000210*                    TWICE.
000211*                    "C" IS THE DAY'S APPROVED CHARGEBACKS BOOKED
000212*                    BY CARTAO-BATCH, OWED BY THE MERCHANT RATHER
000213*                    THAN TO IT AND DUE ON THE POSTING DATE ITSELF
000214*                    (REFERENCE AS FOR "V"); CARTAO-REPASSE
000215*                    RECOVERS IT AS A DEBIT ON REMESSA.TXT AND
000216*                    NEVER PAYS IT EARLY.
000217*                    CARTAO-BACKOUT TAKES A BACKED-OUT CHARGEBACK
000218*                    OFF THE ENTRY AGAIN WHILE IT IS UNPAID.
000220*                    AGE-TARIFA IS THE DISCOUNT FEE AT THE RATE IN
000230*                    FORCE WHEN THE ENTRY WAS BOOKED.
000240*                    CARTAO-REPASSE PAYS THE ENTRIES THAT FALL DUE
000250*                    ("L") OR THAT THE MERCHANT ASKED TO RECEIVE
000260*                    EARLY ("A", WITH THE ANTECIPACAO DISCOUNT IN
000270*                    AGE-DESCONTO) AND STAMPS THE DATE THEY WENT
000280*                    OUT ON REMESSA.TXT.
000290*
000300*    MODIFICATION HISTORY
000310*    DATE        BY   DESCRIPTION
000320*    ----------  ---  -----------------------------------------
000330*    2026-10-15  JCM  ORIGINAL VERSION.
000331*    2026-10-15  JCM  ADDED ORIGIN "C", THE DAY'S CHARGEBACKS
000332*                     RECOVERED FROM THE MERCHANT.
000340******************************************************************
000350     05  AGE-CHAVE.
000360         10  AGE-ESTAB         PIC 9(08).
000370         10  AGE-DATA-PAGTO    PIC 9(08).
000380         10  AGE-ORIGEM        PIC X(01).
000390             88  AGE-VENDA-DIA     VALUE "V".
000400             88  AGE-PARCELA       VALUE "P".
000401             88  AGE-CONTESTACAO   VALUE "C".
000410         10  AGE-REFERENCIA    PIC X(27).
000420         10  AGE-REF-VENDA REDEFINES AGE-REFERENCIA.
000430             15  AGE-REF-DATA-MOVTO PIC 9(08).
000440             15  AGE-REF-LOTE  PIC 9(03).
000450             15  FILLER        PIC X(16).
000460         10  AGE-REF-PARCELA REDEFINES AGE-REFERENCIA.
000470             15  AGE-REF-NUMERO PIC 9(16).
000480             15  AGE-REF-ANO-MES PIC 9(06).
000490             15  AGE-REF-SEQ   PIC 9(05).
000500     05  AGE-DATA-MOVTO        PIC 9(08).
000510     05  AGE-BRUTO             PIC 9(09)V99.
000520     05  AGE-TAXA              PIC 9(02)V99.
000530     05  AGE-TARIFA            PIC 9(09)V99.
000540     05  AGE-LIQUIDO           PIC 9(09)V99.
000550     05  AGE-SITUACAO          PIC X(01).
000560         88  AGE-PENDENTE          VALUE "P".
000570         88  AGE-LIQUIDADO         VALUE "L".
000580         88  AGE-ANTECIPADO        VALUE "A".
000590     05  AGE-DATA-LIQUIDACAO   PIC 9(08).
000600     05  AGE-DIAS-ANTECIPADOS  PIC 9(04).
000610     05  AGE-TAXA-ANTECIPACAO  PIC 9(02)V99.
000620     05  AGE-DESCONTO          PIC 9(09)V99.
000630     05  FILLER                PIC X(20).
