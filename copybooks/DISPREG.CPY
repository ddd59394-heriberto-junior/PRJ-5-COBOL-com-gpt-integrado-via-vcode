000010******************************************************************
000020*    COPYBOOK.....: DISPREG.CPY
000030*    DESCRIPTION...: DISPUTE (CHARGEBACK) CASE MASTER RECORD
000040*                    LAYOUT FOR DISPUTAS.DAT, COPIED UNDER A
000050*                    01-LEVEL RECORD BY THE CARTAO-DISPUTA CASE
000060*                    LIFECYCLE PROGRAM, WHICH OPENS AND CLOSES
000070*                    THE CASES, AND BY THE CARTAO-DECIDE MODULE,
000080*                    WHICH ACCEPTS A CHARGEBACK ONLY AGAINST AN
000090*                    OPEN CASE AND RECORDS THE PROVISIONAL
000100*                    CREDIT ON IT. DSP-CHAVE IS THE RECORD KEY
000110*                    AND IS THE HIST-CHAVE OF THE ORIGINAL
000120*                    PURCHASE ON HISTORICO.DAT OR HISTARQ.DAT
000130*                    (CARD NUMBER + DATE + TYPE + SEQUENCE), SO
000140*                    A PURCHASE CAN CARRY ONE CASE ONLY.
000150*
000160*    CASE SITUATIONS (DSP-SITUACAO):
000170*        "A" - ABERTO       CASE OPENED, NO CREDIT YET
000180*        "C" - CREDITADO    PROVISIONAL CREDIT POSTED BY A
000190*                           CHARGEBACK (TIPO "4")
000200*        "R" - REAPRESENTADO MERCHANT HAS RE-PRESENTED THE SALE
000210*        "G" - GANHO        DECIDED FOR THE CARDHOLDER; THE
000220*                           CREDIT IS FINAL (CLOSED)
000230*        "P" - PERDIDO      DECIDED FOR THE MERCHANT; THE
000240*                           PROVISIONAL CREDIT IS REVERSED
000250*                           (CLOSED)
000260*
000270*    DSP-VALOR-DISPUTA IS THE AMOUNT UNDER DISPUTE, NEVER MORE
000280*    THAN THE ORIGINAL PURCHASE (DSP-VALOR-ORIG);
000290*    DSP-VALOR-CREDITADO IS WHAT HAS BEEN CREDITED TO THE
000300*    CARDHOLDER SO FAR; DSP-VALOR-RECUPERADO IS THE PART OF IT
000301*    ALREADY RECOVERED FROM THE MERCHANT - THE CHARGEBACKS OF
000302*    CARTAO-BATCH, WHICH IT BOOKS ON THE MERCHANT CALENDAR. A
000303*    CHARGEBACK POSTED BY THE RESUBMISSION CYCLE OR THE
000304*    INTRADAY AUTHORIZATION IS NOT RECOVERED UNTIL THE CASE IS
000305*    DECIDED.
000310*
000320*    MODIFICATION HISTORY
000330*    DATE        BY   DESCRIPTION
000340*    ----------  ---  -----------------------------------------
000350*    2026-10-05  JCM  ORIGINAL VERSION.
000351*    2026-10-15  JCM  ADDED DSP-VALOR-RECUPERADO, THE AMOUNT
000352*                     RECOVERED FROM THE MERCHANT.
000360******************************************************************
000370     05  DSP-CHAVE.
000380         10  DSP-NUMERO        PIC 9(16).
000390         10  DSP-DATA-ORIG     PIC 9(08).
000400         10  DSP-TIPO-ORIG     PIC X(01).
000410         10  DSP-SEQ-ORIG      PIC 9(05).
000420     05  DSP-ESTAB             PIC 9(08).
000430     05  DSP-NOME              PIC X(20).
000440     05  DSP-VALOR-ORIG        PIC 9(04)V99.
000450     05  DSP-VALOR-DISPUTA     PIC 9(04)V99.
000460     05  DSP-VALOR-CREDITADO   PIC 9(04)V99.
000470     05  DSP-SITUACAO          PIC X(01).
000480         88  CASO-ABERTO           VALUE "A".
000490         88  CASO-CREDITADO        VALUE "C".
000500         88  CASO-REAPRESENTADO    VALUE "R".
000510         88  CASO-GANHO            VALUE "G".
000520         88  CASO-PERDIDO          VALUE "P".
000530         88  CASO-EM-ANDAMENTO     VALUE "A" "C" "R".
000540     05  DSP-MOTIVO            PIC X(10).
000550     05  DSP-DATA-ABERTURA     PIC 9(08).
000560     05  DSP-DATA-CREDITO      PIC 9(08).
000570     05  DSP-DATA-REAPRES      PIC 9(08).
000580     05  DSP-DATA-ENCERRAMENTO PIC 9(08).
000590     05  DSP-VALOR-RECUPERADO  PIC 9(04)V99.
