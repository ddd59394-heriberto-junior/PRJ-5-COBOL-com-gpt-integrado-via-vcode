000010******************************************************************
000020*    COPYBOOK.....: CONTREG.CPY
000030*    DESCRIPTION...: CARD ACCOUNT MASTER RECORD LAYOUT FOR
000040*                    CONTAS.DAT, COPIED UNDER A 01-LEVEL RECORD BY
000050*                    EVERY PROGRAM THAT READS OR MAINTAINS THE
000060*                    MASTER. CTA-NUMERO (THE PAN) IS THE RECORD
000070*                    KEY OF THE INDEXED FILE, AS LIM-NUMERO IS ON
000080*                    THE LIMITS MASTER. THE MASTER HOLDS THE
000090*                    ACCOUNT HOLDER'S NAME AND BILLING ADDRESS
000100*                    (PRINTED ON THE STATEMENT), THE ACCOUNT OPEN
000110*                    DATE (THE ANNUAL FEE'S ANNIVERSARY), AND THE
000120*                    PLASTIC: ISSUE DATE AND EXPIRY MONTH.
000130*                    MAINTAINED BY CONTA-MANUT; REISSUED BY
000140*                    CARTAO-RENOVA. CTA-VALIDADE IS THE LAST MONTH
000150*                    (YYYYMM) THE PLASTIC IS GOOD FOR. WHEN
000160*                    CARTAO-RENOVA REISSUES A CARD, THE OLD RECORD
000170*                    GETS THE NEW PAN IN CTA-SUBSTITUIDO-POR AND
000180*                    THE REISSUE DATE IN CTA-DATA-SUBSTITUICAO,
000190*                    AND THE NEW RECORD CARRIES THE OLD PAN IN
000200*                    CTA-SUBSTITUI AND THE SAME OPEN DATE. BOTH
000210*                    ARE ZERO ON A CARD THAT WAS NEVER REISSUED.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE        BY   DESCRIPTION
000250*    ----------  ---  -----------------------------------------
000260*    2026-10-15  JCM  ORIGINAL VERSION.
000270******************************************************************
000280     05  CTA-NUMERO            PIC 9(16).
000290     05  CTA-NOME              PIC X(30).
000300     05  CTA-ENDERECO.
000310         10  CTA-LOGRADOURO    PIC X(40).
000320         10  CTA-CIDADE        PIC X(25).
000330         10  CTA-UF            PIC X(02).
000340         10  CTA-CEP           PIC 9(08).
000350     05  CTA-DATA-ABERTURA     PIC 9(08).
000360     05  CTA-DATA-EMISSAO      PIC 9(08).
000370     05  CTA-VALIDADE          PIC 9(06).
000380     05  CTA-SUBSTITUIDO-POR   PIC 9(16).
000390     05  CTA-DATA-SUBSTITUICAO PIC 9(08).
000400     05  CTA-SUBSTITUI         PIC 9(16).
