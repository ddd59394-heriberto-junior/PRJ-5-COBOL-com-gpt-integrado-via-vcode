000010******************************************************************
000020*    COPYBOOK.....: PREQREG.CPY
000030*    DESCRIPTION...: COMMUNICATION AREA OF THE CARTAO-PREREQ
000040*                    JOB-STREAM PREREQUISITES MODULE, COPIED UNDER
000050*                    A 01-LEVEL AREA BY EVERY CALLER AND BY THE
000060*                    MODULE'S LINKAGE SECTION. THE CALLER NAMES
000070*                    ITSELF BY ITS RUNCTL PROGRAM CODE AND THE
000080*                    REFERENCE IT IS ABOUT TO REGISTER (YYYYMMDD,
000090*                    OR YYYYMM00 FOR A MONTHLY STEP); THE MODULE
000100*                    CHECKS EVERY PREREQUISITE THAT PREREQ.TXT
000110*                    (ETAPREG) NAMES FOR THAT STEP AGAINST
000120*                    RUNCTL.DAT.
000130*
000140*    PRQ-RETORNO:
000150*        00 - EVERY PREREQUISITE IS COMPLETED (OR THERE ARE NONE)
000160*        08 - PRQ-PENDENCIAS PREREQUISITES ARE NOT COMPLETED; THE
000170*             FIRST IS RETURNED IN PRQ-PEND-PROGRAMA/DATA-REF WITH
000180*             ITS SITUACAO ON THE REGISTRY (SPACE = NEVER RAN).
000190*             WITH PRQ-MENSAGENS "S" EVERY ONE IS ALSO LISTED ON
000200*             THE CONSOLE. THE CALLER MUST NOT START.
000210*        16 - A FILE FAILURE ALREADY REPORTED ON THE CONSOLE; THE
000220*             CALLER SHOULD STOP.
000230*    CALL BEFORE THE CALLER OPENS RUNCTL.DAT ITSELF.
000240*
000250*    MODIFICATION HISTORY
000260*    DATE        BY   DESCRIPTION
000270*    ----------  ---  -----------------------------------------
000280*    2026-10-15  JCM  ORIGINAL VERSION.
000290******************************************************************
000300     05  PRQ-PROGRAMA          PIC X(08).
000310     05  PRQ-DATA-REF          PIC 9(08).
000320     05  PRQ-MENSAGENS         PIC X(01).
000330         88  PRQ-LISTA-CONSOLE     VALUE "S".
000340     05  PRQ-RETORNO           PIC 9(02).
000350         88  PRQ-LIBERADO          VALUE 0.
000360         88  PRQ-PENDENTE          VALUE 8.
000370     05  PRQ-PENDENCIAS        PIC 9(03).
000380     05  PRQ-PEND-PROGRAMA     PIC X(08).
000390     05  PRQ-PEND-DATA-REF     PIC 9(08).
000400     05  PRQ-PEND-SITUACAO     PIC X(01).
