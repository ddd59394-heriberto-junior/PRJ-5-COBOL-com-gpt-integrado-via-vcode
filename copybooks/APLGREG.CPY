000010******************************************************************
000020*    COPYBOOK.....: APLGREG.CPY
000030*    DESCRIPTION...: DUAL-CONTROL LOG RECORD LAYOUT FOR
000040*                    APROVLOG.TXT, WRITTEN (OPENED EXTEND, SO IT
000050*                    ACCUMULATES) BY LIMITE-MANUT, ESTAB-MANUT AND
000060*                    HOTCARD-MANUT FOR EVERY EVENT ON THE
000070*                    PENDING-APPROVAL FILE APROVPEN.DAT (APRVREG):
000080*        "S" - SUBMETIDO   A SENSITIVE MOVEMENT WAS PARKED
000090*        "A" - APROVADO    A DIFFERENT OPERATOR APPROVED IT; ALG-
000100*                          SITUACAO/ALG-MOTIVO GIVE THE OUTCOME OF
000110*                          APPLYING IT TO THE MASTER
000120*        "R" - RECUSADO    AN OPERATOR REJECTED (OR THE MAKER
000130*                          WITHDREW) IT; NOTHING WAS APPLIED
000140*        "X" - AUTO-APROVACAO  THE OPERATOR WHO KEYED IT TRIED TO
000150*                          APPROVE IT; REFUSED, IT STAYS PENDING
000160*    ALG-REFERENCIA IS THE FULL PAN OR MERCHANT CODE, AS ON THE
000170*    PENDING FILE; THE LOG IS AN AUDIT FILE, NOT A REPORT.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE        BY   DESCRIPTION
000210*    ----------  ---  -----------------------------------------
000220*    2026-10-15  JCM  ORIGINAL VERSION.
000230******************************************************************
000240     05  ALG-DATA              PIC 9(08).
000250     05  ALG-HORA              PIC 9(08).
000260     05  ALG-PROGRAMA          PIC X(08).
000270     05  ALG-EVENTO            PIC X(01).
000280         88  ALG-SUBMETIDO         VALUE "S".
000290         88  ALG-APROVADO          VALUE "A".
000300         88  ALG-RECUSADO          VALUE "R".
000310         88  ALG-AUTO-APROVACAO    VALUE "X".
000320     05  ALG-REFERENCIA        PIC X(16).
000330     05  ALG-ACAO              PIC X(01).
000340     05  ALG-OPERADOR          PIC X(08).
000350     05  ALG-APROVADOR         PIC X(08).
000360     05  ALG-SITUACAO          PIC X(09).
000370     05  ALG-MOTIVO            PIC X(10).
